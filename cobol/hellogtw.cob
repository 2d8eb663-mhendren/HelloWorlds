      * controls (HDR with current file date, TRL with record count,
      * the convention helloext writes outbound), then validates each
      * detail against the recipient master before hello ever sees
      * it.  Accepted records are written to HELLOGTQ in the HELLOREQ
      * layout for helloint to merge into the day's HELLOREQ; rejects
      * go to HELLOREJ and HELLOEXC.  A file out of balance or stale
      * is refused whole - nothing is loaded.  The partner gets a
      * HELLOPRS response file back: a HDR echoing their batch date,
      * one detail per inbound detail with its disposition and
      * reason, and a TRL whose accepted and rejected counts add up
      * to their TRL count; a refused file gets a single REF record
      * instead, telling them to correct and resend.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hellogtw.
       AUTHOR. Michael Hendren.
               RECORD KEY IS Rcp-Recipient-Name
               FILE STATUS IS WS-Rcp-File-Status.

           SELECT HELLO-GTQ-FILE ASSIGN TO "HELLOGTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gtq-File-Status.

           SELECT HELLO-REJ-FILE ASSIGN TO "HELLOREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rej-File-Status.

           SELECT HELLO-PRS-FILE ASSIGN TO "HELLOPRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prs-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.
       FD  HELLO-RCP-FILE.
       COPY WSRCP.

       FD  HELLO-GTQ-FILE.
       01  Gtq-Record.
           02 Gtq-Recipient-Name PIC X(20).
           02 Gtq-Greeting-Key PIC X(01).
           02 Gtq-Target-Date PIC X(08).
           02 FILLER PIC X(11).

       FD  HELLO-REJ-FILE.
       01  Rej-Record PIC X(80).

       FD  HELLO-PRS-FILE.
       01  Prs-Record PIC X(80).

       FD  HELLO-EXC-FILE.
       COPY WSEXC.

          88 WS-Rcp-File-NOT-FOUND VALUE "35".
          88 WS-Rcp-No-Record VALUE "23".

       01 WS-Gtq-File-Status PIC X(02).
          88 WS-Gtq-File-OK VALUE "00".

       01 WS-Rej-File-Status PIC X(02).
          88 WS-Rej-File-OK VALUE "00".

       01 WS-Prs-File-Status PIC X(02).
          88 WS-Prs-File-OK VALUE "00".

       01 WS-Exc-File-Status PIC X(02).
          88 WS-Exc-File-OK VALUE "00".
          88 WS-Exc-File-NOT-FOUND VALUE "35".
       01 WS-Pin-Dtl-View REDEFINES WS-Pin-Record.
          05 WS-Pin-Recipient-Name PIC X(20).
          05 WS-Pin-Greeting-Key PIC X(01).
          05 WS-Pin-Target-Date PIC X(08).
          05 FILLER PIC X(51).

      * Partner response records, fixed-position like the inbound
      * file.  A detail echoes the partner's detail with a status of
      * "A" accepted or "R" rejected and a reason code:
      *     00 accepted               03 bad greeting key
      *     01 unknown recipient      04 blank recipient name
      *     02 inactive recipient     05 bad target date
      *     99 not processed - our error, resend the detail
      * A REF record refuses the whole file with a reason code:
      *     11 HDR missing or invalid 14 TRL count out of balance
      *     12 file date not current  15 record after the TRL
      *     13 TRL missing            99 not processed - our
      *                                  error, resend the file
       01 WS-Prs-Hdr-Line.
          05 FILLER PIC X(04) VALUE "HDR,".
          05 WS-Prs-Hdr-Date PIC X(08) VALUE SPACES.
          05 FILLER PIC X(68) VALUE SPACES.

       01 WS-Prs-Dtl-Line.
          05 WS-Prs-Recipient-Name PIC X(20).
          05 WS-Prs-Greeting-Key PIC X(01).
          05 WS-Prs-Target-Date PIC X(08).
          05 WS-Prs-Status PIC X(01).
          05 WS-Prs-Reason PIC X(02).
          05 FILLER PIC X(48) VALUE SPACES.

       01 WS-Prs-Trl-Line.
          05 FILLER PIC X(04) VALUE "TRL,".
          05 WS-Prs-Trl-Count PIC 9(07).
          05 FILLER PIC X(01) VALUE ",".
          05 WS-Prs-Trl-Accepted PIC 9(07).
          05 FILLER PIC X(01) VALUE ",".
          05 WS-Prs-Trl-Rejected PIC 9(07).
          05 FILLER PIC X(53) VALUE SPACES.

       01 WS-Prs-Ref-Line.
          05 FILLER PIC X(04) VALUE "REF,".
          05 WS-Prs-Ref-Date PIC X(08).
          05 FILLER PIC X(01) VALUE ",".
          05 WS-Prs-Ref-Reason PIC X(02).
          05 FILLER PIC X(01) VALUE ",".
          05 WS-Prs-Ref-Text PIC X(40).
          05 FILLER PIC X(24) VALUE SPACES.

      * Reason code for the detail in hand or the refused file,
      * staged with the exception text.
       01 WS-Reason-Code PIC X(02) VALUE SPACES.

       01 WS-Dtl-Seen-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Trl-Claim-Count PIC 9(07) VALUE ZERO.
       01 WS-Accept-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Reject-Count PIC 9(07) COMP VALUE ZERO.

      * A dated detail must carry a real calendar date, judged as
      * helloint judges it, or helloint would drop it after we had
      * told the partner it was accepted.
       01 WS-Target-Date PIC 9(08) VALUE ZERO.
       01 WS-Target-Integer PIC S9(09) COMP VALUE ZERO.

       01 WS-Return-Code PIC S9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
           IF WS-File-Refused
               DISPLAY "HELLOGTW: FILE REFUSED WHOLE - "
                   "NOTHING LOADED"
               PERFORM 1500-WRITE-REFUSAL THRU 1500-EXIT
               PERFORM 1600-EMPTY-QUEUE THRU 1600-EXIT
               IF 12 > WS-Return-Code
                   MOVE 12 TO WS-Return-Code
               END-IF
               GO TO 9999-END-PROGRAM
           END-IF.
           IF WS-Return-Code NOT = ZERO
               PERFORM 1600-EMPTY-QUEUE THRU 1600-EXIT
               GO TO 9999-END-PROGRAM
           END-IF.

               MOVE "P003" TO WS-Exc-Code
               MOVE "FILE REFUSED - HDR MISSING OR INVALID"
                   TO WS-Exc-Text
               MOVE "11" TO WS-Reason-Code
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               SET WS-File-Refused TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-Pin-Hdr-Date TO WS-Prs-Hdr-Date.
           IF WS-Pin-Hdr-Date NOT = WS-Run-Date-X
               DISPLAY "HELLOGTW: FILE REFUSED - FILE DATE "
                   WS-Pin-Hdr-Date " NOT CURRENT"
               MOVE "P004" TO WS-Exc-Code
               MOVE "FILE REFUSED - FILE DATE NOT CURRENT"
                   TO WS-Exc-Text
               MOVE "12" TO WS-Reason-Code
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               SET WS-File-Refused TO TRUE
               MOVE "P005" TO WS-Exc-Code
               MOVE "FILE REFUSED - TRL RECORD MISSING"
                   TO WS-Exc-Text
               MOVE "13" TO WS-Reason-Code
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               SET WS-File-Refused TO TRUE
               MOVE "P006" TO WS-Exc-Code
               MOVE "FILE REFUSED - TRL COUNT OUT OF BALANCE"
                   TO WS-Exc-Text
               MOVE "14" TO WS-Reason-Code
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               SET WS-File-Refused TO TRUE
               MOVE "P007" TO WS-Exc-Code
               MOVE "FILE REFUSED - RECORD AFTER TRL"
                   TO WS-Exc-Text
               MOVE "15" TO WS-Reason-Code
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               SET WS-File-Refused TO TRUE
                   MOVE "P006" TO WS-Exc-Code
                   MOVE "FILE REFUSED - TRL COUNT NOT NUMERIC"
                       TO WS-Exc-Text
                   MOVE "14" TO WS-Reason-Code
                   MOVE SPACES TO WS-Exc-File-Stat
                   PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
                   SET WS-File-Refused TO TRUE
       1200-EXIT.
           EXIT.

      * The refusal is the whole response: the partner's batch date
      * (blank when the HDR itself was bad), the reason code, and
      * the text also written to HELLOEXC.
       1500-WRITE-REFUSAL.

           OPEN OUTPUT HELLO-PRS-FILE.
           IF NOT WS-Prs-File-OK
               DISPLAY "HELLOGTW: HELLOPRS OPEN FAILED STATUS "
                   WS-Prs-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "P010" TO WS-Exc-Code
               MOVE "HELLOPRS OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Prs-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1500-EXIT
           END-IF.

           MOVE WS-Prs-Hdr-Date TO WS-Prs-Ref-Date.
           MOVE WS-Reason-Code TO WS-Prs-Ref-Reason.
           MOVE WS-Exc-Text TO WS-Prs-Ref-Text.
           MOVE WS-Prs-Ref-Line TO Prs-Record.
           PERFORM 8000-WRITE-RESPONSE THRU 8000-EXIT.
           CLOSE HELLO-PRS-FILE.

       1500-EXIT.
           EXIT.

      * A run that loads nothing still replaces HELLOGTQ, so helloint
      * never merges the previous run's gateway requests a second
      * time.
       1600-EMPTY-QUEUE.

           OPEN OUTPUT HELLO-GTQ-FILE.
           IF NOT WS-Gtq-File-OK
               DISPLAY "HELLOGTW: HELLOGTQ OPEN FAILED STATUS "
                   WS-Gtq-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "P010" TO WS-Exc-Code
               MOVE "HELLOGTQ OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Gtq-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 1600-EXIT
           END-IF.
           CLOSE HELLO-GTQ-FILE.

       1600-EXIT.
           EXIT.

      * Pass two: the structure is sound, so load the details,
      * validating each against the recipient master.  A batch that
      * cannot be loaded for a failure of our own is answered with a
      * REF record, reason 99, so the partner resends it.
       2000-LOAD-DETAILS.

           OPEN INPUT HELLO-PIN-FILE.
               MOVE WS-Pin-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               MOVE "99" TO WS-Reason-Code
               PERFORM 1500-WRITE-REFUSAL THRU 1500-EXIT
               PERFORM 1600-EMPTY-QUEUE THRU 1600-EXIT
               GO TO 2000-EXIT
           END-IF.

               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 8 TO WS-Return-Code
               CLOSE HELLO-PIN-FILE
               MOVE "99" TO WS-Reason-Code
               PERFORM 1500-WRITE-REFUSAL THRU 1500-EXIT
               PERFORM 1600-EMPTY-QUEUE THRU 1600-EXIT
               GO TO 2000-EXIT
           END-IF.

           OPEN OUTPUT HELLO-GTQ-FILE.
           IF NOT WS-Gtq-File-OK
               DISPLAY "HELLOGTW: HELLOGTQ OPEN FAILED STATUS "
                   WS-Gtq-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "P010" TO WS-Exc-Code
               MOVE "HELLOGTQ OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Gtq-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               CLOSE HELLO-PIN-FILE
               CLOSE HELLO-RCP-FILE
               MOVE "99" TO WS-Reason-Code
               PERFORM 1500-WRITE-REFUSAL THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

               MOVE 20 TO WS-Return-Code
               CLOSE HELLO-PIN-FILE
               CLOSE HELLO-RCP-FILE
               CLOSE HELLO-GTQ-FILE
               MOVE "99" TO WS-Reason-Code
               PERFORM 1500-WRITE-REFUSAL THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           OPEN OUTPUT HELLO-PRS-FILE.
           IF NOT WS-Prs-File-OK
               DISPLAY "HELLOGTW: HELLOPRS OPEN FAILED STATUS "
                   WS-Prs-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "P010" TO WS-Exc-Code
               MOVE "HELLOPRS OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Prs-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               CLOSE HELLO-PIN-FILE
               CLOSE HELLO-RCP-FILE
               CLOSE HELLO-GTQ-FILE
               CLOSE HELLO-REJ-FILE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-Prs-Hdr-Line TO Prs-Record.
           PERFORM 8000-WRITE-RESPONSE THRU 8000-EXIT.

           MOVE "N" TO WS-Pin-Eof-Switch.
           MOVE "N" TO WS-Trl-Seen-Switch.

           CLOSE HELLO-PIN-FILE.
           CLOSE HELLO-RCP-FILE.
           CLOSE HELLO-GTQ-FILE.
           CLOSE HELLO-REJ-FILE.

           MOVE WS-Dtl-Seen-Count TO WS-Prs-Trl-Count.
           MOVE WS-Accept-Count TO WS-Prs-Trl-Accepted.
           MOVE WS-Reject-Count TO WS-Prs-Trl-Rejected.
           MOVE WS-Prs-Trl-Line TO Prs-Record.
           PERFORM 8000-WRITE-RESPONSE THRU 8000-EXIT.
           CLOSE HELLO-PRS-FILE.

           DISPLAY "HELLOGTW: DETAILS READ " WS-Dtl-Seen-Count.
           DISPLAY "HELLOGTW: DETAILS ACCEPTED " WS-Accept-Count.
           DISPLAY "HELLOGTW: DETAILS REJECTED " WS-Reject-Count.
               DISPLAY "HELLOGTW: DETAIL REJECTED - BLANK RECIPIENT"
               MOVE "DETAIL REJECTED - BLANK RECIPIENT"
                   TO WS-Exc-Text
               MOVE "04" TO WS-Reason-Code
               PERFORM 2300-REJECT-DETAIL THRU 2300-EXIT
               GO TO 2100-NEXT
           END-IF.
                   WS-Pin-Recipient-Name
               MOVE "DETAIL REJECTED - BAD GREETING KEY"
                   TO WS-Exc-Text
               MOVE "03" TO WS-Reason-Code
               PERFORM 2300-REJECT-DETAIL THRU 2300-EXIT
               GO TO 2100-NEXT
           END-IF.

      * A blank target date asks for the greeting in today's cycle;
      * a dated request is held by helloint until it falls due.
           MOVE ZERO TO WS-Target-Integer.
           IF WS-Pin-Target-Date IS NUMERIC
               MOVE WS-Pin-Target-Date TO WS-Target-Date
               COMPUTE WS-Target-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Target-Date)
           END-IF.
           IF WS-Pin-Target-Date NOT = SPACES
              AND WS-Target-Integer NOT > ZERO
               DISPLAY "HELLOGTW: DETAIL REJECTED - BAD TARGET DATE "
                   WS-Pin-Target-Date " FOR "
                   WS-Pin-Recipient-Name
               MOVE "DETAIL REJECTED - BAD TARGET DATE"
                   TO WS-Exc-Text
               MOVE "05" TO WS-Reason-Code
               PERFORM 2300-REJECT-DETAIL THRU 2300-EXIT
               GO TO 2100-NEXT
           END-IF.
                   "RECIPIENT " WS-Pin-Recipient-Name
               MOVE "DETAIL REJECTED - UNKNOWN RECIPIENT"
                   TO WS-Exc-Text
               MOVE "01" TO WS-Reason-Code
               PERFORM 2300-REJECT-DETAIL THRU 2300-EXIT
               GO TO 2100-NEXT
           END-IF.
                   MOVE 8 TO WS-Return-Code
               END-IF
               ADD 1 TO WS-Reject-Count
               MOVE "R" TO WS-Prs-Status
               MOVE "99" TO WS-Prs-Reason
               PERFORM 2400-RESPOND-DETAIL THRU 2400-EXIT
               GO TO 2100-NEXT
           END-IF.
           IF NOT Rcp-Active
                   "RECIPIENT " WS-Pin-Recipient-Name
               MOVE "DETAIL REJECTED - INACTIVE RECIPIENT"
                   TO WS-Exc-Text
               MOVE "02" TO WS-Reason-Code
               PERFORM 2300-REJECT-DETAIL THRU 2300-EXIT
               GO TO 2100-NEXT
           END-IF.

           MOVE SPACES TO Gtq-Record.
           MOVE WS-Pin-Recipient-Name TO Gtq-Recipient-Name.
           MOVE WS-Pin-Greeting-Key TO Gtq-Greeting-Key.
           MOVE WS-Pin-Target-Date TO Gtq-Target-Date.
           WRITE Gtq-Record.
           IF WS-Gtq-File-OK
               ADD 1 TO WS-Accept-Count
               MOVE "A" TO WS-Prs-Status
               MOVE "00" TO WS-Prs-Reason
               PERFORM 2400-RESPOND-DETAIL THRU 2400-EXIT
           ELSE
               DISPLAY "HELLOGTW: HELLOGTQ WRITE FAILED STATUS "
                   WS-Gtq-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "P011" TO WS-Exc-Code
               MOVE "HELLOGTQ WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Gtq-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               ADD 1 TO WS-Reject-Count
               MOVE "R" TO WS-Prs-Status
               MOVE "99" TO WS-Prs-Reason
               PERFORM 2400-RESPOND-DETAIL THRU 2400-EXIT
           END-IF.

       2100-NEXT.
      * Rejected details are data errors: the original partner record
      * goes to HELLOREJ for return to the sender, and each one is
      * noted on the common exception file for the alerting.  Callers
      * stage the exception text and reason code first.
       2300-REJECT-DETAIL.

           ADD 1 TO WS-Reject-Count.
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 2300-RESPOND
           END-IF.
           MOVE "W" TO WS-Exc-Severity.
           MOVE "P009" TO WS-Exc-Code.
               MOVE 4 TO WS-Return-Code
           END-IF.

      * The partner's response is written last: a HELLOPRS failure
      * restages the exception fields.
       2300-RESPOND.
           MOVE "R" TO WS-Prs-Status.
           MOVE WS-Reason-Code TO WS-Prs-Reason.
           PERFORM 2400-RESPOND-DETAIL THRU 2400-EXIT.

       2300-EXIT.
           EXIT.

      * One response detail per inbound detail; callers stage the
      * status and reason.
       2400-RESPOND-DETAIL.

           MOVE WS-Pin-Recipient-Name TO WS-Prs-Recipient-Name.
           MOVE WS-Pin-Greeting-Key TO WS-Prs-Greeting-Key.
           MOVE WS-Pin-Target-Date TO WS-Prs-Target-Date.
           MOVE WS-Prs-Dtl-Line TO Prs-Record.
           PERFORM 8000-WRITE-RESPONSE THRU 8000-EXIT.

       2400-EXIT.
           EXIT.

       8000-WRITE-RESPONSE.

           WRITE Prs-Record.
           IF NOT WS-Prs-File-OK
               DISPLAY "HELLOGTW: HELLOPRS WRITE FAILED STATUS "
                   WS-Prs-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "P011" TO WS-Exc-Code
               MOVE "HELLOPRS WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Prs-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.

       8000-EXIT.
           EXIT.

      * Common exception writer: callers stage severity, code, text
      * and file status in the WS-Exc fields; the record is stamped
      * with the program name and the current date and time.
