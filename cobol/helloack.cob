      * recipient name and run date/time, reports greetings never
      * acknowledged and acks with no matching greeting, and writes
      * the unacknowledged greetings to a re-drive file in the
      * HELLOREQ layout, which helloint merges into the next batch
      * run's requests.  Every greeting and its acknowledgment
      * outcome is posted to the HELLOHST greeting history master,
      * which helloinq reads.  A recipient whose greetings have gone
      * unacknowledged REDRIVE-MAX times running (HELLOPRM, default
      * 5) is no longer re-driven: the greeting goes to the HELLODLQ
      * dead-letter file and a deactivate transaction in the HELLORCT
      * layout is appended to HELLODRT, which the next hellorcm run
      * applies and then empties.  The cycle must hold a
      * balanced HELLOCRT certificate from hellobal; see
      * 0200-CHECK-CERTIFICATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. helloack.
       AUTHOR. Michael Hendren.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ack-File-Status.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           SELECT HELLO-AKS-FILE ASSIGN TO "HELLOAKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Aks-File-Status.

           SELECT HELLO-RDR-FILE ASSIGN TO "HELLORDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rdr-File-Status.

           SELECT HELLO-DLQ-FILE ASSIGN TO "HELLODLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dlq-File-Status.

           SELECT HELLO-DRT-FILE ASSIGN TO "HELLODRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Drt-File-Status.

           SELECT HELLO-PRM-FILE ASSIGN TO "HELLOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-File-Status.

           SELECT HELLO-LOG-FILE ASSIGN TO "HELLOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-File-Status.

           SELECT HELLO-HST-FILE ASSIGN TO "HELLOHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Hst-Recipient-Name
               FILE STATUS IS WS-Hst-File-Status.

           SELECT HELLO-CRT-FILE ASSIGN TO "HELLOCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Crt-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.
           02 Grt-Recipient-Name PIC X(20).
           02 Grt-Run-Date PIC X(08).
           02 Grt-Run-Time PIC X(08).
           02 Grt-Greeting-Key PIC X(01).

       FD  HELLO-ACK-FILE.
       01  Ack-Record.
           02 Ack-Run-Date PIC X(08).
           02 Ack-Run-Time PIC X(08).

      * Sort record: one per greeting and one per acknowledgment,
      * keyed on recipient name and run date/time, with the record
      * type ranking an acknowledgment ahead of the greetings it
      * answers and the release sequence keeping file order.  Only
      * a greeting carries the text and key.
       SD  SORT-WORK-FILE.
       01  Srt-Record.
           02 Srt-Recipient-Name PIC X(20).
           02 Srt-Run-Date PIC X(08).
           02 Srt-Run-Time PIC X(08).
           02 Srt-Rec-Type PIC 9(01).
           02 Srt-Release-Seq PIC 9(07).
           02 Srt-Greeting-Text PIC X(40).
           02 Srt-Greeting-Key PIC X(01).

       FD  HELLO-AKS-FILE.
       01  Aks-Record.
           02 Aks-Match-Key.
              03 Aks-Recipient-Name PIC X(20).
              03 Aks-Run-Date PIC X(08).
              03 Aks-Run-Time PIC X(08).
           02 Aks-Rec-Type PIC 9(01).
              88 Aks-Is-Ack VALUE 0.
              88 Aks-Is-Greeting VALUE 1.
           02 Aks-Release-Seq PIC 9(07).
           02 Aks-Greeting-Text PIC X(40).
           02 Aks-Greeting-Key PIC X(01).

      * Re-drive records carry a blank greeting key so the resend
      * takes the recipient's preference from the master.
       FD  HELLO-RDR-FILE.
       01  Rdr-Record.
           02 Rdr-Recipient-Name PIC X(20).
           02 Rdr-Greeting-Key PIC X(01).
           02 Rdr-Target-Date PIC X(08).
           02 FILLER PIC X(11).

      * One record per recipient moved off re-drive: the date of the
      * first greeting in the unacknowledged run, the attempts made
      * and the date of the greeting that reached the limit.
       FD  HELLO-DLQ-FILE.
       01  Dlq-Record.
           02 Dlq-Recipient-Name PIC X(20).
           02 Dlq-First-Fail-Date PIC X(08).
           02 Dlq-Attempt-Count PIC 9(05).
           02 Dlq-Last-Greeted-Date PIC X(08).

       FD  HELLO-DRT-FILE.
       COPY WSRCT.

       FD  HELLO-PRM-FILE.
       COPY WSPARM.

       FD  HELLO-LOG-FILE.
       COPY WSAUDIT.

       FD  HELLO-HST-FILE.
       COPY WSHST.

       FD  HELLO-CRT-FILE.
       COPY WSCERT.

       FD  HELLO-EXC-FILE.
       COPY WSEXC.
          88 WS-Ack-File-OK VALUE "00".
          88 WS-Ack-File-NOT-FOUND VALUE "35".

       01 WS-Aks-File-Status PIC X(02).
          88 WS-Aks-File-OK VALUE "00".

       01 WS-Rdr-File-Status PIC X(02).
          88 WS-Rdr-File-OK VALUE "00".

       01 WS-Dlq-File-Status PIC X(02).
          88 WS-Dlq-File-OK VALUE "00".

       01 WS-Drt-File-Status PIC X(02).
          88 WS-Drt-File-OK VALUE "00".
          88 WS-Drt-File-NOT-FOUND VALUE "35".

       01 WS-Prm-File-Status PIC X(02).
          88 WS-Prm-File-OK VALUE "00".
          88 WS-Prm-File-NOT-FOUND VALUE "35".

       01 WS-Log-File-Status PIC X(02).
          88 WS-Log-File-OK VALUE "00".
          88 WS-Log-File-NOT-FOUND VALUE "35".

       01 WS-Hst-File-Status PIC X(02).
          88 WS-Hst-File-OK VALUE "00".
          88 WS-Hst-File-NOT-FOUND VALUE "35".
          88 WS-Hst-No-Record VALUE "23".

       01 WS-Crt-File-Status PIC X(02).
          88 WS-Crt-File-OK VALUE "00".
          88 WS-Crt-File-NOT-FOUND VALUE "35".

       01 WS-Exc-File-Status PIC X(02).
          88 WS-Exc-File-OK VALUE "00".
          88 WS-Exc-File-NOT-FOUND VALUE "35".
       01 WS-Ack-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Ack-Eof VALUE "Y".

       01 WS-Aks-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Aks-Eof VALUE "Y".

       01 WS-Grt-Failed-Switch PIC X(01) VALUE "N".
          88 WS-Grt-Failed VALUE "Y".

       01 WS-Grt-Matched-Switch PIC X(01) VALUE "N".
          88 WS-Grt-Matched VALUE "Y".

       01 WS-Ack-Failed-Switch PIC X(01) VALUE "N".
          88 WS-Ack-Failed VALUE "Y".

       01 WS-Hst-New-Switch PIC X(01) VALUE "N".
          88 WS-Hst-New VALUE "Y".

       01 WS-Hst-Open-Switch PIC X(01) VALUE "N".
          88 WS-Hst-Open VALUE "Y".

      * Ready: the recipient's history record is in the record area
      * and can decide the re-drive.  Posted: this run counted the
      * greeting on it (not a rerun of a cycle already posted).
       01 WS-Hst-Ready-Switch PIC X(01) VALUE "N".
          88 WS-Hst-Ready VALUE "Y".

       01 WS-Hst-Posted-Switch PIC X(01) VALUE "N".
          88 WS-Hst-Posted VALUE "Y".

       01 WS-Drt-Open-Switch PIC X(01) VALUE "N".
          88 WS-Drt-Open VALUE "Y".

       01 WS-Prm-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Prm-Eof VALUE "Y".

       01 WS-Prm-Found-Switch PIC X(01) VALUE "N".
          88 WS-Prm-Found VALUE "Y".

      * Run parameters for this program effective on the run date,
      * loaded from HELLOPRM at run start and stamped into HELLOLOG
      * so the value in force on any day can be read back later.
       01 WS-Prm-Table.
          05 WS-Prm-Entry OCCURS 20 TIMES.
             10 WS-Prm-Tbl-Name PIC X(16).
             10 WS-Prm-Tbl-Value PIC X(16).

       01 WS-Prm-Count PIC 9(02) VALUE ZERO.
          88 WS-Prm-Table-Full VALUE 20.
       01 WS-Prm-Index PIC 9(02) VALUE ZERO.

       01 WS-Prm-Find-Name PIC X(16).
       01 WS-Prm-Find-Value PIC X(16).
       01 WS-Prm-Number PIC 9(07) COMP VALUE ZERO.

       01 WS-Prm-Run-Date PIC 9(08) VALUE ZERO.
       01 WS-Prm-Run-Time PIC 9(08) VALUE ZERO.
       01 WS-Prm-Run-Date-X PIC X(08).

      * Consecutive unacknowledged greetings a recipient may have
      * before it is dead-lettered; REDRIVE-MAX on HELLOPRM overrides.
       01 WS-Redrive-Max PIC 9(05) VALUE 5.

      * Recipient and run date/time of the sorted records being
      * matched, and the acknowledgments for it not yet taken by a
      * greeting.
       01 WS-Match-Key.
          05 WS-Match-Name PIC X(20).
          05 WS-Match-Date PIC X(08).
          05 WS-Match-Time PIC X(08).
       01 WS-Pending-Ack-Count PIC 9(07) COMP VALUE ZERO.

       01 WS-Release-Seq PIC 9(07) COMP VALUE ZERO.

       01 WS-Grt-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Ack-Read-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Ack-Matched-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Ack-Orphan-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Unacked-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Redrive-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Dead-Letter-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Deactivate-Count PIC 9(07) COMP VALUE ZERO.

       01 WS-Hst-Added-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Hst-Updated-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Hst-Skipped-Count PIC 9(07) COMP VALUE ZERO.

      * Run selection, from the PARM: the cycle date whose balance
      * certificate is checked in cols 1-8 (today when blank), and
      * OVERRIDE in cols 10-17 to run without a balanced certificate.
       01 WS-Parm-Text.
          05 WS-Parm-Cycle-Date PIC X(08).
          05 FILLER PIC X(01).
          05 WS-Parm-Override PIC X(08).
          05 FILLER PIC X(63).

       01 WS-Cycle-Date PIC X(08) VALUE SPACES.
       01 WS-Gate-Date PIC 9(08) VALUE ZERO.
       01 WS-Gate-Time PIC 9(08) VALUE ZERO.

       01 WS-Override-Switch PIC X(01) VALUE "N".
          88 WS-Override VALUE "Y".

       01 WS-Crt-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Crt-Eof VALUE "Y".

       01 WS-Cert-Found-Switch PIC X(01) VALUE "N".
          88 WS-Cert-Found VALUE "Y".

       01 WS-Cert-Verdict PIC X(01) VALUE SPACE.
          88 WS-Cert-Balanced VALUE "B".

       01 WS-Cert-State PIC X(14) VALUE SPACES.

       01 WS-Return-Code PIC S9(04) COMP VALUE ZERO.

       LINKAGE SECTION.
       01 LS-Parm-Length PIC S9(04) COMP.
       01 LS-Parm-Data PIC X(80).

       PROCEDURE DIVISION USING LS-Parm-Length LS-Parm-Data.

       0000-MAIN-PROCESS.

           PERFORM 0100-PARSE-PARM THRU 0100-EXIT.
           IF WS-Return-Code NOT = ZERO
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 8100-LOAD-RUN-PARMS THRU 8100-EXIT.
           MOVE "REDRIVE-MAX" TO WS-Prm-Find-Name.
           PERFORM 8200-FIND-RUN-PARM THRU 8200-EXIT.
      * Zero-filled to five digits on HELLOPRM like the suite's other
      * numeric parameters; a mistyped value keeps the default.
           IF WS-Prm-Found
              AND WS-Prm-Find-Value(1:5) IS NUMERIC
               MOVE WS-Prm-Find-Value(1:5) TO WS-Prm-Number
               IF WS-Prm-Number > ZERO
                   MOVE WS-Prm-Number TO WS-Redrive-Max
               END-IF
           END-IF.

           PERFORM 0200-CHECK-CERTIFICATE THRU 0200-EXIT.
           IF WS-Return-Code NOT < 8
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 1000-SORT-INPUT THRU 1000-EXIT.
           IF NOT WS-Grt-Failed
               PERFORM 2000-MATCH-ACKS THRU 2000-EXIT
               PERFORM 4000-REPORT-RESULTS THRU 4000-EXIT
           END-IF.
           GO TO 9999-END-PROGRAM.

       0100-PARSE-PARM.

           ACCEPT WS-Gate-Date FROM DATE YYYYMMDD.
           MOVE WS-Gate-Date TO WS-Cycle-Date.
           IF LS-Parm-Length NOT > ZERO
               GO TO 0100-EXIT
           END-IF.
           IF LS-Parm-Length > 80
               DISPLAY "HELLOACK: INVALID PARM LENGTH RECEIVED"
               MOVE "E" TO WS-Exc-Severity
               MOVE "D016" TO WS-Exc-Code
               MOVE "INVALID PARM LENGTH RECEIVED" TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 16 TO WS-Return-Code
               GO TO 0100-EXIT
           END-IF.

           MOVE SPACES TO WS-Parm-Text.
           MOVE LS-Parm-Data(1:LS-Parm-Length) TO WS-Parm-Text.

           IF WS-Parm-Cycle-Date NOT = SPACES
               IF WS-Parm-Cycle-Date IS NUMERIC
                   MOVE WS-Parm-Cycle-Date TO WS-Cycle-Date
               ELSE
                   DISPLAY "HELLOACK: CYCLE DATE PARM MUST BE YYYYMMDD"
                   MOVE "E" TO WS-Exc-Severity
                   MOVE "D016" TO WS-Exc-Code
                   MOVE "CYCLE DATE PARM MUST BE YYYYMMDD"
                       TO WS-Exc-Text
                   MOVE SPACES TO WS-Exc-File-Stat
                   PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
                   MOVE 16 TO WS-Return-Code
                   GO TO 0100-EXIT
               END-IF
           END-IF.

           IF WS-Parm-Override = "OVERRIDE"
               SET WS-Override TO TRUE
           ELSE
               IF WS-Parm-Override NOT = SPACES
                   DISPLAY "HELLOACK: PARM COLS 10-17 MUST BE OVERRIDE "
                       "OR BLANK"
                   MOVE "E" TO WS-Exc-Severity
                   MOVE "D016" TO WS-Exc-Code
                   MOVE "PARM COLS 10-17 MUST BE OVERRIDE"
                       TO WS-Exc-Text
                   MOVE SPACES TO WS-Exc-File-Stat
                   PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
                   MOVE 16 TO WS-Return-Code
               END-IF
           END-IF.

       0100-EXIT.
           EXIT.

      * Balance gate: the last HELLOCRT row for the cycle date must
      * carry a balanced verdict.  A missing or unreadable HELLOCRT
      * counts as no certificate.  Without one the run is refused
      * with return code 12 unless the OVERRIDE PARM was given, in
      * which case the run goes ahead and the override is recorded
      * in HELLOLOG; an override that cannot be recorded is refused.
       0200-CHECK-CERTIFICATE.

           OPEN INPUT HELLO-CRT-FILE.
           IF WS-Crt-File-NOT-FOUND
               GO TO 0200-JUDGE
           END-IF.
           IF NOT WS-Crt-File-OK
               DISPLAY "HELLOACK: HELLOCRT OPEN FAILED STATUS "
                   WS-Crt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "D017" TO WS-Exc-Code
               MOVE "HELLOCRT OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Crt-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               GO TO 0200-JUDGE
           END-IF.

           PERFORM 0210-READ-CERTIFICATE THRU 0210-EXIT.
           PERFORM 0220-TAKE-CERTIFICATE THRU 0220-EXIT
               UNTIL WS-Crt-Eof.
           CLOSE HELLO-CRT-FILE.

       0200-JUDGE.
           IF WS-Cert-Found
              AND WS-Cert-Balanced
               DISPLAY "HELLOACK: CYCLE " WS-Cycle-Date
                   " CERTIFIED IN BALANCE"
               GO TO 0200-EXIT
           END-IF.

           IF WS-Cert-Found
               MOVE "OUT OF BALANCE" TO WS-Cert-State
           ELSE
               MOVE "NOT CERTIFIED" TO WS-Cert-State
           END-IF.

           IF WS-Override
               PERFORM 0300-LOG-OVERRIDE THRU 0300-EXIT
               GO TO 0200-EXIT
           END-IF.

           DISPLAY "HELLOACK: CYCLE " WS-Cycle-Date " " WS-Cert-State
               " - RUN REFUSED".
           MOVE "E" TO WS-Exc-Severity.
           MOVE "D018" TO WS-Exc-Code.
           MOVE SPACES TO WS-Exc-Text.
           STRING "RUN REFUSED - CYCLE " WS-Cert-State
               DELIMITED BY SIZE
               INTO WS-Exc-Text
           END-STRING.
           MOVE SPACES TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 12 > WS-Return-Code
               MOVE 12 TO WS-Return-Code
           END-IF.

       0200-EXIT.
           EXIT.

       0210-READ-CERTIFICATE.

           READ HELLO-CRT-FILE
               AT END
                   SET WS-Crt-Eof TO TRUE
           END-READ.

       0210-EXIT.
           EXIT.

      * hellobal appends a row on every run, so a rerun's verdict
      * replaces the earlier one for the same cycle date.
       0220-TAKE-CERTIFICATE.

           IF Cert-Cycle-Date = WS-Cycle-Date
               SET WS-Cert-Found TO TRUE
               MOVE Cert-Verdict TO WS-Cert-Verdict
           END-IF.
           PERFORM 0210-READ-CERTIFICATE THRU 0210-EXIT.

       0220-EXIT.
           EXIT.

       0300-LOG-OVERRIDE.

           OPEN EXTEND HELLO-LOG-FILE.
           IF WS-Log-File-NOT-FOUND
               OPEN OUTPUT HELLO-LOG-FILE
           END-IF.
           IF NOT WS-Log-File-OK
               GO TO 0300-NOT-LOGGED
           END-IF.

           ACCEPT WS-Gate-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Gate-Time FROM TIME.
           MOVE "helloack" TO Audit-Pgm-Name.
           MOVE SPACES TO Audit-Msg-Text.
           STRING "OVERRIDE CYCLE " WS-Cycle-Date " " WS-Cert-State
               DELIMITED BY SIZE
               INTO Audit-Msg-Text
           END-STRING.
           MOVE WS-Gate-Date TO Audit-Run-Date.
           MOVE WS-Gate-Time TO Audit-Run-Time.
           WRITE Audit-Record.
           IF NOT WS-Log-File-OK
               CLOSE HELLO-LOG-FILE
               GO TO 0300-NOT-LOGGED
           END-IF.
           CLOSE HELLO-LOG-FILE.

           DISPLAY "HELLOACK: CYCLE " WS-Cycle-Date " " WS-Cert-State
               " - RUN BY OVERRIDE".
           MOVE "W" TO WS-Exc-Severity.
           MOVE "D019" TO WS-Exc-Code.
           MOVE SPACES TO WS-Exc-Text.
           STRING "RUN BY OVERRIDE - CYCLE " WS-Cert-State
               DELIMITED BY SIZE
               INTO WS-Exc-Text
           END-STRING.
           MOVE SPACES TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 4 > WS-Return-Code
               MOVE 4 TO WS-Return-Code
           END-IF.
           GO TO 0300-EXIT.

       0300-NOT-LOGGED.
           DISPLAY "HELLOACK: OVERRIDE COULD NOT BE LOGGED STATUS "
               WS-Log-File-Status " - RUN REFUSED".
           MOVE "E" TO WS-Exc-Severity.
           MOVE "D020" TO WS-Exc-Code.
           MOVE "OVERRIDE NOT LOGGED - RUN REFUSED" TO WS-Exc-Text.
           MOVE WS-Log-File-Status TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 12 > WS-Return-Code
               MOVE 12 TO WS-Return-Code
           END-IF.

       0300-EXIT.
           EXIT.

      * Greetings and acknowledgments go through one sort on
      * recipient name and run date/time, each acknowledgment ahead
      * of the greetings with the same key, so the matching is a
      * single pass over the sorted file with no limit on volume.
      * The release sequence keeps duplicates in file order.
       1000-SORT-INPUT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY Srt-Recipient-Name Srt-Run-Date
                                Srt-Run-Time Srt-Rec-Type
                                Srt-Release-Seq
               INPUT PROCEDURE IS 1500-RELEASE-INPUT
                   THRU 1500-EXIT
               GIVING HELLO-AKS-FILE.
           IF WS-Grt-Failed
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT HELLO-AKS-FILE.
           IF NOT WS-Aks-File-OK
               DISPLAY "HELLOACK: HELLOAKS OPEN FAILED STATUS "
                   WS-Aks-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "D021" TO WS-Exc-Code
               MOVE "HELLOAKS OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Aks-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 24 > WS-Return-Code
                   MOVE 24 TO WS-Return-Code
               END-IF
               SET WS-Grt-Failed TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-SORTED THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-SORTED.

           READ HELLO-AKS-FILE
               AT END
                   SET WS-Aks-Eof TO TRUE
           END-READ.

       1100-EXIT.
           EXIT.

      * Sort input procedure.  An unreadable HELLOGRT stops the run,
      * so nothing is re-driven from a partial greeting file.
       1500-RELEASE-INPUT.

           PERFORM 1510-RELEASE-GREETINGS THRU 1510-EXIT.
           IF WS-Grt-Failed
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1520-RELEASE-ACKS THRU 1520-EXIT.

       1500-EXIT.
           EXIT.

       1510-RELEASE-GREETINGS.

           OPEN INPUT HELLO-GRT-FILE.
           IF WS-Grt-File-NOT-FOUND
               DISPLAY "HELLOACK: HELLOGRT NOT FOUND - "
                   "NO GREETINGS TO MATCH"
               GO TO 1510-EXIT
           END-IF.
           IF NOT WS-Grt-File-OK
               DISPLAY "HELLOACK: HELLOGRT OPEN FAILED STATUS "
               MOVE WS-Grt-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               SET WS-Grt-Failed TO TRUE
               GO TO 1510-EXIT
           END-IF.

           PERFORM 1511-READ-GREETING THRU 1511-EXIT.
           PERFORM 1512-RELEASE-ONE-GREETING THRU 1512-EXIT
               UNTIL WS-Grt-Eof.
           CLOSE HELLO-GRT-FILE.

       1510-EXIT.
           EXIT.

       1511-READ-GREETING.

           READ HELLO-GRT-FILE
               AT END
                   SET WS-Grt-Eof TO TRUE
           END-READ.

       1511-EXIT.
           EXIT.

       1512-RELEASE-ONE-GREETING.

           ADD 1 TO WS-Grt-Count.
           ADD 1 TO WS-Release-Seq.
           MOVE SPACES TO Srt-Record.
           MOVE Grt-Recipient-Name TO Srt-Recipient-Name.
           MOVE Grt-Run-Date TO Srt-Run-Date.
           MOVE Grt-Run-Time TO Srt-Run-Time.
           MOVE 1 TO Srt-Rec-Type.
           MOVE WS-Release-Seq TO Srt-Release-Seq.
           MOVE Grt-Greeting-Text TO Srt-Greeting-Text.
           MOVE Grt-Greeting-Key TO Srt-Greeting-Key.
           RELEASE Srt-Record.
           PERFORM 1511-READ-GREETING THRU 1511-EXIT.

       1512-EXIT.
           EXIT.

      * A missing acknowledgment file is a total delivery outage:
      * every greeting stays unmatched and is re-driven.  One that
      * cannot be opened says nothing about delivery, so the run
      * re-drives without posting history; see 2000-MATCH-ACKS.
       1520-RELEASE-ACKS.

           OPEN INPUT HELLO-ACK-FILE.
           IF WS-Ack-File-NOT-FOUND
               DISPLAY "HELLOACK: HELLOACK NOT FOUND - "
                   "ALL GREETINGS UNACKNOWLEDGED"
               GO TO 1520-EXIT
           END-IF.
           IF NOT WS-Ack-File-OK
               DISPLAY "HELLOACK: HELLOACK OPEN FAILED STATUS "
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               SET WS-Ack-Failed TO TRUE
               GO TO 1520-EXIT
           END-IF.

           PERFORM 1521-READ-ACK THRU 1521-EXIT.
           PERFORM 1522-RELEASE-ONE-ACK THRU 1522-EXIT
               UNTIL WS-Ack-Eof.
           CLOSE HELLO-ACK-FILE.

       1520-EXIT.
           EXIT.

       1521-READ-ACK.

           READ HELLO-ACK-FILE
               AT END
                   ADD 1 TO WS-Ack-Read-Count
           END-READ.

       1521-EXIT.
           EXIT.

       1522-RELEASE-ONE-ACK.

           ADD 1 TO WS-Release-Seq.
           MOVE SPACES TO Srt-Record.
           MOVE Ack-Recipient-Name TO Srt-Recipient-Name.
           MOVE Ack-Run-Date TO Srt-Run-Date.
           MOVE Ack-Run-Time TO Srt-Run-Time.
           MOVE 0 TO Srt-Rec-Type.
           MOVE WS-Release-Seq TO Srt-Release-Seq.
           RELEASE Srt-Record.
           PERFORM 1521-READ-ACK THRU 1521-EXIT.

       1522-EXIT.
           EXIT.

      * Within one recipient and run date/time the acknowledgments
      * arrive first and are held as a count; each greeting that
      * follows takes one of them and is matched.  Acknowledgments
      * left over when the key changes had no greeting to match.
      * Each greeting is then posted to the history master; an
      * unacknowledged greeting is re-driven, or, once the recipient
      * has reached REDRIVE-MAX delivery attempts without an
      * acknowledgment, moved to the dead-letter file with a
      * deactivate transaction queued on HELLODRT for hellorcm.
      * Without the history master every unacknowledged greeting is
      * re-driven, as before the limit existed.  The same holds when
      * HELLOACK could not be read: no greeting is counted against
      * its recipient for an outage of our own.
       2000-MATCH-ACKS.

           OPEN OUTPUT HELLO-RDR-FILE.
           IF NOT WS-Rdr-File-OK
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               CLOSE HELLO-AKS-FILE
               GO TO 2000-EXIT
           END-IF.

           OPEN OUTPUT HELLO-DLQ-FILE.
           IF NOT WS-Dlq-File-OK
               DISPLAY "HELLOACK: HELLODLQ OPEN FAILED STATUS "
                   WS-Dlq-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "D014" TO WS-Exc-Code
               MOVE "HELLODLQ OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Dlq-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               CLOSE HELLO-RDR-FILE
               CLOSE HELLO-AKS-FILE
               GO TO 2000-EXIT
           END-IF.

           IF WS-Ack-Failed
               DISPLAY "HELLOACK: ACKNOWLEDGMENTS NOT READ - "
                   "HISTORY NOT POSTED, RE-DRIVE NOT LIMITED"
           ELSE
               PERFORM 3500-OPEN-HISTORY THRU 3500-EXIT
           END-IF.

           MOVE LOW-VALUES TO WS-Match-Key.
           MOVE ZERO TO WS-Pending-Ack-Count.
           PERFORM 2100-MATCH-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-Aks-Eof.
           PERFORM 2200-END-MATCH-KEY THRU 2200-EXIT.

           CLOSE HELLO-AKS-FILE.
           CLOSE HELLO-RDR-FILE.
           CLOSE HELLO-DLQ-FILE.
           IF WS-Hst-Open
               CLOSE HELLO-HST-FILE
           END-IF.
           IF WS-Drt-Open
               CLOSE HELLO-DRT-FILE
           END-IF.

       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-RECORD.

           IF Aks-Match-Key NOT = WS-Match-Key
               PERFORM 2200-END-MATCH-KEY THRU 2200-EXIT
               MOVE Aks-Match-Key TO WS-Match-Key
           END-IF.

           IF Aks-Is-Ack
               ADD 1 TO WS-Pending-Ack-Count
               GO TO 2100-NEXT
           END-IF.

           IF WS-Pending-Ack-Count > ZERO
               SUBTRACT 1 FROM WS-Pending-Ack-Count
               ADD 1 TO WS-Ack-Matched-Count
               SET WS-Grt-Matched TO TRUE
           ELSE
               MOVE "N" TO WS-Grt-Matched-Switch
           END-IF.
           PERFORM 3100-REDRIVE-ONE THRU 3100-EXIT.

       2100-NEXT.
           PERFORM 1100-READ-SORTED THRU 1100-EXIT.

       2100-EXIT.
           EXIT.

       2200-END-MATCH-KEY.

           IF WS-Pending-Ack-Count > ZERO
               ADD WS-Pending-Ack-Count TO WS-Ack-Orphan-Count
               PERFORM 2210-REPORT-ORPHAN-ACK THRU 2210-EXIT
                   WS-Pending-Ack-Count TIMES
               MOVE ZERO TO WS-Pending-Ack-Count
           END-IF.

       2200-EXIT.
           EXIT.

       2210-REPORT-ORPHAN-ACK.

           DISPLAY "HELLOACK: ACK WITHOUT GREETING "
               WS-Match-Name " " WS-Match-Date " " WS-Match-Time.

       2210-EXIT.
           EXIT.

       3100-REDRIVE-ONE.

           MOVE "N" TO WS-Hst-Ready-Switch.
           MOVE "N" TO WS-Hst-Posted-Switch.
           IF WS-Hst-Open
               PERFORM 3510-POST-ONE-GREETING THRU 3510-EXIT
           END-IF.

           IF WS-Grt-Matched
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-Unacked-Count.
           DISPLAY "HELLOACK: GREETING NOT ACKNOWLEDGED "
               Aks-Recipient-Name " "
               Aks-Run-Date " "
               Aks-Run-Time.

           IF WS-Hst-Ready
              AND Hst-Redrive-Count NOT < WS-Redrive-Max
               PERFORM 3200-DEAD-LETTER THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO Rdr-Record.
           MOVE Aks-Recipient-Name TO Rdr-Recipient-Name.
           MOVE SPACE TO Rdr-Greeting-Key.
           WRITE Rdr-Record.
           IF WS-Rdr-File-OK
               ADD 1 TO WS-Redrive-Count
           ELSE
               DISPLAY "HELLOACK: RE-DRIVE WRITE FAILED STATUS "
                   WS-Rdr-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "D007" TO WS-Exc-Code
               MOVE "RE-DRIVE WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Rdr-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.

       3100-EXIT.
           EXIT.

      * The dead-letter record lists the recipient, the date of the
      * first unacknowledged greeting in the run and the attempts
      * made.  The deactivate transaction is queued only when the
      * attempt was posted by this run, so a rerun of a cycle already
      * posted does not queue it twice.
       3200-DEAD-LETTER.

           MOVE SPACES TO Dlq-Record.
           MOVE Aks-Recipient-Name TO Dlq-Recipient-Name.
           MOVE Hst-First-Fail-Date TO Dlq-First-Fail-Date.
           MOVE Hst-Redrive-Count TO Dlq-Attempt-Count.
           MOVE Aks-Run-Date TO Dlq-Last-Greeted-Date.
           WRITE Dlq-Record.
           IF NOT WS-Dlq-File-OK
               DISPLAY "HELLOACK: DEAD-LETTER WRITE FAILED STATUS "
                   WS-Dlq-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "D014" TO WS-Exc-Code
               MOVE "DEAD-LETTER WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Dlq-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-Dead-Letter-Count.
           DISPLAY "HELLOACK: DEAD-LETTER " Dlq-Recipient-Name
               " FIRST FAILED " Dlq-First-Fail-Date
               " ATTEMPTS " Dlq-Attempt-Count.

           IF NOT WS-Hst-Posted
               GO TO 3200-EXIT
           END-IF.

           IF NOT WS-Drt-Open
               OPEN EXTEND HELLO-DRT-FILE
               IF WS-Drt-File-NOT-FOUND
                   OPEN OUTPUT HELLO-DRT-FILE
               END-IF
               IF NOT WS-Drt-File-OK
                   DISPLAY "HELLOACK: HELLODRT OPEN FAILED STATUS "
                       WS-Drt-File-Status
                   MOVE "E" TO WS-Exc-Severity
                   MOVE "D015" TO WS-Exc-Code
                   MOVE "HELLODRT OPEN FAILED" TO WS-Exc-Text
                   MOVE WS-Drt-File-Status TO WS-Exc-File-Stat
                   PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
                   IF 20 > WS-Return-Code
                       MOVE 20 TO WS-Return-Code
                   END-IF
                   GO TO 3200-EXIT
               END-IF
               SET WS-Drt-Open TO TRUE
           END-IF.

           MOVE SPACES TO Trn-Record.
           MOVE "D" TO Trn-Action.
           MOVE Aks-Recipient-Name TO Trn-Recipient-Name.
           WRITE Trn-Record.
           IF WS-Drt-File-OK
               ADD 1 TO WS-Deactivate-Count
           ELSE
               DISPLAY "HELLOACK: HELLODRT WRITE FAILED STATUS "
                   WS-Drt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "D015" TO WS-Exc-Code
               MOVE "HELLODRT WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Drt-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.

       3200-EXIT.
           EXIT.

      * History posting.  The first posting run creates the master,
      * after which it is updated in place.
       3500-OPEN-HISTORY.

           IF WS-Grt-Count = ZERO
               GO TO 3500-EXIT
           END-IF.

           OPEN I-O HELLO-HST-FILE.
           IF WS-Hst-File-NOT-FOUND
               OPEN OUTPUT HELLO-HST-FILE
               IF WS-Hst-File-OK
                   CLOSE HELLO-HST-FILE
                   OPEN I-O HELLO-HST-FILE
               END-IF
           END-IF.
           IF NOT WS-Hst-File-OK
               DISPLAY "HELLOACK: HELLOHST OPEN FAILED STATUS "
                   WS-Hst-File-Status " - RE-DRIVE NOT LIMITED"
               MOVE "E" TO WS-Exc-Severity
               MOVE "D010" TO WS-Exc-Code
               MOVE "HELLOHST OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Hst-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 3500-EXIT
           END-IF.
           SET WS-Hst-Open TO TRUE.

       3500-EXIT.
           EXIT.

      * A greeting at or before the latest one already posted for
      * the recipient is a rerun of a cycle already posted: it is not
      * counted again, but the history as it stands still decides
      * its re-drive.  An acknowledgment clears the attempt count.
       3510-POST-ONE-GREETING.

           MOVE "N" TO WS-Hst-New-Switch.
           MOVE Aks-Recipient-Name TO Hst-Recipient-Name.
           READ HELLO-HST-FILE.
           IF WS-Hst-No-Record
               SET WS-Hst-New TO TRUE
               INITIALIZE Hst-Record
               MOVE Aks-Recipient-Name
                   TO Hst-Recipient-Name
               MOVE Aks-Run-Date
                   TO Hst-First-Greeted-Date
           ELSE
               IF NOT WS-Hst-File-OK
                   PERFORM 3590-HISTORY-IO-ERROR THRU 3590-EXIT
                   GO TO 3510-EXIT
               END-IF
           END-IF.

           IF NOT WS-Hst-New
              AND (Hst-Last-Greeted-Date
                       > Aks-Run-Date
                   OR (Hst-Last-Greeted-Date
                          = Aks-Run-Date
                       AND Hst-Last-Greeted-Time
                          NOT < Aks-Run-Time))
               ADD 1 TO WS-Hst-Skipped-Count
               SET WS-Hst-Ready TO TRUE
               GO TO 3510-EXIT
           END-IF.

           MOVE Aks-Run-Date
               TO Hst-Last-Greeted-Date.
           MOVE Aks-Run-Time
               TO Hst-Last-Greeted-Time.
           MOVE Aks-Greeting-Text
               TO Hst-Last-Greeting-Text.
           MOVE Aks-Greeting-Key
               TO Hst-Last-Greeting-Key.
           ADD 1 TO Hst-Greeted-Count.
           IF WS-Grt-Matched
               MOVE Aks-Run-Date
                   TO Hst-Last-Ack-Date
               MOVE ZERO TO Hst-Redrive-Count
               MOVE SPACES TO Hst-First-Fail-Date
           ELSE
               ADD 1 TO Hst-Unack-Count
               ADD 1 TO Hst-Redrive-Count
               IF Hst-First-Fail-Date = SPACES
                   MOVE Aks-Run-Date
                       TO Hst-First-Fail-Date
               END-IF
           END-IF.

           IF WS-Hst-New
               WRITE Hst-Record
           ELSE
               REWRITE Hst-Record
           END-IF.
           IF NOT WS-Hst-File-OK
               PERFORM 3590-HISTORY-IO-ERROR THRU 3590-EXIT
               GO TO 3510-EXIT
           END-IF.
           IF WS-Hst-New
               ADD 1 TO WS-Hst-Added-Count
           ELSE
               ADD 1 TO WS-Hst-Updated-Count
           END-IF.
           SET WS-Hst-Ready TO TRUE.
           SET WS-Hst-Posted TO TRUE.

       3510-EXIT.
           EXIT.

       3590-HISTORY-IO-ERROR.

           DISPLAY "HELLOACK: HISTORY I/O FAILED STATUS "
               WS-Hst-File-Status " FOR "
               Aks-Recipient-Name.
           MOVE "E" TO WS-Exc-Severity.
           MOVE "D011" TO WS-Exc-Code.
           MOVE "GREETING HISTORY I/O FAILED" TO WS-Exc-Text.
           MOVE WS-Hst-File-Status TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 20 > WS-Return-Code
               MOVE 20 TO WS-Return-Code
           END-IF.

       3590-EXIT.
           EXIT.

       4000-REPORT-RESULTS.
               WS-Ack-Orphan-Count.
           DISPLAY "HELLOACK: GREETINGS UNACKNOWLEDGED "
               WS-Unacked-Count.
           DISPLAY "HELLOACK: GREETINGS RE-DRIVEN "
               WS-Redrive-Count.
           DISPLAY "HELLOACK: GREETINGS DEAD-LETTERED "
               WS-Dead-Letter-Count.
           DISPLAY "HELLOACK: DEACTIVATIONS QUEUED "
               WS-Deactivate-Count.
           DISPLAY "HELLOACK: HISTORY RECIPIENTS ADDED "
               WS-Hst-Added-Count.
           DISPLAY "HELLOACK: HISTORY RECIPIENTS UPDATED "
               WS-Hst-Updated-Count.
           DISPLAY "HELLOACK: GREETINGS ALREADY ON HISTORY "
               WS-Hst-Skipped-Count.

           IF WS-Redrive-Count > ZERO
               MOVE "W" TO WS-Exc-Severity
               MOVE "D008" TO WS-Exc-Code
               MOVE "UNACKNOWLEDGED GREETINGS RE-DRIVEN"
               END-IF
           END-IF.

           IF WS-Dead-Letter-Count > ZERO
               MOVE "W" TO WS-Exc-Severity
               MOVE "D012" TO WS-Exc-Code
               MOVE "RECIPIENTS DEAD-LETTERED AT REDRIVE-MAX"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
           END-IF.

           IF WS-Ack-Orphan-Count > ZERO
               MOVE "W" TO WS-Exc-Severity
               MOVE "D009" TO WS-Exc-Code
       4000-EXIT.
           EXIT.

      * Run-parameter load: HELLOPRM rows for this program effective
      * on the run date are taken in file order, the first row per
      * name winning, and each resolved value is stamped into
      * HELLOLOG so the setting in force is always on record.
       8100-LOAD-RUN-PARMS.

           ACCEPT WS-Prm-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Prm-Run-Time FROM TIME.
           MOVE WS-Prm-Run-Date TO WS-Prm-Run-Date-X.

           OPEN INPUT HELLO-PRM-FILE.
           IF WS-Prm-File-NOT-FOUND
               GO TO 8100-EXIT
           END-IF.
           IF NOT WS-Prm-File-OK
               DISPLAY "HELLOACK: HELLOPRM OPEN FAILED STATUS "
                   WS-Prm-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "D013" TO WS-Exc-Code
               MOVE "HELLOPRM OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Prm-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               GO TO 8100-EXIT
           END-IF.

           PERFORM 8110-READ-RUN-PARM THRU 8110-EXIT.
           PERFORM 8120-ADD-RUN-PARM THRU 8120-EXIT
               UNTIL WS-Prm-Eof.
           CLOSE HELLO-PRM-FILE.

           IF WS-Prm-Count > ZERO
               PERFORM 8300-STAMP-RUN-PARMS THRU 8300-EXIT
           END-IF.

       8100-EXIT.
           EXIT.

       8110-READ-RUN-PARM.

           READ HELLO-PRM-FILE
               AT END
                   SET WS-Prm-Eof TO TRUE
           END-READ.

       8110-EXIT.
           EXIT.

       8120-ADD-RUN-PARM.

           IF Parm-Pgm-Name NOT = "helloack"
              OR Parm-Eff-From > WS-Prm-Run-Date-X
              OR (Parm-Eff-To NOT = SPACES
                  AND Parm-Eff-To < WS-Prm-Run-Date-X)
               GO TO 8120-NEXT
           END-IF.

           MOVE Parm-Name TO WS-Prm-Find-Name.
           PERFORM 8200-FIND-RUN-PARM THRU 8200-EXIT.
           IF WS-Prm-Found
               GO TO 8120-NEXT
           END-IF.

           IF WS-Prm-Table-Full
               DISPLAY "HELLOACK: RUN PARAMETER TABLE FULL AT 20 - "
                   "REMAINING ROWS IGNORED"
               MOVE "W" TO WS-Exc-Severity
               MOVE "D013" TO WS-Exc-Code
               MOVE "RUN PARAMETER TABLE FULL AT 20"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               SET WS-Prm-Eof TO TRUE
               GO TO 8120-EXIT
           END-IF.

           ADD 1 TO WS-Prm-Count.
           MOVE Parm-Name TO WS-Prm-Tbl-Name(WS-Prm-Count).
           MOVE Parm-Value TO WS-Prm-Tbl-Value(WS-Prm-Count).

       8120-NEXT.
           PERFORM 8110-READ-RUN-PARM THRU 8110-EXIT.

       8120-EXIT.
           EXIT.

      * Lookup by parameter name; the found switch and the value are
      * the outputs.
       8200-FIND-RUN-PARM.

           MOVE "N" TO WS-Prm-Found-Switch.
           MOVE SPACES TO WS-Prm-Find-Value.
           MOVE 1 TO WS-Prm-Index.
           PERFORM 8210-MATCH-RUN-PARM THRU 8210-EXIT
               UNTIL WS-Prm-Index > WS-Prm-Count
                  OR WS-Prm-Found.

       8200-EXIT.
           EXIT.

       8210-MATCH-RUN-PARM.

           IF WS-Prm-Tbl-Name(WS-Prm-Index) = WS-Prm-Find-Name
               SET WS-Prm-Found TO TRUE
               MOVE WS-Prm-Tbl-Value(WS-Prm-Index)
                   TO WS-Prm-Find-Value
           ELSE
               ADD 1 TO WS-Prm-Index
           END-IF.

       8210-EXIT.
           EXIT.

       8300-STAMP-RUN-PARMS.

           OPEN EXTEND HELLO-LOG-FILE.
           IF WS-Log-File-NOT-FOUND
               OPEN OUTPUT HELLO-LOG-FILE
           END-IF.
           IF NOT WS-Log-File-OK
               DISPLAY "HELLOACK: PARAMETER STAMP OPEN FAILED "
                   "STATUS " WS-Log-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "D013" TO WS-Exc-Code
               MOVE "PARAMETER STAMP OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Log-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               GO TO 8300-EXIT
           END-IF.

           MOVE 1 TO WS-Prm-Index.
           PERFORM 8310-STAMP-ONE-PARM THRU 8310-EXIT
               UNTIL WS-Prm-Index > WS-Prm-Count.
           CLOSE HELLO-LOG-FILE.

       8300-EXIT.
           EXIT.

       8310-STAMP-ONE-PARM.

           MOVE "helloack" TO Audit-Pgm-Name.
           MOVE SPACES TO Audit-Msg-Text.
           STRING "PARM " DELIMITED BY SIZE
                  WS-Prm-Tbl-Name(WS-Prm-Index)
                      DELIMITED BY SPACE
                  "=" DELIMITED BY SIZE
                  WS-Prm-Tbl-Value(WS-Prm-Index)
                      DELIMITED BY SPACE
                  INTO Audit-Msg-Text
           END-STRING.
           MOVE WS-Prm-Run-Date TO Audit-Run-Date.
           MOVE WS-Prm-Run-Time TO Audit-Run-Time.
           WRITE Audit-Record.
           IF NOT WS-Log-File-OK
               DISPLAY "HELLOACK: PARAMETER STAMP WRITE FAILED "
                   "STATUS " WS-Log-File-Status
           END-IF.
           ADD 1 TO WS-Prm-Index.

       8310-EXIT.
           EXIT.

      * Common exception writer: callers stage severity, code, text
      * and file status in the WS-Exc fields; the record is stamped
      * with the program name and the current date and time.
