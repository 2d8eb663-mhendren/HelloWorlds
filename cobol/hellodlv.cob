      * Delivery channel routing: splits the day's HELLOGRT into one
      * outbound file per delivery channel off the recipient master -
      * HELLODLP print, HELLODLE email, HELLODLF partner feed - each
      * with a header and a record-count trailer.  Greetings for
      * recipients without a valid channel go to the HELLODLH hold
      * file with a reason code.  The HELLODRP control report shows
      * the per-channel counts adding back up to the HELLOGRT total
      * and to the greeted count on the cycle's balance certificate;
      * a routing that does not add up ends with return code 12.
      * The cycle must hold a balanced HELLOCRT certificate from
      * hellobal; see 0200-CHECK-CERTIFICATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hellodlv.
       AUTHOR. Michael Hendren.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-GRT-FILE ASSIGN TO "HELLOGRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Grt-File-Status.

           SELECT HELLO-RCP-FILE ASSIGN TO "HELLORCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Rcp-Recipient-Name
               FILE STATUS IS WS-Rcp-File-Status.

           SELECT HELLO-DLP-FILE ASSIGN TO "HELLODLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dlp-File-Status.

           SELECT HELLO-DLE-FILE ASSIGN TO "HELLODLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dle-File-Status.

           SELECT HELLO-DLF-FILE ASSIGN TO "HELLODLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dlf-File-Status.

           SELECT HELLO-DLH-FILE ASSIGN TO "HELLODLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dlh-File-Status.

           SELECT HELLO-DRP-FILE ASSIGN TO "HELLODRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Drp-File-Status.

           SELECT HELLO-CRT-FILE ASSIGN TO "HELLOCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Crt-File-Status.

           SELECT HELLO-LOG-FILE ASSIGN TO "HELLOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-GRT-FILE.
       01  Grt-Record.
           02 Grt-Greeting-Text PIC X(40).
           02 Grt-Recipient-Name PIC X(20).
           02 Grt-Run-Date PIC X(08).
           02 Grt-Run-Time PIC X(08).
           02 Grt-Greeting-Key PIC X(01).

       FD  HELLO-RCP-FILE.
       COPY WSRCP.

       FD  HELLO-DLP-FILE.
       01  Dlp-Record PIC X(140).

       FD  HELLO-DLE-FILE.
       01  Dle-Record PIC X(140).

       FD  HELLO-DLF-FILE.
       01  Dlf-Record PIC X(140).

       FD  HELLO-DLH-FILE.
       01  Dlh-Record PIC X(140).

       FD  HELLO-DRP-FILE.
       01  Drp-Record PIC X(132).

       FD  HELLO-CRT-FILE.
       COPY WSCERT.

       FD  HELLO-LOG-FILE.
       COPY WSAUDIT.

       FD  HELLO-EXC-FILE.
       COPY WSEXC.

       WORKING-STORAGE SECTION.
       01 WS-Grt-File-Status PIC X(02).
          88 WS-Grt-File-OK VALUE "00".
          88 WS-Grt-File-NOT-FOUND VALUE "35".

       01 WS-Rcp-File-Status PIC X(02).
          88 WS-Rcp-File-OK VALUE "00".
          88 WS-Rcp-File-NOT-FOUND VALUE "35".
          88 WS-Rcp-No-Record VALUE "23".

       01 WS-Dlp-File-Status PIC X(02).
          88 WS-Dlp-File-OK VALUE "00".

       01 WS-Dle-File-Status PIC X(02).
          88 WS-Dle-File-OK VALUE "00".

       01 WS-Dlf-File-Status PIC X(02).
          88 WS-Dlf-File-OK VALUE "00".

       01 WS-Dlh-File-Status PIC X(02).
          88 WS-Dlh-File-OK VALUE "00".

       01 WS-Drp-File-Status PIC X(02).
          88 WS-Drp-File-OK VALUE "00".

       01 WS-Crt-File-Status PIC X(02).
          88 WS-Crt-File-OK VALUE "00".
          88 WS-Crt-File-NOT-FOUND VALUE "35".

       01 WS-Log-File-Status PIC X(02).
          88 WS-Log-File-OK VALUE "00".
          88 WS-Log-File-NOT-FOUND VALUE "35".

       01 WS-Exc-File-Status PIC X(02).
          88 WS-Exc-File-OK VALUE "00".
          88 WS-Exc-File-NOT-FOUND VALUE "35".

      * Staging for the common exception record; callers fill these
      * and PERFORM 9000-WRITE-EXCEPTION.
       01 WS-Exc-Severity PIC X(01).
       01 WS-Exc-Code PIC X(04).
       01 WS-Exc-Text PIC X(40).
       01 WS-Exc-File-Stat PIC X(02).
       01 WS-Exc-Date PIC 9(08).
       01 WS-Exc-Time PIC 9(08).

       01 WS-Run-Date PIC 9(08) VALUE ZERO.
       01 WS-Run-Time PIC 9(08) VALUE ZERO.

       01 WS-Grt-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Grt-Eof VALUE "Y".

       01 WS-Grt-Open-Switch PIC X(01) VALUE "N".
          88 WS-Grt-Open VALUE "Y".

       01 WS-Balanced-Switch PIC X(01) VALUE "Y".
          88 WS-Balanced VALUE "Y".

      * Greetings read, records written per outbound file, and the
      * held greetings broken down by hold reason.
       01 WS-Grt-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Prt-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Eml-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Ptn-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Hold-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Hold-No-Master-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Hold-No-Channel-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Hold-Bad-Channel-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Hold-No-Address-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Hold-Unreadable-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Routed-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Delivered-Count PIC 9(07) COMP VALUE ZERO.

      * Outbound records, fixed-position like the partner response
      * file.  A detail carries the recipient, the channel and its
      * address, and the greeting as it stands on HELLOGRT; on the
      * hold file it also carries why the greeting was not routed:
      *     01 not on recipient master  03 unknown channel code
      *     02 no channel code          04 no channel address
      *     99 recipient master unreadable - reroute once fixed
       01 WS-Out-Line PIC X(140).

       01 WS-Hdr-Line.
          05 FILLER PIC X(04) VALUE "HDR,".
          05 WS-Hdr-Channel PIC X(01).
          05 FILLER PIC X(01) VALUE ",".
          05 WS-Hdr-Cycle-Date PIC X(08).
          05 FILLER PIC X(01) VALUE ",".
          05 WS-Hdr-Run-Date PIC 9(08).
          05 FILLER PIC X(01) VALUE ",".
          05 WS-Hdr-Run-Time PIC 9(08).
          05 FILLER PIC X(108) VALUE SPACES.

       01 WS-Dtl-Line.
          05 WS-Dtl-Recipient-Name PIC X(20).
          05 WS-Dtl-Channel PIC X(01).
          05 WS-Dtl-Address PIC X(60).
          05 WS-Dtl-Greeting-Text PIC X(40).
          05 WS-Dtl-Greeting-Key PIC X(01).
          05 WS-Dtl-Run-Date PIC X(08).
          05 WS-Dtl-Run-Time PIC X(08).
          05 WS-Dtl-Hold-Reason PIC X(02).

       01 WS-Trl-Line.
          05 FILLER PIC X(04) VALUE "TRL,".
          05 WS-Trl-Channel PIC X(01).
          05 FILLER PIC X(01) VALUE ",".
          05 WS-Trl-Count PIC 9(07).
          05 FILLER PIC X(127) VALUE SPACES.

      * Outbound file in trouble, staged for 7900-OUTPUT-ERROR.
       01 WS-Out-Name PIC X(08).
       01 WS-Out-Status PIC X(02).

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

      * Greeted count hellobal found on HELLOGRT for the cycle; the
      * routing must account for the same number of greetings.
       01 WS-Cert-Grt-Count PIC 9(07) VALUE ZERO.

       01 WS-Hdg-Line-1.
          05 FILLER PIC X(44) VALUE
             "HELLODLV - DELIVERY ROUTING CONTROL".
          05 FILLER PIC X(11) VALUE "CYCLE DATE ".
          05 WS-Hdg-Date PIC X(08).
          05 FILLER PIC X(69) VALUE SPACES.

       01 WS-Val-Line.
          05 WS-Val-Label PIC X(38).
          05 WS-Val-Value PIC ZZZZZZ9.
          05 FILLER PIC X(87) VALUE SPACES.

       01 WS-Chk-Line.
          05 WS-Chk-Label PIC X(38).
          05 WS-Chk-Result PIC X(14).
          05 FILLER PIC X(80) VALUE SPACES.

       01 WS-Verdict-Line.
          05 FILLER PIC X(09) VALUE "ROUTING: ".
          05 WS-Verdict-Text PIC X(30).
          05 FILLER PIC X(93) VALUE SPACES.

       01 WS-Print-Line PIC X(132) VALUE SPACES.

       01 WS-Return-Code PIC S9(04) COMP VALUE ZERO.

       LINKAGE SECTION.
       01 LS-Parm-Length PIC S9(04) COMP.
       01 LS-Parm-Data PIC X(80).

       PROCEDURE DIVISION USING LS-Parm-Length LS-Parm-Data.

       0000-MAIN-PROCESS.

           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           PERFORM 0100-PARSE-PARM THRU 0100-EXIT.
           IF WS-Return-Code NOT = ZERO
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 0200-CHECK-CERTIFICATE THRU 0200-EXIT.
           IF WS-Return-Code NOT < 8
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-Return-Code < 8
               PERFORM 2000-ROUTE-GREETINGS THRU 2000-EXIT
               PERFORM 3000-JUDGE-BALANCE THRU 3000-EXIT
               PERFORM 4000-PRINT-CONTROL-REPORT THRU 4000-EXIT
           END-IF.
           GO TO 9999-END-PROGRAM.

       0100-PARSE-PARM.

           ACCEPT WS-Gate-Date FROM DATE YYYYMMDD.
           MOVE WS-Gate-Date TO WS-Cycle-Date.
           IF LS-Parm-Length NOT > ZERO
               GO TO 0100-EXIT
           END-IF.
           IF LS-Parm-Length > 80
               DISPLAY "HELLODLV: INVALID PARM LENGTH RECEIVED"
               MOVE "E" TO WS-Exc-Severity
               MOVE "L001" TO WS-Exc-Code
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
                   DISPLAY "HELLODLV: CYCLE DATE PARM MUST BE YYYYMMDD"
                   MOVE "E" TO WS-Exc-Severity
                   MOVE "L001" TO WS-Exc-Code
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
                   DISPLAY "HELLODLV: PARM COLS 10-17 MUST BE OVERRIDE "
                       "OR BLANK"
                   MOVE "E" TO WS-Exc-Severity
                   MOVE "L001" TO WS-Exc-Code
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
               DISPLAY "HELLODLV: HELLOCRT OPEN FAILED STATUS "
                   WS-Crt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "L002" TO WS-Exc-Code
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
               DISPLAY "HELLODLV: CYCLE " WS-Cycle-Date
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

           DISPLAY "HELLODLV: CYCLE " WS-Cycle-Date " " WS-Cert-State
               " - RUN REFUSED".
           MOVE "E" TO WS-Exc-Severity.
           MOVE "L003" TO WS-Exc-Code.
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
      * and counts replace the earlier ones for the same cycle date.
       0220-TAKE-CERTIFICATE.

           IF Cert-Cycle-Date = WS-Cycle-Date
               SET WS-Cert-Found TO TRUE
               MOVE Cert-Verdict TO WS-Cert-Verdict
               MOVE Cert-Grt-Count TO WS-Cert-Grt-Count
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
           MOVE "hellodlv" TO Audit-Pgm-Name.
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

           DISPLAY "HELLODLV: CYCLE " WS-Cycle-Date " " WS-Cert-State
               " - RUN BY OVERRIDE".
           MOVE "W" TO WS-Exc-Severity.
           MOVE "L004" TO WS-Exc-Code.
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
           DISPLAY "HELLODLV: OVERRIDE COULD NOT BE LOGGED STATUS "
               WS-Log-File-Status " - RUN REFUSED".
           MOVE "E" TO WS-Exc-Severity.
           MOVE "L005" TO WS-Exc-Code.
           MOVE "OVERRIDE NOT LOGGED - RUN REFUSED" TO WS-Exc-Text.
           MOVE WS-Log-File-Status TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 12 > WS-Return-Code
               MOVE 12 TO WS-Return-Code
           END-IF.

       0300-EXIT.
           EXIT.

      * A missing HELLOGRT is a day with nothing greeted: the
      * outbound files are still written, header and zero trailer,
      * so delivery always receives a file per channel.
       1000-INITIALIZE.

           OPEN INPUT HELLO-GRT-FILE.
           IF WS-Grt-File-NOT-FOUND
               DISPLAY "HELLODLV: HELLOGRT NOT FOUND - "
                   "NO GREETINGS TO ROUTE"
               SET WS-Grt-Eof TO TRUE
           ELSE
               IF NOT WS-Grt-File-OK
                   DISPLAY "HELLODLV: HELLOGRT OPEN FAILED STATUS "
                       WS-Grt-File-Status
                   MOVE "E" TO WS-Exc-Severity
                   MOVE "L006" TO WS-Exc-Code
                   MOVE "HELLOGRT OPEN FAILED" TO WS-Exc-Text
                   MOVE WS-Grt-File-Status TO WS-Exc-File-Stat
                   PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
                   MOVE 20 TO WS-Return-Code
                   GO TO 1000-EXIT
               END-IF
               SET WS-Grt-Open TO TRUE
           END-IF.

           OPEN INPUT HELLO-RCP-FILE.
           IF NOT WS-Rcp-File-OK
               DISPLAY "HELLODLV: HELLORCP OPEN FAILED STATUS "
                   WS-Rcp-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "L007" TO WS-Exc-Code
               MOVE "HELLORCP OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               IF WS-Grt-Open
                   CLOSE HELLO-GRT-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT HELLO-DLP-FILE.
           IF NOT WS-Dlp-File-OK
               MOVE "HELLODLP" TO WS-Out-Name
               MOVE WS-Dlp-File-Status TO WS-Out-Status
               GO TO 1000-OPEN-FAILED
           END-IF.
           OPEN OUTPUT HELLO-DLE-FILE.
           IF NOT WS-Dle-File-OK
               MOVE "HELLODLE" TO WS-Out-Name
               MOVE WS-Dle-File-Status TO WS-Out-Status
               GO TO 1000-OPEN-FAILED
           END-IF.
           OPEN OUTPUT HELLO-DLF-FILE.
           IF NOT WS-Dlf-File-OK
               MOVE "HELLODLF" TO WS-Out-Name
               MOVE WS-Dlf-File-Status TO WS-Out-Status
               GO TO 1000-OPEN-FAILED
           END-IF.
           OPEN OUTPUT HELLO-DLH-FILE.
           IF NOT WS-Dlh-File-OK
               MOVE "HELLODLH" TO WS-Out-Name
               MOVE WS-Dlh-File-Status TO WS-Out-Status
               GO TO 1000-OPEN-FAILED
           END-IF.

           MOVE WS-Cycle-Date TO WS-Hdr-Cycle-Date.
           MOVE WS-Run-Date TO WS-Hdr-Run-Date.
           MOVE WS-Run-Time TO WS-Hdr-Run-Time.
           MOVE "P" TO WS-Hdr-Channel.
           MOVE WS-Hdr-Line TO WS-Out-Line.
           PERFORM 7100-WRITE-PRINT THRU 7100-EXIT.
           MOVE "E" TO WS-Hdr-Channel.
           MOVE WS-Hdr-Line TO WS-Out-Line.
           PERFORM 7200-WRITE-EMAIL THRU 7200-EXIT.
           MOVE "F" TO WS-Hdr-Channel.
           MOVE WS-Hdr-Line TO WS-Out-Line.
           PERFORM 7300-WRITE-PARTNER THRU 7300-EXIT.
           MOVE "H" TO WS-Hdr-Channel.
           MOVE WS-Hdr-Line TO WS-Out-Line.
           PERFORM 7400-WRITE-HOLD THRU 7400-EXIT.
           GO TO 1000-EXIT.

      * An outbound file that cannot be opened stops the run before
      * anything is routed, so no channel gets a partial day.
       1000-OPEN-FAILED.
           DISPLAY "HELLODLV: " WS-Out-Name " OPEN FAILED STATUS "
               WS-Out-Status.
           MOVE "E" TO WS-Exc-Severity.
           MOVE "L009" TO WS-Exc-Code.
           MOVE SPACES TO WS-Exc-Text.
           STRING WS-Out-Name " OPEN FAILED"
               DELIMITED BY SIZE
               INTO WS-Exc-Text
           END-STRING.
           MOVE WS-Out-Status TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           MOVE 20 TO WS-Return-Code.
           PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.

       1000-EXIT.
           EXIT.

      * Closing an outbound file that never opened only sets its
      * status, so one close list serves every exit.
       1900-CLOSE-FILES.

           IF WS-Grt-Open
               CLOSE HELLO-GRT-FILE
           END-IF.
           CLOSE HELLO-RCP-FILE.
           CLOSE HELLO-DLP-FILE.
           CLOSE HELLO-DLE-FILE.
           CLOSE HELLO-DLF-FILE.
           CLOSE HELLO-DLH-FILE.

       1900-EXIT.
           EXIT.

       2000-ROUTE-GREETINGS.

           IF WS-Grt-Open
               PERFORM 2100-READ-GREETING THRU 2100-EXIT
           END-IF.
           PERFORM 2200-ROUTE-ONE THRU 2200-EXIT
               UNTIL WS-Grt-Eof.

           PERFORM 2900-WRITE-TRAILERS THRU 2900-EXIT.
           PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.

           IF WS-Hold-Count > ZERO
               DISPLAY "HELLODLV: " WS-Hold-Count
                   " GREETING(S) HELD - NO VALID CHANNEL"
               MOVE "W" TO WS-Exc-Severity
               MOVE "L013" TO WS-Exc-Code
               MOVE "GREETINGS HELD - NO VALID CHANNEL"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
           END-IF.

           DISPLAY "HELLODLV: GREETINGS READ " WS-Grt-Count.
           DISPLAY "HELLODLV: ROUTED TO PRINT " WS-Prt-Count.
           DISPLAY "HELLODLV: ROUTED TO EMAIL " WS-Eml-Count.
           DISPLAY "HELLODLV: ROUTED TO PARTNER FEED " WS-Ptn-Count.
           DISPLAY "HELLODLV: HELD " WS-Hold-Count.

       2000-EXIT.
           EXIT.

       2100-READ-GREETING.

           READ HELLO-GRT-FILE
               AT END
                   SET WS-Grt-Eof TO TRUE
               NOT AT END
                   ADD 1 TO WS-Grt-Count
           END-READ.

       2100-EXIT.
           EXIT.

      * The greeting goes out on the recipient's channel as it now
      * stands on the master.  The active flag is not judged again:
      * hello has already decided the recipient was to be greeted.
       2200-ROUTE-ONE.

           MOVE SPACES TO WS-Dtl-Line.
           MOVE Grt-Recipient-Name TO WS-Dtl-Recipient-Name.
           MOVE Grt-Greeting-Text TO WS-Dtl-Greeting-Text.
           MOVE Grt-Greeting-Key TO WS-Dtl-Greeting-Key.
           MOVE Grt-Run-Date TO WS-Dtl-Run-Date.
           MOVE Grt-Run-Time TO WS-Dtl-Run-Time.

           MOVE Grt-Recipient-Name TO Rcp-Recipient-Name.
           READ HELLO-RCP-FILE.
           IF WS-Rcp-No-Record
               MOVE "01" TO WS-Dtl-Hold-Reason
               ADD 1 TO WS-Hold-No-Master-Count
               GO TO 2200-HOLD
           END-IF.
           IF NOT WS-Rcp-File-OK
               DISPLAY "HELLODLV: HELLORCP READ FAILED STATUS "
                   WS-Rcp-File-Status " FOR " Grt-Recipient-Name
               MOVE "E" TO WS-Exc-Severity
               MOVE "L008" TO WS-Exc-Code
               MOVE "HELLORCP READ FAILED" TO WS-Exc-Text
               MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               MOVE "99" TO WS-Dtl-Hold-Reason
               ADD 1 TO WS-Hold-Unreadable-Count
               GO TO 2200-HOLD
           END-IF.

           MOVE Rcp-Channel-Code TO WS-Dtl-Channel.
           MOVE Rcp-Channel-Address TO WS-Dtl-Address.
           IF Rcp-Channel-Code = SPACE
               MOVE "02" TO WS-Dtl-Hold-Reason
               ADD 1 TO WS-Hold-No-Channel-Count
               GO TO 2200-HOLD
           END-IF.
           IF NOT Rcp-Channel-Valid
               MOVE "03" TO WS-Dtl-Hold-Reason
               ADD 1 TO WS-Hold-Bad-Channel-Count
               GO TO 2200-HOLD
           END-IF.
           IF Rcp-Channel-Address = SPACES
               MOVE "04" TO WS-Dtl-Hold-Reason
               ADD 1 TO WS-Hold-No-Address-Count
               GO TO 2200-HOLD
           END-IF.

           MOVE WS-Dtl-Line TO WS-Out-Line.
           EVALUATE TRUE
               WHEN Rcp-Channel-Print
                   PERFORM 7100-WRITE-PRINT THRU 7100-EXIT
                   IF WS-Dlp-File-OK
                       ADD 1 TO WS-Prt-Count
                   END-IF
               WHEN Rcp-Channel-Email
                   PERFORM 7200-WRITE-EMAIL THRU 7200-EXIT
                   IF WS-Dle-File-OK
                       ADD 1 TO WS-Eml-Count
                   END-IF
               WHEN Rcp-Channel-Partner
                   PERFORM 7300-WRITE-PARTNER THRU 7300-EXIT
                   IF WS-Dlf-File-OK
                       ADD 1 TO WS-Ptn-Count
                   END-IF
           END-EVALUATE.
           GO TO 2200-NEXT.

       2200-HOLD.
           MOVE WS-Dtl-Line TO WS-Out-Line.
           PERFORM 7400-WRITE-HOLD THRU 7400-EXIT.
           IF WS-Dlh-File-OK
               ADD 1 TO WS-Hold-Count
           END-IF.

       2200-NEXT.
           PERFORM 2100-READ-GREETING THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

      * Each trailer counts the details actually written to its file.
       2900-WRITE-TRAILERS.

           MOVE "P" TO WS-Trl-Channel.
           MOVE WS-Prt-Count TO WS-Trl-Count.
           MOVE WS-Trl-Line TO WS-Out-Line.
           PERFORM 7100-WRITE-PRINT THRU 7100-EXIT.

           MOVE "E" TO WS-Trl-Channel.
           MOVE WS-Eml-Count TO WS-Trl-Count.
           MOVE WS-Trl-Line TO WS-Out-Line.
           PERFORM 7200-WRITE-EMAIL THRU 7200-EXIT.

           MOVE "F" TO WS-Trl-Channel.
           MOVE WS-Ptn-Count TO WS-Trl-Count.
           MOVE WS-Trl-Line TO WS-Out-Line.
           PERFORM 7300-WRITE-PARTNER THRU 7300-EXIT.

           MOVE "H" TO WS-Trl-Channel.
           MOVE WS-Hold-Count TO WS-Trl-Count.
           MOVE WS-Trl-Line TO WS-Out-Line.
           PERFORM 7400-WRITE-HOLD THRU 7400-EXIT.

       2900-EXIT.
           EXIT.

      * The routing balances when every greeting read landed on
      * exactly one outbound file, and the greetings read are the
      * ones hellobal certified for the cycle.  Without a
      * certificate (an override run) only the first test applies.
       3000-JUDGE-BALANCE.

           ADD WS-Prt-Count WS-Eml-Count WS-Ptn-Count
               GIVING WS-Routed-Count.
           ADD WS-Routed-Count WS-Hold-Count
               GIVING WS-Delivered-Count.

           IF WS-Delivered-Count NOT = WS-Grt-Count
               MOVE "N" TO WS-Balanced-Switch
           END-IF.
           IF WS-Cert-Found
              AND WS-Grt-Count NOT = WS-Cert-Grt-Count
               MOVE "N" TO WS-Balanced-Switch
           END-IF.

           IF NOT WS-Balanced
               DISPLAY "HELLODLV: CYCLE " WS-Cycle-Date
                   " ROUTING OUT OF BALANCE"
               MOVE "E" TO WS-Exc-Severity
               MOVE "L012" TO WS-Exc-Code
               MOVE "DELIVERY ROUTING OUT OF BALANCE"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 12 > WS-Return-Code
                   MOVE 12 TO WS-Return-Code
               END-IF
           ELSE
               DISPLAY "HELLODLV: CYCLE " WS-Cycle-Date
                   " ROUTING IN BALANCE"
           END-IF.

       3000-EXIT.
           EXIT.

       4000-PRINT-CONTROL-REPORT.

           OPEN OUTPUT HELLO-DRP-FILE.
           IF NOT WS-Drp-File-OK
               DISPLAY "HELLODLV: HELLODRP OPEN FAILED STATUS "
                   WS-Drp-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "L011" TO WS-Exc-Code
               MOVE "HELLODRP OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Drp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-Cycle-Date TO WS-Hdg-Date.
           WRITE Drp-Record FROM WS-Hdg-Line-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "HELLOGRT GREETINGS READ" TO WS-Val-Label.
           MOVE WS-Grt-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           IF WS-Cert-Found
               MOVE "CERTIFIED GREETED COUNT" TO WS-Val-Label
               MOVE WS-Cert-Grt-Count TO WS-Val-Value
               MOVE WS-Val-Line TO WS-Print-Line
           ELSE
               MOVE "CERTIFIED GREETED COUNT" TO WS-Chk-Label
               MOVE "NOT CERTIFIED" TO WS-Chk-Result
               MOVE WS-Chk-Line TO WS-Print-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "CHANNEL P  PRINT      HELLODLP" TO WS-Val-Label.
           MOVE WS-Prt-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "CHANNEL E  EMAIL      HELLODLE" TO WS-Val-Label.
           MOVE WS-Eml-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "CHANNEL F  PARTNER    HELLODLF" TO WS-Val-Label.
           MOVE WS-Ptn-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "HELD       NO CHANNEL HELLODLH" TO WS-Val-Label.
           MOVE WS-Hold-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "  01 NOT ON RECIPIENT MASTER" TO WS-Val-Label.
           MOVE WS-Hold-No-Master-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "  02 NO CHANNEL CODE" TO WS-Val-Label.
           MOVE WS-Hold-No-Channel-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "  03 UNKNOWN CHANNEL CODE" TO WS-Val-Label.
           MOVE WS-Hold-Bad-Channel-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "  04 NO CHANNEL ADDRESS" TO WS-Val-Label.
           MOVE WS-Hold-No-Address-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "  99 RECIPIENT MASTER UNREADABLE" TO WS-Val-Label.
           MOVE WS-Hold-Unreadable-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "TOTAL ROUTED AND HELD" TO WS-Val-Label.
           MOVE WS-Delivered-Count TO WS-Val-Value.
           MOVE WS-Val-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "ROUTED + HELD = HELLOGRT READ" TO WS-Chk-Label.
           IF WS-Delivered-Count = WS-Grt-Count
               MOVE "OK" TO WS-Chk-Result
           ELSE
               MOVE "FAIL" TO WS-Chk-Result
           END-IF.
           MOVE WS-Chk-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "HELLOGRT READ = CERTIFIED GREETED" TO WS-Chk-Label.
           IF NOT WS-Cert-Found
               MOVE "NOT CERTIFIED" TO WS-Chk-Result
           ELSE
               IF WS-Grt-Count = WS-Cert-Grt-Count
                   MOVE "OK" TO WS-Chk-Result
               ELSE
                   MOVE "FAIL" TO WS-Chk-Result
               END-IF
           END-IF.
           MOVE WS-Chk-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           IF WS-Balanced
               MOVE "IN BALANCE" TO WS-Verdict-Text
           ELSE
               MOVE "OUT OF BALANCE" TO WS-Verdict-Text
           END-IF.
           MOVE WS-Verdict-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           CLOSE HELLO-DRP-FILE.

       4000-EXIT.
           EXIT.

      * One write paragraph per outbound file; callers stage the
      * record in WS-Out-Line and test the file status afterwards.
       7100-WRITE-PRINT.

           WRITE Dlp-Record FROM WS-Out-Line.
           IF NOT WS-Dlp-File-OK
               MOVE "HELLODLP" TO WS-Out-Name
               MOVE WS-Dlp-File-Status TO WS-Out-Status
               PERFORM 7900-OUTPUT-ERROR THRU 7900-EXIT
           END-IF.

       7100-EXIT.
           EXIT.

       7200-WRITE-EMAIL.

           WRITE Dle-Record FROM WS-Out-Line.
           IF NOT WS-Dle-File-OK
               MOVE "HELLODLE" TO WS-Out-Name
               MOVE WS-Dle-File-Status TO WS-Out-Status
               PERFORM 7900-OUTPUT-ERROR THRU 7900-EXIT
           END-IF.

       7200-EXIT.
           EXIT.

       7300-WRITE-PARTNER.

           WRITE Dlf-Record FROM WS-Out-Line.
           IF NOT WS-Dlf-File-OK
               MOVE "HELLODLF" TO WS-Out-Name
               MOVE WS-Dlf-File-Status TO WS-Out-Status
               PERFORM 7900-OUTPUT-ERROR THRU 7900-EXIT
           END-IF.

       7300-EXIT.
           EXIT.

       7400-WRITE-HOLD.

           WRITE Dlh-Record FROM WS-Out-Line.
           IF NOT WS-Dlh-File-OK
               MOVE "HELLODLH" TO WS-Out-Name
               MOVE WS-Dlh-File-Status TO WS-Out-Status
               PERFORM 7900-OUTPUT-ERROR THRU 7900-EXIT
           END-IF.

       7400-EXIT.
           EXIT.

      * A failed write leaves that record out of its file's count,
      * so the routing also comes out of balance.
       7900-OUTPUT-ERROR.

           DISPLAY "HELLODLV: " WS-Out-Name " WRITE FAILED STATUS "
               WS-Out-Status.
           MOVE "E" TO WS-Exc-Severity.
           MOVE "L010" TO WS-Exc-Code.
           MOVE SPACES TO WS-Exc-Text.
           STRING WS-Out-Name " WRITE FAILED"
               DELIMITED BY SIZE
               INTO WS-Exc-Text
           END-STRING.
           MOVE WS-Out-Status TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 20 > WS-Return-Code
               MOVE 20 TO WS-Return-Code
           END-IF.

       7900-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.

           WRITE Drp-Record FROM WS-Print-Line
               AFTER ADVANCING 1 LINE.
           IF NOT WS-Drp-File-OK
               DISPLAY "HELLODLV: CONTROL REPORT WRITE FAILED STATUS "
                   WS-Drp-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "L011" TO WS-Exc-Code
               MOVE "CONTROL REPORT WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Drp-File-Status TO WS-Exc-File-Stat
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
       9000-WRITE-EXCEPTION.

           OPEN EXTEND HELLO-EXC-FILE.
           IF WS-Exc-File-NOT-FOUND
               OPEN OUTPUT HELLO-EXC-FILE
           END-IF.
           IF NOT WS-Exc-File-OK
               DISPLAY "HELLODLV: EXCEPTION FILE OPEN FAILED STATUS "
                   WS-Exc-File-Status
               GO TO 9000-EXIT
           END-IF.

           ACCEPT WS-Exc-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Exc-Time FROM TIME.
           MOVE "hellodlv" TO Exc-Pgm-Name.
           MOVE WS-Exc-Date TO Exc-Run-Date.
           MOVE WS-Exc-Time TO Exc-Run-Time.
           MOVE WS-Exc-Severity TO Exc-Severity.
           MOVE WS-Exc-Code TO Exc-Code.
           MOVE WS-Exc-Text TO Exc-Text.
           MOVE WS-Exc-File-Stat TO Exc-File-Status.
           WRITE Exc-Record.
           IF NOT WS-Exc-File-OK
               DISPLAY "HELLODLV: EXCEPTION WRITE FAILED STATUS "
                   WS-Exc-File-Status
           END-IF.
           CLOSE HELLO-EXC-FILE.

       9000-EXIT.
           EXIT.

       9999-END-PROGRAM.

           MOVE WS-Return-Code TO RETURN-CODE.
           STOP RUN.
