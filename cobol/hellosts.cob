      * HELLOLOG audit rows newer than the master's watermark into
      * per-program monthly rollups (runs, active days, per-shift
      * counts, earliest/latest times) and writes the updated master
      * to HELLOSTN, which the scheduler swaps in as HELLOSTM.  The
      * cycle must hold a balanced HELLOCRT certificate from
      * hellobal; see 0200-CHECK-CERTIFICATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hellosts.
       AUTHOR. Michael Hendren.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stn-File-Status.

           SELECT HELLO-CRT-FILE ASSIGN TO "HELLOCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Crt-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.
                     ==Stat-Last-Time==     BY ==Stn-Last-Time==
                     ==Stat-Last-Date==     BY ==Stn-Last-Date==.

       FD  HELLO-CRT-FILE.
       COPY WSCERT.

       FD  HELLO-EXC-FILE.
       COPY WSEXC.

       01 WS-Stn-File-Status PIC X(02).
          88 WS-Stn-File-OK VALUE "00".

       01 WS-Crt-File-Status PIC X(02).
          88 WS-Crt-File-OK VALUE "00".
          88 WS-Crt-File-NOT-FOUND VALUE "35".

       01 WS-Exc-File-Status PIC X(02).
          88 WS-Exc-File-OK VALUE "00".
          88 WS-Exc-File-NOT-FOUND VALUE "35".
       01 WS-Log-Read-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Log-New-Count PIC 9(07) COMP VALUE ZERO.

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

           PERFORM 0200-CHECK-CERTIFICATE THRU 0200-EXIT.
           IF WS-Return-Code NOT < 8
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
           IF WS-Return-Code < 8
               PERFORM 2000-ROLL-IN-AUDIT THRU 2000-EXIT
           END-IF.
           GO TO 9999-END-PROGRAM.

       0100-PARSE-PARM.

           ACCEPT WS-Gate-Date FROM DATE YYYYMMDD.
           MOVE WS-Gate-Date TO WS-Cycle-Date.
           IF LS-Parm-Length NOT > ZERO
               GO TO 0100-EXIT
           END-IF.
           IF LS-Parm-Length > 80
               DISPLAY "HELLOSTS: INVALID PARM LENGTH RECEIVED"
               MOVE "E" TO WS-Exc-Severity
               MOVE "S007" TO WS-Exc-Code
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
                   DISPLAY "HELLOSTS: CYCLE DATE PARM MUST BE YYYYMMDD"
                   MOVE "E" TO WS-Exc-Severity
                   MOVE "S007" TO WS-Exc-Code
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
                   DISPLAY "HELLOSTS: PARM COLS 10-17 MUST BE OVERRIDE "
                       "OR BLANK"
                   MOVE "E" TO WS-Exc-Severity
                   MOVE "S007" TO WS-Exc-Code
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
               DISPLAY "HELLOSTS: HELLOCRT OPEN FAILED STATUS "
                   WS-Crt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "S008" TO WS-Exc-Code
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
               DISPLAY "HELLOSTS: CYCLE " WS-Cycle-Date
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

           DISPLAY "HELLOSTS: CYCLE " WS-Cycle-Date " " WS-Cert-State
               " - RUN REFUSED".
           MOVE "E" TO WS-Exc-Severity.
           MOVE "S009" TO WS-Exc-Code.
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
           MOVE "hellosts" TO Audit-Pgm-Name.
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

           DISPLAY "HELLOSTS: CYCLE " WS-Cycle-Date " " WS-Cert-State
               " - RUN BY OVERRIDE".
           MOVE "W" TO WS-Exc-Severity.
           MOVE "S010" TO WS-Exc-Code.
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
           DISPLAY "HELLOSTS: OVERRIDE COULD NOT BE LOGGED STATUS "
               WS-Log-File-Status " - RUN REFUSED".
           MOVE "E" TO WS-Exc-Severity.
           MOVE "S011" TO WS-Exc-Code.
           MOVE "OVERRIDE NOT LOGGED - RUN REFUSED" TO WS-Exc-Text.
           MOVE WS-Log-File-Status TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 12 > WS-Return-Code
               MOVE 12 TO WS-Return-Code
           END-IF.

       0300-EXIT.
           EXIT.

      * A missing HELLOSTM is the first cycle: start with an empty
      * table and a zero watermark so the whole log rolls in.
       1000-LOAD-MASTER.
               MOVE Audit-Run-Time TO WS-New-Wm-Time
           END-IF.

      * Parameter-stamp and override rows advance the watermark but
      * are settings on record, not runs, and stay out of the rollups.
           IF Audit-Msg-Text(1:5) = "PARM "
              OR Audit-Msg-Text(1:9) = "OVERRIDE "
               GO TO 2200-NEXT
           END-IF.

