      * the cycle date under review (from the PARM when given,
      * otherwise today) - HELLOEXC is never pruned, so older days
      * stay in the summary without re-paging the operators.
      * Operators close exceptions through the HELLOXRS resolution
      * file; resolved exceptions are reported apart from open ones
      * and no longer count toward the threshold rules.  Each code is
      * described from the HELLOXRF exception code reference, and open
      * exceptions older than OPEN-AGE-LIMIT days (HELLOPRM, default
      * 5) are reported as aged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. helloexm.
       AUTHOR. Michael Hendren.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exp-File-Status.

           SELECT HELLO-XRF-FILE ASSIGN TO "HELLOXRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Xrf-File-Status.

           SELECT HELLO-XRS-FILE ASSIGN TO "HELLOXRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Xrs-File-Status.

           SELECT HELLO-PRM-FILE ASSIGN TO "HELLOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-File-Status.

           SELECT HELLO-LOG-FILE ASSIGN TO "HELLOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-EXC-FILE.
       FD  HELLO-EXP-FILE.
       01  Exp-Record PIC X(132).

      * Exception code reference: one row per code giving its
      * description, owning program, default severity and standard
      * operator action.  Optional - without it the report prints the
      * codes bare.
       FD  HELLO-XRF-FILE.
       01  Xrf-Record.
           02 Xrf-Code PIC X(04).
           02 Xrf-Pgm-Name PIC X(08).
           02 Xrf-Severity PIC X(01).
           02 Xrf-Description PIC X(40).
           02 Xrf-Action PIC X(40).

      * Resolution transactions keyed by operators.  A row closes the
      * HELLOEXC rows for its program, run date and code; a run time
      * narrows it to the one exception stamped with that time, while
      * spaces close the whole group.  Resolution codes are FX fixed,
      * RR rerun and NA no action required.  HELLOXRS is kept, not
      * consumed - HELLOEXC is never updated, so every run re-applies
      * the resolutions to it.
       FD  HELLO-XRS-FILE.
       01  Xrs-Record.
           02 Xrs-Pgm-Name PIC X(08).
           02 Xrs-Run-Date PIC X(08).
           02 Xrs-Code PIC X(04).
           02 Xrs-Run-Time PIC X(08).
           02 Xrs-Resolution PIC X(02).
              88 Xrs-Resolution-Valid VALUE "FX" "RR" "NA".
           02 Xrs-Operator-Id PIC X(08).
           02 Xrs-Comment PIC X(40).

       FD  HELLO-PRM-FILE.
       COPY WSPARM.

       FD  HELLO-LOG-FILE.
       COPY WSAUDIT.

       WORKING-STORAGE SECTION.
       01 WS-Exc-File-Status PIC X(02).
          88 WS-Exc-File-OK VALUE "00".
       01 WS-Exp-File-Status PIC X(02).
          88 WS-Exp-File-OK VALUE "00".

       01 WS-Xrf-File-Status PIC X(02).
          88 WS-Xrf-File-OK VALUE "00".
          88 WS-Xrf-File-NOT-FOUND VALUE "35".

       01 WS-Xrs-File-Status PIC X(02).
          88 WS-Xrs-File-OK VALUE "00".
          88 WS-Xrs-File-NOT-FOUND VALUE "35".

       01 WS-Prm-File-Status PIC X(02).
          88 WS-Prm-File-OK VALUE "00".
          88 WS-Prm-File-NOT-FOUND VALUE "35".

       01 WS-Log-File-Status PIC X(02).
          88 WS-Log-File-OK VALUE "00".
          88 WS-Log-File-NOT-FOUND VALUE "35".

      * Staging for the common exception record; callers fill these
      * and PERFORM 9000-WRITE-EXCEPTION.
       01 WS-Exc-Severity PIC X(01).
       01 WS-Day-Full-Noted-Switch PIC X(01) VALUE "N".
          88 WS-Day-Full-Noted VALUE "Y".

       01 WS-Xrf-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Xrf-Eof VALUE "Y".

       01 WS-Xrs-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Xrs-Eof VALUE "Y".

       01 WS-Xrf-Found-Switch PIC X(01) VALUE "N".
          88 WS-Xrf-Found VALUE "Y".

       01 WS-Prm-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Prm-Eof VALUE "Y".

       01 WS-Prm-Found-Switch PIC X(01) VALUE "N".
          88 WS-Prm-Found VALUE "Y".

      * Run parameters for this program effective on the run date,
      * loaded from HELLOPRM at run start and stamped into HELLOLOG
      * so the setting in force is on record.
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

      * Days an exception may stay open before it is reported as
      * aged; OPEN-AGE-LIMIT on HELLOPRM overrides.
       01 WS-Open-Age-Limit PIC 9(05) VALUE 5.

      * Cycle date the threshold rules are judged for: from the PARM
      * when given, otherwise today.
       01 WS-Cycle-Date PIC X(08) VALUE SPACES.

      * One entry per distinct program, day, severity, exception
      * code and resolution seen on HELLOEXC; repeats collapse to a
      * count.  The resolution is the HELLOXRS table entry that closed
      * the exceptions, zero while they are open; the age in days is
      * filled for open entries once the load is done.
       01 WS-Sum-Table.
          05 WS-Sum-Entry OCCURS 500 TIMES.
             10 WS-Sum-Pgm-Name PIC X(08).
             10 WS-Sum-Severity PIC X(01).
             10 WS-Sum-Code PIC X(04).
             10 WS-Sum-Count PIC 9(05) COMP.
             10 WS-Sum-Xrs-Index PIC 9(04) COMP.
                88 WS-Sum-Open VALUE ZERO.
             10 WS-Sum-Age PIC 9(07) COMP.

       01 WS-Sum-Count-Used PIC 9(04) VALUE ZERO.
          88 WS-Sum-Table-Full VALUE 500.
       01 WS-Alert-Count-Used PIC 9(04) VALUE ZERO.
          88 WS-Alert-Table-Full VALUE 200.

       01 WS-Xrf-Table.
          05 WS-Xrf-Entry OCCURS 500 TIMES.
             10 WS-Xrf-Tbl-Code PIC X(04).
             10 WS-Xrf-Tbl-Description PIC X(40).
             10 WS-Xrf-Tbl-Action PIC X(40).

       01 WS-Xrf-Count PIC 9(04) VALUE ZERO.
          88 WS-Xrf-Table-Full VALUE 500.

      * Accepted resolution transactions, with the number of HELLOEXC
      * rows each one closed this run.
       01 WS-Xrs-Table.
          05 WS-Xrs-Entry OCCURS 500 TIMES.
             10 WS-Xrs-Tbl-Pgm-Name PIC X(08).
             10 WS-Xrs-Tbl-Date PIC X(08).
             10 WS-Xrs-Tbl-Code PIC X(04).
             10 WS-Xrs-Tbl-Time PIC X(08).
             10 WS-Xrs-Tbl-Resolution PIC X(02).
             10 WS-Xrs-Tbl-Operator-Id PIC X(08).
             10 WS-Xrs-Tbl-Comment PIC X(40).
             10 WS-Xrs-Tbl-Applied PIC 9(07) COMP.

       01 WS-Xrs-Count PIC 9(04) VALUE ZERO.
          88 WS-Xrs-Table-Full VALUE 500.

      * Reference lookup: the code is the input, the found switch,
      * description and action are the outputs.
       01 WS-Xrf-Find-Code PIC X(04).
       01 WS-Xrf-Find-Description PIC X(40).
       01 WS-Xrf-Find-Action PIC X(40).

       01 WS-Sum-Index PIC 9(04) VALUE ZERO.
       01 WS-Day-Index PIC 9(04) VALUE ZERO.
       01 WS-Thr-Index PIC 9(04) VALUE ZERO.
       01 WS-Alert-Index PIC 9(04) VALUE ZERO.
       01 WS-Search-Index PIC 9(04) VALUE ZERO.
       01 WS-Xrf-Index PIC 9(04) VALUE ZERO.
       01 WS-Xrs-Index PIC 9(04) VALUE ZERO.
       01 WS-Exc-Xrs-Index PIC 9(04) VALUE ZERO.

       01 WS-Total-Exc-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Total-Err-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Total-Warn-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Total-Open-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Total-Resolved-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Aged-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Xrs-Rejected-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Xrs-Unmatched-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Xrf-Missing-Count PIC 9(07) COMP VALUE ZERO.

      * Day numbers for the open-exception age: the cycle date under
      * review less the exception run date.
       01 WS-Age-Date PIC 9(08) VALUE ZERO.
       01 WS-Cycle-Day-Number PIC 9(07) COMP VALUE ZERO.
       01 WS-Age-Days PIC S9(07) COMP VALUE ZERO.

       01 WS-Report-Date PIC 9(08) VALUE ZERO.
       01 WS-Page-Number PIC 9(05) VALUE ZERO.
          05 FILLER PIC X(10) VALUE "DATE".
          05 FILLER PIC X(05) VALUE "SEV".
          05 FILLER PIC X(06) VALUE "CODE".
          05 FILLER PIC X(07) VALUE "COUNT".
          05 FILLER PIC X(07) VALUE "  AGE".
          05 FILLER PIC X(11) VALUE "DESCRIPTION".
          05 FILLER PIC X(76) VALUE SPACES.

       01 WS-Dtl-Line.
          05 WS-Dtl-Pgm-Name PIC X(08).
          05 WS-Dtl-Code PIC X(04).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Dtl-Count PIC ZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Dtl-Age PIC ZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Dtl-Description PIC X(40).
          05 FILLER PIC X(47) VALUE SPACES.

       01 WS-Res-Hdg-Line.
          05 FILLER PIC X(10) VALUE "PROGRAM".
          05 FILLER PIC X(10) VALUE "DATE".
          05 FILLER PIC X(05) VALUE "SEV".
          05 FILLER PIC X(06) VALUE "CODE".
          05 FILLER PIC X(07) VALUE "COUNT".
          05 FILLER PIC X(05) VALUE "RES".
          05 FILLER PIC X(10) VALUE "OPERATOR".
          05 FILLER PIC X(07) VALUE "COMMENT".
          05 FILLER PIC X(72) VALUE SPACES.

       01 WS-Res-Line.
          05 WS-Res-Pgm-Name PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Res-Date PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Res-Severity PIC X(01).
          05 FILLER PIC X(04) VALUE SPACES.
          05 WS-Res-Code PIC X(04).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Res-Count PIC ZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Res-Resolution PIC X(02).
          05 FILLER PIC X(03) VALUE SPACES.
          05 WS-Res-Operator-Id PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Res-Comment PIC X(40).
          05 FILLER PIC X(39) VALUE SPACES.

      * Reference lines printed under each alert, one pair per open
      * exception code behind it.
       01 WS-Ref-Line.
          05 FILLER PIC X(04) VALUE SPACES.
          05 FILLER PIC X(05) VALUE "CODE ".
          05 WS-Ref-Code PIC X(04).
          05 FILLER PIC X(07) VALUE " COUNT ".
          05 WS-Ref-Count PIC ZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Ref-Description PIC X(40).
          05 FILLER PIC X(65) VALUE SPACES.

       01 WS-Act-Line.
          05 FILLER PIC X(19) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "ACTION: ".
          05 WS-Act-Action PIC X(40).
          05 FILLER PIC X(65) VALUE SPACES.

       01 WS-Age-Line.
          05 FILLER PIC X(23) VALUE "OPEN PAST AGE LIMIT OF ".
          05 WS-Age-Limit PIC ZZZZ9.
          05 FILLER PIC X(05) VALUE " DAYS".
          05 FILLER PIC X(99) VALUE SPACES.

       01 WS-Alert-Line.
          05 FILLER PIC X(08) VALUE "PROGRAM ".
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 8100-LOAD-RUN-PARMS THRU 8100-EXIT.
           MOVE "OPEN-AGE-LIMIT" TO WS-Prm-Find-Name.
           PERFORM 8200-FIND-RUN-PARM THRU 8200-EXIT.
      * Zero-filled to five digits on HELLOPRM like the suite's other
      * numeric parameters; a mistyped value keeps the default.
           IF WS-Prm-Found
              AND WS-Prm-Find-Value(1:5) IS NUMERIC
               MOVE WS-Prm-Find-Value(1:5) TO WS-Open-Age-Limit
           END-IF.

           PERFORM 0200-LOAD-REFERENCE THRU 0200-EXIT.
           PERFORM 0300-LOAD-RESOLUTIONS THRU 0300-EXIT.

           PERFORM 1000-LOAD-EXCEPTIONS THRU 1000-EXIT.
           IF WS-Return-Code < 8
               PERFORM 2000-LOAD-THRESHOLDS THRU 2000-EXIT
               PERFORM 3000-CHECK-THRESHOLDS THRU 3000-EXIT
               PERFORM 3500-AGE-OPEN-EXCEPTIONS THRU 3500-EXIT
               PERFORM 3600-CHECK-REFERENCES THRU 3600-EXIT
               PERFORM 3700-CHECK-RESOLUTIONS THRU 3700-EXIT
               PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
           END-IF.
           GO TO 9999-END-PROGRAM.
       0100-EXIT.
           EXIT.

      * The code reference is optional: with no HELLOXRF present the
      * report prints the codes without descriptions or actions.
       0200-LOAD-REFERENCE.

           OPEN INPUT HELLO-XRF-FILE.
           IF WS-Xrf-File-NOT-FOUND
               GO TO 0200-EXIT
           END-IF.
           IF NOT WS-Xrf-File-OK
               DISPLAY "HELLOEXM: HELLOXRF OPEN FAILED STATUS "
                   WS-Xrf-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "M012" TO WS-Exc-Code
               MOVE "HELLOXRF OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Xrf-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               GO TO 0200-EXIT
           END-IF.

           PERFORM 0210-READ-REFERENCE THRU 0210-EXIT.
           PERFORM 0220-ADD-REFERENCE THRU 0220-EXIT
               UNTIL WS-Xrf-Eof.
           CLOSE HELLO-XRF-FILE.

       0200-EXIT.
           EXIT.

       0210-READ-REFERENCE.

           READ HELLO-XRF-FILE
               AT END
                   SET WS-Xrf-Eof TO TRUE
           END-READ.

       0210-EXIT.
           EXIT.

       0220-ADD-REFERENCE.

           IF Xrf-Code = SPACES
               GO TO 0220-NEXT
           END-IF.
           IF WS-Xrf-Table-Full
               DISPLAY "HELLOEXM: REFERENCE TABLE FULL AT 500 "
                   "CODES - REMAINING CODES IGNORED"
               MOVE "W" TO WS-Exc-Severity
               MOVE "M013" TO WS-Exc-Code
               MOVE "REFERENCE TABLE FULL AT 500 CODES"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               SET WS-Xrf-Eof TO TRUE
               GO TO 0220-EXIT
           END-IF.

           ADD 1 TO WS-Xrf-Count.
           MOVE Xrf-Code TO WS-Xrf-Tbl-Code(WS-Xrf-Count).
           MOVE Xrf-Description
               TO WS-Xrf-Tbl-Description(WS-Xrf-Count).
           MOVE Xrf-Action TO WS-Xrf-Tbl-Action(WS-Xrf-Count).

       0220-NEXT.
           PERFORM 0210-READ-REFERENCE THRU 0210-EXIT.

       0220-EXIT.
           EXIT.

      * Resolutions are optional too: with no HELLOXRS present every
      * exception is open.  A transaction without a full key, a known
      * resolution code or an operator ID is rejected and closes
      * nothing.
       0300-LOAD-RESOLUTIONS.

           OPEN INPUT HELLO-XRS-FILE.
           IF WS-Xrs-File-NOT-FOUND
               GO TO 0300-EXIT
           END-IF.
           IF NOT WS-Xrs-File-OK
               DISPLAY "HELLOEXM: HELLOXRS OPEN FAILED STATUS "
                   WS-Xrs-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "M014" TO WS-Exc-Code
               MOVE "HELLOXRS OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Xrs-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0310-READ-RESOLUTION THRU 0310-EXIT.
           PERFORM 0320-ADD-RESOLUTION THRU 0320-EXIT
               UNTIL WS-Xrs-Eof.
           CLOSE HELLO-XRS-FILE.

       0300-EXIT.
           EXIT.

       0310-READ-RESOLUTION.

           READ HELLO-XRS-FILE
               AT END
                   SET WS-Xrs-Eof TO TRUE
           END-READ.

       0310-EXIT.
           EXIT.

       0320-ADD-RESOLUTION.

           IF Xrs-Pgm-Name = SPACES
              OR Xrs-Run-Date IS NOT NUMERIC
              OR Xrs-Code = SPACES
               MOVE "RESOLUTION KEY INCOMPLETE - REJECTED"
                   TO WS-Exc-Text
               PERFORM 0330-REJECT-RESOLUTION THRU 0330-EXIT
               GO TO 0320-NEXT
           END-IF.
           IF NOT Xrs-Resolution-Valid
               MOVE "RESOLUTION CODE NOT FX RR NA - REJECTED"
                   TO WS-Exc-Text
               PERFORM 0330-REJECT-RESOLUTION THRU 0330-EXIT
               GO TO 0320-NEXT
           END-IF.
           IF Xrs-Operator-Id = SPACES
               MOVE "RESOLUTION OPERATOR ID MISSING - REJECTED"
                   TO WS-Exc-Text
               PERFORM 0330-REJECT-RESOLUTION THRU 0330-EXIT
               GO TO 0320-NEXT
           END-IF.
           IF WS-Xrs-Table-Full
               DISPLAY "HELLOEXM: RESOLUTION TABLE FULL AT 500 "
                   "- REMAINING RESOLUTIONS IGNORED"
               MOVE "W" TO WS-Exc-Severity
               MOVE "M015" TO WS-Exc-Code
               MOVE "RESOLUTION TABLE FULL AT 500"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               SET WS-Xrs-Eof TO TRUE
               GO TO 0320-EXIT
           END-IF.

           ADD 1 TO WS-Xrs-Count.
           MOVE Xrs-Pgm-Name TO WS-Xrs-Tbl-Pgm-Name(WS-Xrs-Count).
           MOVE Xrs-Run-Date TO WS-Xrs-Tbl-Date(WS-Xrs-Count).
           MOVE Xrs-Code TO WS-Xrs-Tbl-Code(WS-Xrs-Count).
           MOVE Xrs-Run-Time TO WS-Xrs-Tbl-Time(WS-Xrs-Count).
           MOVE Xrs-Resolution
               TO WS-Xrs-Tbl-Resolution(WS-Xrs-Count).
           MOVE Xrs-Operator-Id
               TO WS-Xrs-Tbl-Operator-Id(WS-Xrs-Count).
           MOVE Xrs-Comment TO WS-Xrs-Tbl-Comment(WS-Xrs-Count).
           MOVE ZERO TO WS-Xrs-Tbl-Applied(WS-Xrs-Count).

       0320-NEXT.
           PERFORM 0310-READ-RESOLUTION THRU 0310-EXIT.

       0320-EXIT.
           EXIT.

      * Callers stage the exception text; the rejected transaction's
      * key goes to the console so the operator can correct it.
       0330-REJECT-RESOLUTION.

           ADD 1 TO WS-Xrs-Rejected-Count.
           DISPLAY "HELLOEXM: RESOLUTION " Xrs-Pgm-Name " "
               Xrs-Run-Date " " Xrs-Code " " WS-Exc-Text.
           MOVE "W" TO WS-Exc-Severity.
           MOVE "M016" TO WS-Exc-Code.
           MOVE SPACES TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 4 > WS-Return-Code
               MOVE 4 TO WS-Return-Code
           END-IF.

       0330-EXIT.
           EXIT.

       1000-LOAD-EXCEPTIONS.

           OPEN INPUT HELLO-EXC-FILE.
               ADD 1 TO WS-Total-Warn-Count
           END-IF.

           PERFORM 1250-FIND-RESOLUTION THRU 1250-EXIT.
           IF WS-Exc-Xrs-Index = ZERO
               ADD 1 TO WS-Total-Open-Count
           ELSE
               ADD 1 TO WS-Total-Resolved-Count
           END-IF.

           MOVE "N" TO WS-Entry-Found-Switch.
           MOVE 1 TO WS-Search-Index.
           PERFORM 1300-FIND-SUMMARY THRU 1300-EXIT
                       TO WS-Sum-Severity(WS-Sum-Count-Used)
                   MOVE Exc-Code TO WS-Sum-Code(WS-Sum-Count-Used)
                   MOVE 1 TO WS-Sum-Count(WS-Sum-Count-Used)
                   MOVE WS-Exc-Xrs-Index
                       TO WS-Sum-Xrs-Index(WS-Sum-Count-Used)
                   MOVE ZERO TO WS-Sum-Age(WS-Sum-Count-Used)
               END-IF
           END-IF.

      * Only open exceptions count toward the threshold rules; a
      * resolved exception has already been dealt with.
           IF WS-Exc-Xrs-Index = ZERO
               PERFORM 1400-ADD-DAY-SEVERITY THRU 1400-EXIT
           END-IF.
           PERFORM 1100-READ-EXCEPTION THRU 1100-EXIT.

       1200-EXIT.
           EXIT.

      * The first accepted resolution covering the exception closes
      * it; the table index is the output, zero when still open.
       1250-FIND-RESOLUTION.

           MOVE ZERO TO WS-Exc-Xrs-Index.
           MOVE 1 TO WS-Xrs-Index.
           PERFORM 1260-MATCH-RESOLUTION THRU 1260-EXIT
               UNTIL WS-Xrs-Index > WS-Xrs-Count
                  OR WS-Exc-Xrs-Index NOT = ZERO.

       1250-EXIT.
           EXIT.

       1260-MATCH-RESOLUTION.

           IF WS-Xrs-Tbl-Pgm-Name(WS-Xrs-Index) = Exc-Pgm-Name
              AND WS-Xrs-Tbl-Date(WS-Xrs-Index) = Exc-Run-Date
              AND WS-Xrs-Tbl-Code(WS-Xrs-Index) = Exc-Code
              AND (WS-Xrs-Tbl-Time(WS-Xrs-Index) = SPACES
               OR WS-Xrs-Tbl-Time(WS-Xrs-Index) = Exc-Run-Time)
               MOVE WS-Xrs-Index TO WS-Exc-Xrs-Index
               ADD 1 TO WS-Xrs-Tbl-Applied(WS-Xrs-Index)
           ELSE
               ADD 1 TO WS-Xrs-Index
           END-IF.

       1260-EXIT.
           EXIT.

       1300-FIND-SUMMARY.

           IF WS-Sum-Pgm-Name(WS-Search-Index) = Exc-Pgm-Name
              AND WS-Sum-Date(WS-Search-Index) = Exc-Run-Date
              AND WS-Sum-Severity(WS-Search-Index) = Exc-Severity
              AND WS-Sum-Code(WS-Search-Index) = Exc-Code
              AND WS-Sum-Xrs-Index(WS-Search-Index) = WS-Exc-Xrs-Index
               SET WS-Entry-Found TO TRUE
               ADD 1 TO WS-Sum-Count(WS-Search-Index)
           ELSE
       3300-EXIT.
           EXIT.

      * Open exceptions are aged in days from their run date to the
      * cycle date under review; any older than the limit are listed
      * apart on the report and raise a warning, but do not page.
       3500-AGE-OPEN-EXCEPTIONS.

           MOVE WS-Cycle-Date TO WS-Age-Date.
           COMPUTE WS-Cycle-Day-Number =
               FUNCTION INTEGER-OF-DATE(WS-Age-Date).

           MOVE 1 TO WS-Sum-Index.
           PERFORM 3510-AGE-ONE-SUMMARY THRU 3510-EXIT
               UNTIL WS-Sum-Index > WS-Sum-Count-Used.

           IF WS-Aged-Count > ZERO
               DISPLAY "HELLOEXM: " WS-Aged-Count
                   " OPEN EXCEPTION(S) PAST AGE LIMIT OF "
                   WS-Open-Age-Limit " DAYS"
               MOVE "W" TO WS-Exc-Severity
               MOVE "M018" TO WS-Exc-Code
               MOVE "OPEN EXCEPTIONS PAST AGE LIMIT"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
           END-IF.

       3500-EXIT.
           EXIT.

       3510-AGE-ONE-SUMMARY.

           IF WS-Sum-Open(WS-Sum-Index)
              AND WS-Sum-Date(WS-Sum-Index) IS NUMERIC
              AND WS-Sum-Date(WS-Sum-Index) < WS-Cycle-Date
               MOVE WS-Sum-Date(WS-Sum-Index) TO WS-Age-Date
               COMPUTE WS-Age-Days = WS-Cycle-Day-Number
                   - FUNCTION INTEGER-OF-DATE(WS-Age-Date)
               MOVE WS-Age-Days TO WS-Sum-Age(WS-Sum-Index)
               IF WS-Sum-Age(WS-Sum-Index) > WS-Open-Age-Limit
                   ADD WS-Sum-Count(WS-Sum-Index) TO WS-Aged-Count
               END-IF
           END-IF.
           ADD 1 TO WS-Sum-Index.

       3510-EXIT.
           EXIT.

      * With a reference loaded, every code summarized must be on it
      * so the report can describe it.
       3600-CHECK-REFERENCES.

           IF WS-Xrf-Count = ZERO
               GO TO 3600-EXIT
           END-IF.

           MOVE 1 TO WS-Sum-Index.
           PERFORM 3610-CHECK-ONE-REFERENCE THRU 3610-EXIT
               UNTIL WS-Sum-Index > WS-Sum-Count-Used.

           IF WS-Xrf-Missing-Count > ZERO
               MOVE "W" TO WS-Exc-Severity
               MOVE "M019" TO WS-Exc-Code
               MOVE "EXCEPTION CODES NOT ON HELLOXRF"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
           END-IF.

       3600-EXIT.
           EXIT.

       3610-CHECK-ONE-REFERENCE.

           MOVE WS-Sum-Code(WS-Sum-Index) TO WS-Xrf-Find-Code.
           PERFORM 4600-FIND-REFERENCE THRU 4600-EXIT.
           IF NOT WS-Xrf-Found
               DISPLAY "HELLOEXM: CODE " WS-Sum-Code(WS-Sum-Index)
                   " FROM " WS-Sum-Pgm-Name(WS-Sum-Index)
                   " NOT ON HELLOXRF"
               ADD 1 TO WS-Xrf-Missing-Count
           END-IF.
           ADD 1 TO WS-Sum-Index.

       3610-EXIT.
           EXIT.

      * A resolution that closed nothing was most likely keyed wrong.
       3700-CHECK-RESOLUTIONS.

           MOVE 1 TO WS-Xrs-Index.
           PERFORM 3710-CHECK-ONE-RESOLUTION THRU 3710-EXIT
               UNTIL WS-Xrs-Index > WS-Xrs-Count.

       3700-EXIT.
           EXIT.

       3710-CHECK-ONE-RESOLUTION.

           IF WS-Xrs-Tbl-Applied(WS-Xrs-Index) = ZERO
               ADD 1 TO WS-Xrs-Unmatched-Count
               DISPLAY "HELLOEXM: RESOLUTION "
                   WS-Xrs-Tbl-Pgm-Name(WS-Xrs-Index) " "
                   WS-Xrs-Tbl-Date(WS-Xrs-Index) " "
                   WS-Xrs-Tbl-Code(WS-Xrs-Index)
                   " MATCHED NO EXCEPTION"
               MOVE "W" TO WS-Exc-Severity
               MOVE "M017" TO WS-Exc-Code
               MOVE "RESOLUTION MATCHED NO EXCEPTION"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
           END-IF.
           ADD 1 TO WS-Xrs-Index.

       3710-EXIT.
           EXIT.

       4000-PRINT-REPORT.

           OPEN OUTPUT HELLO-EXP-FILE.

           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "OPEN EXCEPTIONS" TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Total-Open-Count = ZERO
               MOVE "NO OPEN EXCEPTIONS" TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           ELSE
               MOVE WS-Col-Hdg-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE 1 TO WS-Sum-Index
               PERFORM 4200-PRINT-ONE-SUMMARY THRU 4200-EXIT
                   UNTIL WS-Sum-Index > WS-Sum-Count-Used
           END-IF.

           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE WS-Open-Age-Limit TO WS-Age-Limit.
           MOVE WS-Age-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Aged-Count = ZERO
               MOVE "NO OPEN EXCEPTIONS PAST THE AGE LIMIT"
                   TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           ELSE
               MOVE WS-Col-Hdg-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE 1 TO WS-Sum-Index
               PERFORM 4400-PRINT-ONE-AGED THRU 4400-EXIT
                   UNTIL WS-Sum-Index > WS-Sum-Count-Used
           END-IF.

           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "RESOLVED EXCEPTIONS" TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Total-Resolved-Count = ZERO
               MOVE "NO RESOLVED EXCEPTIONS" TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           ELSE
               MOVE WS-Res-Hdg-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE 1 TO WS-Sum-Index
               PERFORM 4500-PRINT-ONE-RESOLVED THRU 4500-EXIT
                   UNTIL WS-Sum-Index > WS-Sum-Count-Used
           END-IF.

           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "TOTAL OPEN" TO WS-Tot-Label.
           MOVE WS-Total-Open-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "TOTAL RESOLVED" TO WS-Tot-Label.
           MOVE WS-Total-Resolved-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "OPEN PAST AGE LIMIT" TO WS-Tot-Label.
           MOVE WS-Aged-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "RESOLUTIONS ACCEPTED" TO WS-Tot-Label.
           MOVE WS-Xrs-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "RESOLUTIONS REJECTED" TO WS-Tot-Label.
           MOVE WS-Xrs-Rejected-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "RESOLUTIONS UNMATCHED" TO WS-Tot-Label.
           MOVE WS-Xrs-Unmatched-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "ALERTS TRIPPED" TO WS-Tot-Label.
           MOVE WS-Alert-Count-Used TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           CLOSE HELLO-EXP-FILE.

           DISPLAY "HELLOEXM: EXCEPTIONS READ " WS-Total-Exc-Count.
           DISPLAY "HELLOEXM: EXCEPTIONS OPEN " WS-Total-Open-Count.
           DISPLAY "HELLOEXM: EXCEPTIONS RESOLVED "
               WS-Total-Resolved-Count.
           DISPLAY "HELLOEXM: ALERTS TRIPPED " WS-Alert-Count-Used.

       4000-EXIT.
           MOVE WS-Alert-Limit(WS-Alert-Index) TO WS-Alr-Limit.
           MOVE WS-Alert-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 1 TO WS-Sum-Index.
           PERFORM 4110-PRINT-ALERT-CODE THRU 4110-EXIT
               UNTIL WS-Sum-Index > WS-Sum-Count-Used.
           ADD 1 TO WS-Alert-Index.

       4100-EXIT.
           EXIT.

      * Under each alert, every open code behind it with the
      * reference description and the standard operator action.
       4110-PRINT-ALERT-CODE.

           IF WS-Sum-Open(WS-Sum-Index)
              AND WS-Sum-Pgm-Name(WS-Sum-Index)
                  = WS-Alert-Pgm-Name(WS-Alert-Index)
              AND WS-Sum-Date(WS-Sum-Index)
                  = WS-Alert-Date(WS-Alert-Index)
              AND WS-Sum-Severity(WS-Sum-Index)
                  = WS-Alert-Severity(WS-Alert-Index)
               MOVE WS-Sum-Code(WS-Sum-Index) TO WS-Xrf-Find-Code
               PERFORM 4600-FIND-REFERENCE THRU 4600-EXIT
               MOVE WS-Sum-Code(WS-Sum-Index) TO WS-Ref-Code
               MOVE WS-Sum-Count(WS-Sum-Index) TO WS-Ref-Count
               MOVE WS-Xrf-Find-Description TO WS-Ref-Description
               MOVE WS-Ref-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               IF WS-Xrf-Find-Action NOT = SPACES
                   MOVE WS-Xrf-Find-Action TO WS-Act-Action
                   MOVE WS-Act-Line TO WS-Print-Line
                   PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-Sum-Index.

       4110-EXIT.
           EXIT.

       4200-PRINT-ONE-SUMMARY.

           IF WS-Sum-Open(WS-Sum-Index)
               PERFORM 4210-PRINT-OPEN-LINE THRU 4210-EXIT
           END-IF.
           ADD 1 TO WS-Sum-Index.

       4200-EXIT.
           EXIT.

       4210-PRINT-OPEN-LINE.

           MOVE WS-Sum-Code(WS-Sum-Index) TO WS-Xrf-Find-Code.
           PERFORM 4600-FIND-REFERENCE THRU 4600-EXIT.
           MOVE WS-Sum-Pgm-Name(WS-Sum-Index) TO WS-Dtl-Pgm-Name.
           MOVE WS-Sum-Date(WS-Sum-Index) TO WS-Dtl-Date.
           MOVE WS-Sum-Severity(WS-Sum-Index) TO WS-Dtl-Severity.
           MOVE WS-Sum-Code(WS-Sum-Index) TO WS-Dtl-Code.
           MOVE WS-Sum-Count(WS-Sum-Index) TO WS-Dtl-Count.
           MOVE WS-Sum-Age(WS-Sum-Index) TO WS-Dtl-Age.
           MOVE WS-Xrf-Find-Description TO WS-Dtl-Description.
           MOVE WS-Dtl-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

       4210-EXIT.
           EXIT.

       4300-START-NEW-PAGE.
       4300-EXIT.
           EXIT.

       4400-PRINT-ONE-AGED.

           IF WS-Sum-Open(WS-Sum-Index)
              AND WS-Sum-Age(WS-Sum-Index) > WS-Open-Age-Limit
               PERFORM 4210-PRINT-OPEN-LINE THRU 4210-EXIT
           END-IF.
           ADD 1 TO WS-Sum-Index.

       4400-EXIT.
           EXIT.

       4500-PRINT-ONE-RESOLVED.

           IF WS-Sum-Open(WS-Sum-Index)
               GO TO 4500-NEXT
           END-IF.
           MOVE WS-Sum-Xrs-Index(WS-Sum-Index) TO WS-Xrs-Index.
           MOVE WS-Sum-Pgm-Name(WS-Sum-Index) TO WS-Res-Pgm-Name.
           MOVE WS-Sum-Date(WS-Sum-Index) TO WS-Res-Date.
           MOVE WS-Sum-Severity(WS-Sum-Index) TO WS-Res-Severity.
           MOVE WS-Sum-Code(WS-Sum-Index) TO WS-Res-Code.
           MOVE WS-Sum-Count(WS-Sum-Index) TO WS-Res-Count.
           MOVE WS-Xrs-Tbl-Resolution(WS-Xrs-Index)
               TO WS-Res-Resolution.
           MOVE WS-Xrs-Tbl-Operator-Id(WS-Xrs-Index)
               TO WS-Res-Operator-Id.
           MOVE WS-Xrs-Tbl-Comment(WS-Xrs-Index) TO WS-Res-Comment.
           MOVE WS-Res-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

       4500-NEXT.
           ADD 1 TO WS-Sum-Index.

       4500-EXIT.
           EXIT.

      * Lookup by exception code; without a reference loaded the
      * description and action stay blank.
       4600-FIND-REFERENCE.

           MOVE "N" TO WS-Xrf-Found-Switch.
           MOVE SPACES TO WS-Xrf-Find-Description.
           MOVE SPACES TO WS-Xrf-Find-Action.
           MOVE 1 TO WS-Xrf-Index.
           PERFORM 4610-MATCH-REFERENCE THRU 4610-EXIT
               UNTIL WS-Xrf-Index > WS-Xrf-Count
                  OR WS-Xrf-Found.
           IF NOT WS-Xrf-Found
              AND WS-Xrf-Count > ZERO
               MOVE "** CODE NOT ON HELLOXRF **"
                   TO WS-Xrf-Find-Description
           END-IF.

       4600-EXIT.
           EXIT.

       4610-MATCH-REFERENCE.

           IF WS-Xrf-Tbl-Code(WS-Xrf-Index) = WS-Xrf-Find-Code
               SET WS-Xrf-Found TO TRUE
               MOVE WS-Xrf-Tbl-Description(WS-Xrf-Index)
                   TO WS-Xrf-Find-Description
               MOVE WS-Xrf-Tbl-Action(WS-Xrf-Index)
                   TO WS-Xrf-Find-Action
           ELSE
               ADD 1 TO WS-Xrf-Index
           END-IF.

       4610-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.

           IF WS-Line-Count NOT < WS-Lines-Per-Page
       8000-EXIT.
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
               DISPLAY "HELLOEXM: HELLOPRM OPEN FAILED STATUS "
                   WS-Prm-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "M011" TO WS-Exc-Code
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

           IF Parm-Pgm-Name NOT = "helloexm"
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
               DISPLAY "HELLOEXM: RUN PARAMETER TABLE FULL AT 20 - "
                   "REMAINING ROWS IGNORED"
               MOVE "W" TO WS-Exc-Severity
               MOVE "M011" TO WS-Exc-Code
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
               DISPLAY "HELLOEXM: PARAMETER STAMP OPEN FAILED "
                   "STATUS " WS-Log-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "M011" TO WS-Exc-Code
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

           MOVE "helloexm" TO Audit-Pgm-Name.
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
               DISPLAY "HELLOEXM: PARAMETER STAMP WRITE FAILED "
                   "STATUS " WS-Log-File-Status
           END-IF.
           ADD 1 TO WS-Prm-Index.

       8310-EXIT.
           EXIT.

      * Common exception writer: callers stage severity, code, text
      * and file status in the WS-Exc fields; the record is stamped
      * with the program name and the current date and time.
