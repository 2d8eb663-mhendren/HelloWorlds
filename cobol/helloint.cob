      * Consolidated request intake ahead of hello: merges the partner
      * gateway output (HELLOGTQ), the helloack re-drives (HELLORDR)
      * and the operator's manual requests (HELLOMAN), all in the
      * HELLOREQ layout, into the one HELLOREQ that hello reads.  A
      * recipient is passed once only: a second request for the same
      * name in the merge, or any request for a name already greeted
      * today on HELLOGRT, is dropped.  HELLOINR reports the counts
      * by source so hellobal's totals trace back to their origin.
      *
      * A request carrying a target date is held on the pending file
      * until it falls due: HELLOHLD holds the requests still pending
      * from earlier days and is merged in with the day's sources;
      * those not yet due are written to HELLOHLN, which the
      * scheduler swaps in as HELLOHLD.  A request is due on its
      * target date or, when that is not a processing day on the
      * HELLOCAL run calendar, on the next processing day after it.
      * A request that missed a processing day is released and
      * reported as past due; one more than HOLD-EXPIRE-DAYS past
      * its target is dropped and reported as expired.  A held
      * request whose recipient is no longer active on HELLORCP is
      * reported and kept on hold.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. helloint.
       AUTHOR. Michael Hendren.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-MAN-FILE ASSIGN TO "HELLOMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Man-File-Status.

           SELECT HELLO-GTQ-FILE ASSIGN TO "HELLOGTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gtq-File-Status.

           SELECT HELLO-RDR-FILE ASSIGN TO "HELLORDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rdr-File-Status.

           SELECT HELLO-HLD-FILE ASSIGN TO "HELLOHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hld-File-Status.

           SELECT HELLO-GRT-FILE ASSIGN TO "HELLOGRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Grt-File-Status.

           SELECT HELLO-RCP-FILE ASSIGN TO "HELLORCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Rcp-Recipient-Name
               FILE STATUS IS WS-Rcp-File-Status.

           SELECT HELLO-CAL-FILE ASSIGN TO "HELLOCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cal-File-Status.

           SELECT HELLO-PRM-FILE ASSIGN TO "HELLOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-File-Status.

           SELECT HELLO-LOG-FILE ASSIGN TO "HELLOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-File-Status.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           SELECT HELLO-INS-FILE ASSIGN TO "HELLOINS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ins-File-Status.

           SELECT HELLO-REQ-FILE ASSIGN TO "HELLOREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Req-File-Status.

           SELECT HELLO-HLN-FILE ASSIGN TO "HELLOHLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hln-File-Status.

           SELECT HELLO-INR-FILE ASSIGN TO "HELLOINR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inr-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-MAN-FILE.
       01  Man-Record PIC X(40).

       FD  HELLO-GTQ-FILE.
       01  Gtq-Record PIC X(40).

       FD  HELLO-RDR-FILE.
       01  Rdr-Record PIC X(40).

       FD  HELLO-HLD-FILE.
       COPY WSHLD.

       FD  HELLO-GRT-FILE.
       01  Grt-Record.
           02 Grt-Greeting-Text PIC X(40).
           02 Grt-Recipient-Name PIC X(20).
           02 Grt-Run-Date PIC X(08).
           02 Grt-Run-Time PIC X(08).
           02 Grt-Greeting-Key PIC X(01).

       FD  HELLO-RCP-FILE.
       COPY WSRCP.

       FD  HELLO-CAL-FILE.
       01  Cal-Record.
           02 Cal-Date PIC X(08).
           02 Cal-Day-Type PIC X(01).

       FD  HELLO-PRM-FILE.
       COPY WSPARM.

       FD  HELLO-LOG-FILE.
       COPY WSAUDIT.

      * Sort record: the request image with its recipient name, the
      * source rank and the order it was released in.  Rank 0 is a
      * name already greeted today, so it sorts ahead of every
      * request for that name; among the requests the manual source
      * ranks first, then the gateway, the re-drives, and last the
      * requests coming off hold.  A held request keeps the rank of
      * the source it first came from and the date it was held.
       SD  SORT-WORK-FILE.
       01  Srt-Record.
           02 Srt-Recipient-Name PIC X(20).
           02 Srt-Source-Rank PIC 9(01).
           02 Srt-Release-Seq PIC 9(07).
           02 Srt-Request PIC X(40).
           02 Srt-Orig-Rank PIC 9(01).
           02 Srt-Held-Date PIC X(08).

       FD  HELLO-INS-FILE.
       01  Ins-Record.
           02 Ins-Recipient-Name PIC X(20).
           02 Ins-Source-Rank PIC 9(01).
              88 Ins-Greeted-Today VALUE 0.
           02 Ins-Release-Seq PIC 9(07).
           02 Ins-Request.
              03 Ins-Req-Name PIC X(20).
              03 Ins-Req-Key PIC X(01).
              03 Ins-Req-Target PIC X(08).
              03 FILLER PIC X(11).
           02 Ins-Orig-Rank PIC 9(01).
           02 Ins-Held-Date PIC X(08).

       FD  HELLO-REQ-FILE.
       01  Req-Record.
           02 Req-Recipient-Name PIC X(20).
           02 Req-Greeting-Key PIC X(01).
           02 Req-Target-Date PIC X(08).
           02 FILLER PIC X(11).

       FD  HELLO-HLN-FILE.
       COPY WSHLD
           REPLACING ==Hld-Record==         BY ==Hln-Record==
                     ==Hld-Request==        BY ==Hln-Request==
                     ==Hld-Recipient-Name== BY ==Hln-Recipient-Name==
                     ==Hld-Greeting-Key==   BY ==Hln-Greeting-Key==
                     ==Hld-Target-Date==    BY ==Hln-Target-Date==
                     ==Hld-Source-Rank==    BY ==Hln-Source-Rank==
                     ==Hld-Held-Date==      BY ==Hln-Held-Date==.

       FD  HELLO-INR-FILE.
       01  Inr-Record PIC X(132).

       FD  HELLO-EXC-FILE.
       COPY WSEXC.

       WORKING-STORAGE SECTION.
       01 WS-Run-Date PIC 9(08).
       01 WS-Run-Date-X PIC X(08).

       01 WS-Man-File-Status PIC X(02).
          88 WS-Man-File-OK VALUE "00".
          88 WS-Man-File-NOT-FOUND VALUE "35".

       01 WS-Gtq-File-Status PIC X(02).
          88 WS-Gtq-File-OK VALUE "00".
          88 WS-Gtq-File-NOT-FOUND VALUE "35".

       01 WS-Rdr-File-Status PIC X(02).
          88 WS-Rdr-File-OK VALUE "00".
          88 WS-Rdr-File-NOT-FOUND VALUE "35".

       01 WS-Hld-File-Status PIC X(02).
          88 WS-Hld-File-OK VALUE "00".
          88 WS-Hld-File-NOT-FOUND VALUE "35".

       01 WS-Grt-File-Status PIC X(02).
          88 WS-Grt-File-OK VALUE "00".
          88 WS-Grt-File-NOT-FOUND VALUE "35".

       01 WS-Rcp-File-Status PIC X(02).
          88 WS-Rcp-File-OK VALUE "00".
          88 WS-Rcp-File-NOT-FOUND VALUE "35".
          88 WS-Rcp-No-Record VALUE "23".

       01 WS-Cal-File-Status PIC X(02).
          88 WS-Cal-File-OK VALUE "00".
          88 WS-Cal-File-NOT-FOUND VALUE "35".

       01 WS-Prm-File-Status PIC X(02).
          88 WS-Prm-File-OK VALUE "00".
          88 WS-Prm-File-NOT-FOUND VALUE "35".

       01 WS-Log-File-Status PIC X(02).
          88 WS-Log-File-OK VALUE "00".
          88 WS-Log-File-NOT-FOUND VALUE "35".

       01 WS-Ins-File-Status PIC X(02).
          88 WS-Ins-File-OK VALUE "00".

       01 WS-Req-File-Status PIC X(02).
          88 WS-Req-File-OK VALUE "00".

       01 WS-Hln-File-Status PIC X(02).
          88 WS-Hln-File-OK VALUE "00".

       01 WS-Inr-File-Status PIC X(02).
          88 WS-Inr-File-OK VALUE "00".

       01 WS-Exc-File-Status PIC X(02).
          88 WS-Exc-File-OK VALUE "00".
          88 WS-Exc-File-NOT-FOUND VALUE "35".

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

      * Days past its target date a request may wait before it is
      * dropped as expired; HOLD-EXPIRE-DAYS on HELLOPRM overrides.
       01 WS-Hold-Expire-Days PIC 9(05) VALUE 30.

      * Staging for the common exception record; callers fill these
      * and PERFORM 9000-WRITE-EXCEPTION.
       01 WS-Exc-Severity PIC X(01).
       01 WS-Exc-Code PIC X(04).
       01 WS-Exc-Text PIC X(40).
       01 WS-Exc-File-Stat PIC X(02).
       01 WS-Exc-Date PIC 9(08).
       01 WS-Exc-Time PIC 9(08).

       01 WS-Src-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Src-Eof VALUE "Y".

       01 WS-Ins-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Ins-Eof VALUE "Y".

       01 WS-Cal-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Cal-Eof VALUE "Y".

       01 WS-Cal-Loaded-Switch PIC X(01) VALUE "N".
          88 WS-Cal-Loaded VALUE "Y".

       01 WS-Day-Scheduled-Switch PIC X(01) VALUE "Y".
          88 WS-Day-Scheduled VALUE "Y".

       01 WS-Today-Scheduled-Switch PIC X(01) VALUE "Y".
          88 WS-Today-Scheduled VALUE "Y".

       01 WS-Rcp-Open-Switch PIC X(01) VALUE "N".
          88 WS-Rcp-Open VALUE "Y".

       01 WS-Greeted-Switch PIC X(01) VALUE "N".
          88 WS-Name-Greeted VALUE "Y".

       01 WS-Written-Switch PIC X(01) VALUE "N".
          88 WS-Name-Written VALUE "Y".

       01 WS-Held-Hdg-Switch PIC X(01) VALUE "N".
          88 WS-Held-Hdg-Printed VALUE "Y".

      * What becomes of a dated request on this run.
       01 WS-Target-Action PIC X(01).
          88 WS-Target-Release VALUE "R".
          88 WS-Target-Hold VALUE "H".
          88 WS-Target-Drop VALUE "D".

      * The processing calendar: one row per date with a day type,
      * "S" for a scheduled run day; any other type marks a planned
      * non-run day.  With no HELLOCAL file present every day counts
      * as a processing day; with one loaded, a date it does not
      * carry is a non-run day.
       01 WS-Cal-Table.
          05 WS-Cal-Entry OCCURS 400 TIMES.
             10 WS-Cal-Day-Date PIC 9(08).
             10 WS-Cal-Day-Type PIC X(01).
                88 WS-Cal-Day-Scheduled VALUE "S".

       01 WS-Cal-Count PIC 9(04) VALUE ZERO.
          88 WS-Cal-Table-Full VALUE 400.
       01 WS-Cal-Index PIC 9(04) VALUE ZERO.

       01 WS-Check-Date PIC 9(08) VALUE ZERO.
       01 WS-Target-Date PIC 9(08) VALUE ZERO.
       01 WS-Today-Integer PIC S9(09) COMP VALUE ZERO.
       01 WS-Target-Integer PIC S9(09) COMP VALUE ZERO.
       01 WS-Scan-Integer PIC S9(09) COMP VALUE ZERO.
       01 WS-Days-Late PIC S9(09) COMP VALUE ZERO.

      * The request image being released, viewed for its name.
       01 WS-Request.
          05 WS-Request-Name PIC X(20).
          05 FILLER PIC X(20).

       01 WS-Release-Seq PIC 9(07) VALUE ZERO.
       01 WS-Source-Rank PIC 9(01) VALUE ZERO.
       01 WS-Src-Index PIC 9(01) VALUE ZERO.
       01 WS-Break-Name PIC X(20).
       01 WS-Grt-Today-Count PIC 9(07) COMP VALUE ZERO.

      * Counts by source, subscripted by source rank.
       01 WS-Source-Names.
          05 FILLER PIC X(22) VALUE "MANUAL    (HELLOMAN)".
          05 FILLER PIC X(22) VALUE "GATEWAY   (HELLOGTQ)".
          05 FILLER PIC X(22) VALUE "RE-DRIVE  (HELLORDR)".
          05 FILLER PIC X(22) VALUE "HELD      (HELLOHLD)".
       01 WS-Source-Name-Table REDEFINES WS-Source-Names.
          05 WS-Source-Name PIC X(22) OCCURS 4 TIMES.

       01 WS-Source-Table.
          05 WS-Source-Entry OCCURS 4 TIMES.
             10 WS-Src-Read-Count PIC 9(07) COMP.
             10 WS-Src-Accept-Count PIC 9(07) COMP.
             10 WS-Src-Held-Count PIC 9(07) COMP.
             10 WS-Src-Drop-Count PIC 9(07) COMP.
             10 WS-Src-Dup-Count PIC 9(07) COMP.
             10 WS-Src-Greeted-Count PIC 9(07) COMP.

       01 WS-Tot-Read-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Tot-Accept-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Tot-Held-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Tot-Drop-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Tot-Dup-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Tot-Greeted-Count PIC 9(07) COMP VALUE ZERO.

       01 WS-Past-Due-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Expired-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Bad-Target-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Inactive-Held-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Unknown-Held-Count PIC 9(07) COMP VALUE ZERO.

       01 WS-Page-Number PIC 9(05) VALUE ZERO.
       01 WS-Line-Count PIC 9(03) VALUE ZERO.
       01 WS-Lines-Per-Page PIC 9(03) VALUE 55.
       01 WS-Print-Line PIC X(132) VALUE SPACES.
      * Column heading of the report section in progress, repeated at
      * the top of each new page.
       01 WS-Section-Hdg PIC X(132) VALUE SPACES.

       01 WS-Hdg-Line-1.
          05 FILLER PIC X(42) VALUE
             "HELLOINT - REQUEST INTAKE REPORT".
          05 FILLER PIC X(12) VALUE "RUN DATE    ".
          05 WS-Hdg-Date PIC X(08).
          05 FILLER PIC X(07) VALUE "  PAGE ".
          05 WS-Hdg-Page PIC ZZZZ9.
          05 FILLER PIC X(58) VALUE SPACES.

       01 WS-Held-Title-Line.
          05 FILLER PIC X(40) VALUE
             "DATED REQUEST EXCEPTIONS".
          05 FILLER PIC X(92) VALUE SPACES.

       01 WS-Held-Col-Line.
          05 FILLER PIC X(22) VALUE "RECIPIENT".
          05 FILLER PIC X(05) VALUE "KEY".
          05 FILLER PIC X(10) VALUE "TARGET".
          05 FILLER PIC X(24) VALUE "SOURCE".
          05 FILLER PIC X(10) VALUE "HELD FROM".
          05 FILLER PIC X(40) VALUE "DISPOSITION".
          05 FILLER PIC X(21) VALUE SPACES.

       01 WS-Held-Line.
          05 WS-Held-Name PIC X(20).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Held-Key PIC X(01).
          05 FILLER PIC X(04) VALUE SPACES.
          05 WS-Held-Target PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Held-Source PIC X(22).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Held-From PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Held-Disposition PIC X(40).
          05 FILLER PIC X(21) VALUE SPACES.

       01 WS-Col-Hdg-Line.
          05 FILLER PIC X(24) VALUE "SOURCE".
          05 FILLER PIC X(10) VALUE "      READ".
          05 FILLER PIC X(10) VALUE "  ACCEPTED".
          05 FILLER PIC X(10) VALUE "      HELD".
          05 FILLER PIC X(10) VALUE "   DROPPED".
          05 FILLER PIC X(10) VALUE " DUP MERGE".
          05 FILLER PIC X(10) VALUE "   GREETED".
          05 FILLER PIC X(48) VALUE SPACES.

       01 WS-Dtl-Line.
          05 WS-Dtl-Source PIC X(22).
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(03) VALUE SPACES.
          05 WS-Dtl-Read PIC ZZZZZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 WS-Dtl-Accept PIC ZZZZZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 WS-Dtl-Held PIC ZZZZZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 WS-Dtl-Drop PIC ZZZZZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 WS-Dtl-Dup PIC ZZZZZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 WS-Dtl-Greeted PIC ZZZZZZ9.
          05 FILLER PIC X(48) VALUE SPACES.

       01 WS-Tot-Line.
          05 WS-Tot-Label PIC X(36).
          05 WS-Tot-Value PIC ZZZZZZ9.
          05 FILLER PIC X(89) VALUE SPACES.

       01 WS-Return-Code PIC S9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.

           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Date TO WS-Run-Date-X.
           INITIALIZE WS-Source-Table.

           PERFORM 8100-LOAD-RUN-PARMS THRU 8100-EXIT.
           MOVE "HOLD-EXPIRE-DAYS" TO WS-Prm-Find-Name.
           PERFORM 8200-FIND-RUN-PARM THRU 8200-EXIT.
      * Zero-filled to five digits on HELLOPRM like the suite's other
      * numeric parameters; a mistyped value keeps the default.
           IF WS-Prm-Found
              AND WS-Prm-Find-Value(1:5) IS NUMERIC
               MOVE WS-Prm-Find-Value(1:5) TO WS-Prm-Number
               IF WS-Prm-Number > ZERO
                   MOVE WS-Prm-Number TO WS-Hold-Expire-Days
               END-IF
           END-IF.

           PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date).
           MOVE WS-Run-Date TO WS-Check-Date.
           PERFORM 1250-CHECK-CALENDAR THRU 1250-EXIT.
           MOVE WS-Day-Scheduled-Switch TO WS-Today-Scheduled-Switch.
           IF NOT WS-Today-Scheduled
               DISPLAY "HELLOINT: " WS-Run-Date-X " IS NOT A "
                   "PROCESSING DAY - DATED REQUESTS STAY HELD"
           END-IF.

           PERFORM 1300-OPEN-MASTER THRU 1300-EXIT.

           PERFORM 1000-SORT-REQUESTS THRU 1000-EXIT.
           IF WS-Return-Code < 20
               PERFORM 2000-WRITE-REQUESTS THRU 2000-EXIT
           END-IF.
           IF WS-Return-Code < 20
               PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
           END-IF.

           IF WS-Rcp-Open
               CLOSE HELLO-RCP-FILE
           END-IF.
           GO TO 9999-END-PROGRAM.

      * Every source is optional - a day with no partner file, no
      * re-drives, no manual keying or nothing on hold is normal -
      * but one that is present and cannot be read stops the intake,
      * since passing on a partial merge would lose requests.
       1000-SORT-REQUESTS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY Srt-Recipient-Name Srt-Source-Rank
                                Srt-Release-Seq
               INPUT PROCEDURE IS 1500-RELEASE-REQUESTS
                   THRU 1500-EXIT
               GIVING HELLO-INS-FILE.
           IF WS-Return-Code NOT < 20
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT HELLO-INS-FILE.
           IF NOT WS-Ins-File-OK
               DISPLAY "HELLOINT: HELLOINS OPEN FAILED STATUS "
                   WS-Ins-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I005" TO WS-Exc-Code
               MOVE "HELLOINS OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Ins-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 24 > WS-Return-Code
                   MOVE 24 TO WS-Return-Code
               END-IF
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-SORTED THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-SORTED.

           READ HELLO-INS-FILE
               AT END
                   SET WS-Ins-Eof TO TRUE
           END-READ.

       1100-EXIT.
           EXIT.

       1200-LOAD-CALENDAR.

           OPEN INPUT HELLO-CAL-FILE.
           IF WS-Cal-File-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.
           IF NOT WS-Cal-File-OK
               DISPLAY "HELLOINT: HELLOCAL OPEN FAILED STATUS "
                   WS-Cal-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "I012" TO WS-Exc-Code
               MOVE "HELLOCAL OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Cal-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               GO TO 1200-EXIT
           END-IF.

           SET WS-Cal-Loaded TO TRUE.
           PERFORM 1210-READ-CALENDAR THRU 1210-EXIT.
           PERFORM 1220-ADD-CALENDAR-DAY THRU 1220-EXIT
               UNTIL WS-Cal-Eof.
           CLOSE HELLO-CAL-FILE.

       1200-EXIT.
           EXIT.

       1210-READ-CALENDAR.

           READ HELLO-CAL-FILE
               AT END
                   SET WS-Cal-Eof TO TRUE
           END-READ.

       1210-EXIT.
           EXIT.

       1220-ADD-CALENDAR-DAY.

           IF WS-Cal-Table-Full
               DISPLAY "HELLOINT: CALENDAR TABLE FULL AT 400 DAYS - "
                   "REMAINING CALENDAR DAYS IGNORED"
               MOVE "W" TO WS-Exc-Severity
               MOVE "I012" TO WS-Exc-Code
               MOVE "CALENDAR TABLE FULL AT 400 DAYS"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               SET WS-Cal-Eof TO TRUE
               GO TO 1220-EXIT
           END-IF.

           ADD 1 TO WS-Cal-Count.
           MOVE Cal-Date TO WS-Cal-Day-Date(WS-Cal-Count).
           MOVE Cal-Day-Type TO WS-Cal-Day-Type(WS-Cal-Count).
           PERFORM 1210-READ-CALENDAR THRU 1210-EXIT.

       1220-EXIT.
           EXIT.

      * Is WS-Check-Date a processing day?  Days carried as holiday
      * or outage, and days absent from a loaded calendar, are not;
      * with no calendar loaded every day is.
       1250-CHECK-CALENDAR.

           IF NOT WS-Cal-Loaded
               MOVE "Y" TO WS-Day-Scheduled-Switch
               GO TO 1250-EXIT
           END-IF.

           MOVE "N" TO WS-Day-Scheduled-Switch.
           MOVE 1 TO WS-Cal-Index.
           PERFORM 1260-MATCH-CALENDAR-DAY THRU 1260-EXIT
               UNTIL WS-Cal-Index > WS-Cal-Count.

       1250-EXIT.
           EXIT.

       1260-MATCH-CALENDAR-DAY.

           IF WS-Cal-Day-Date(WS-Cal-Index) = WS-Check-Date
               IF WS-Cal-Day-Scheduled(WS-Cal-Index)
                   MOVE "Y" TO WS-Day-Scheduled-Switch
               END-IF
               MOVE WS-Cal-Count TO WS-Cal-Index
           END-IF.
           ADD 1 TO WS-Cal-Index.

       1260-EXIT.
           EXIT.

      * The recipient master is read only to report held requests
      * whose recipient has gone inactive; without it the intake
      * still runs and the check is skipped.
       1300-OPEN-MASTER.

           OPEN INPUT HELLO-RCP-FILE.
           IF WS-Rcp-File-OK
               SET WS-Rcp-Open TO TRUE
               GO TO 1300-EXIT
           END-IF.
           DISPLAY "HELLOINT: RECIPIENT MASTER OPEN FAILED STATUS "
               WS-Rcp-File-Status " - HELD RECIPIENTS NOT CHECKED".
           MOVE "W" TO WS-Exc-Severity.
           MOVE "I013" TO WS-Exc-Code.
           MOVE "RECIPIENT MASTER OPEN FAILED" TO WS-Exc-Text.
           MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 4 > WS-Return-Code
               MOVE 4 TO WS-Return-Code
           END-IF.

       1300-EXIT.
           EXIT.

      * Sort input procedure: today's greeted names first, then each
      * request source in rank order, then the requests on hold.
       1500-RELEASE-REQUESTS.

           PERFORM 1510-RELEASE-GREETED THRU 1510-EXIT.
           IF WS-Return-Code NOT < 20
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1520-RELEASE-MANUAL THRU 1520-EXIT.
           IF WS-Return-Code NOT < 20
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1530-RELEASE-GATEWAY THRU 1530-EXIT.
           IF WS-Return-Code NOT < 20
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1540-RELEASE-REDRIVE THRU 1540-EXIT.
           IF WS-Return-Code NOT < 20
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-RELEASE-HELD THRU 1550-EXIT.

       1500-EXIT.
           EXIT.

      * Only greetings stamped with today's date count; HELLOGRT from
      * an earlier cycle is still on disk until hello rewrites it.
       1510-RELEASE-GREETED.

           OPEN INPUT HELLO-GRT-FILE.
           IF WS-Grt-File-NOT-FOUND
               DISPLAY "HELLOINT: HELLOGRT NOT FOUND - NO GREETINGS "
                   "YET TODAY"
               GO TO 1510-EXIT
           END-IF.
           IF NOT WS-Grt-File-OK
               DISPLAY "HELLOINT: HELLOGRT OPEN FAILED STATUS "
                   WS-Grt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I004" TO WS-Exc-Code
               MOVE "HELLOGRT OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Grt-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1510-EXIT
           END-IF.

           MOVE "N" TO WS-Src-Eof-Switch.
           PERFORM 1511-READ-GREETING THRU 1511-EXIT.
           PERFORM 1512-RELEASE-ONE-GREETING THRU 1512-EXIT
               UNTIL WS-Src-Eof.
           CLOSE HELLO-GRT-FILE.

       1510-EXIT.
           EXIT.

       1511-READ-GREETING.

           READ HELLO-GRT-FILE
               AT END
                   SET WS-Src-Eof TO TRUE
           END-READ.

       1511-EXIT.
           EXIT.

       1512-RELEASE-ONE-GREETING.

           IF Grt-Run-Date = WS-Run-Date-X
               ADD 1 TO WS-Grt-Today-Count
               ADD 1 TO WS-Release-Seq
               MOVE Grt-Recipient-Name TO Srt-Recipient-Name
               MOVE ZERO TO Srt-Source-Rank
               MOVE WS-Release-Seq TO Srt-Release-Seq
               MOVE SPACES TO Srt-Request
               MOVE ZERO TO Srt-Orig-Rank
               MOVE SPACES TO Srt-Held-Date
               RELEASE Srt-Record
           END-IF.
           PERFORM 1511-READ-GREETING THRU 1511-EXIT.

       1512-EXIT.
           EXIT.

       1520-RELEASE-MANUAL.

           OPEN INPUT HELLO-MAN-FILE.
           IF WS-Man-File-NOT-FOUND
               DISPLAY "HELLOINT: HELLOMAN NOT FOUND - NO MANUAL "
                   "REQUESTS"
               GO TO 1520-EXIT
           END-IF.
           IF NOT WS-Man-File-OK
               DISPLAY "HELLOINT: HELLOMAN OPEN FAILED STATUS "
                   WS-Man-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I001" TO WS-Exc-Code
               MOVE "HELLOMAN OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Man-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1520-EXIT
           END-IF.

           MOVE 1 TO WS-Source-Rank.
           MOVE "N" TO WS-Src-Eof-Switch.
           PERFORM 1521-READ-MANUAL THRU 1521-EXIT.
           PERFORM 1522-RELEASE-ONE-MANUAL THRU 1522-EXIT
               UNTIL WS-Src-Eof.
           CLOSE HELLO-MAN-FILE.

       1520-EXIT.
           EXIT.

       1521-READ-MANUAL.

           READ HELLO-MAN-FILE INTO WS-Request
               AT END
                   SET WS-Src-Eof TO TRUE
           END-READ.

       1521-EXIT.
           EXIT.

       1522-RELEASE-ONE-MANUAL.

           PERFORM 1590-RELEASE-REQUEST THRU 1590-EXIT.
           PERFORM 1521-READ-MANUAL THRU 1521-EXIT.

       1522-EXIT.
           EXIT.

       1530-RELEASE-GATEWAY.

           OPEN INPUT HELLO-GTQ-FILE.
           IF WS-Gtq-File-NOT-FOUND
               DISPLAY "HELLOINT: HELLOGTQ NOT FOUND - NO GATEWAY "
                   "REQUESTS"
               GO TO 1530-EXIT
           END-IF.
           IF NOT WS-Gtq-File-OK
               DISPLAY "HELLOINT: HELLOGTQ OPEN FAILED STATUS "
                   WS-Gtq-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I002" TO WS-Exc-Code
               MOVE "HELLOGTQ OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Gtq-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1530-EXIT
           END-IF.

           MOVE 2 TO WS-Source-Rank.
           MOVE "N" TO WS-Src-Eof-Switch.
           PERFORM 1531-READ-GATEWAY THRU 1531-EXIT.
           PERFORM 1532-RELEASE-ONE-GATEWAY THRU 1532-EXIT
               UNTIL WS-Src-Eof.
           CLOSE HELLO-GTQ-FILE.

       1530-EXIT.
           EXIT.

       1531-READ-GATEWAY.

           READ HELLO-GTQ-FILE INTO WS-Request
               AT END
                   SET WS-Src-Eof TO TRUE
           END-READ.

       1531-EXIT.
           EXIT.

       1532-RELEASE-ONE-GATEWAY.

           PERFORM 1590-RELEASE-REQUEST THRU 1590-EXIT.
           PERFORM 1531-READ-GATEWAY THRU 1531-EXIT.

       1532-EXIT.
           EXIT.

       1540-RELEASE-REDRIVE.

           OPEN INPUT HELLO-RDR-FILE.
           IF WS-Rdr-File-NOT-FOUND
               DISPLAY "HELLOINT: HELLORDR NOT FOUND - NO RE-DRIVE "
                   "REQUESTS"
               GO TO 1540-EXIT
           END-IF.
           IF NOT WS-Rdr-File-OK
               DISPLAY "HELLOINT: HELLORDR OPEN FAILED STATUS "
                   WS-Rdr-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I003" TO WS-Exc-Code
               MOVE "HELLORDR OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Rdr-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1540-EXIT
           END-IF.

           MOVE 3 TO WS-Source-Rank.
           MOVE "N" TO WS-Src-Eof-Switch.
           PERFORM 1541-READ-REDRIVE THRU 1541-EXIT.
           PERFORM 1542-RELEASE-ONE-REDRIVE THRU 1542-EXIT
               UNTIL WS-Src-Eof.
           CLOSE HELLO-RDR-FILE.

       1540-EXIT.
           EXIT.

       1541-READ-REDRIVE.

           READ HELLO-RDR-FILE INTO WS-Request
               AT END
                   SET WS-Src-Eof TO TRUE
           END-READ.

       1541-EXIT.
           EXIT.

       1542-RELEASE-ONE-REDRIVE.

           PERFORM 1590-RELEASE-REQUEST THRU 1590-EXIT.
           PERFORM 1541-READ-REDRIVE THRU 1541-EXIT.

       1542-EXIT.
           EXIT.

      * Requests still pending from earlier runs.  A missing HELLOHLD
      * is the first run with nothing on hold.
       1550-RELEASE-HELD.

           OPEN INPUT HELLO-HLD-FILE.
           IF WS-Hld-File-NOT-FOUND
               DISPLAY "HELLOINT: HELLOHLD NOT FOUND - NO REQUESTS "
                   "ON HOLD"
               GO TO 1550-EXIT
           END-IF.
           IF NOT WS-Hld-File-OK
               DISPLAY "HELLOINT: HELLOHLD OPEN FAILED STATUS "
                   WS-Hld-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I009" TO WS-Exc-Code
               MOVE "HELLOHLD OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Hld-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1550-EXIT
           END-IF.

           MOVE "N" TO WS-Src-Eof-Switch.
           PERFORM 1551-READ-HELD THRU 1551-EXIT.
           PERFORM 1552-RELEASE-ONE-HELD THRU 1552-EXIT
               UNTIL WS-Src-Eof.
           CLOSE HELLO-HLD-FILE.

       1550-EXIT.
           EXIT.

       1551-READ-HELD.

           READ HELLO-HLD-FILE
               AT END
                   SET WS-Src-Eof TO TRUE
           END-READ.

       1551-EXIT.
           EXIT.

       1552-RELEASE-ONE-HELD.

           ADD 1 TO WS-Src-Read-Count(4).
           ADD 1 TO WS-Release-Seq.
           MOVE Hld-Recipient-Name TO Srt-Recipient-Name.
           MOVE 4 TO Srt-Source-Rank.
           MOVE WS-Release-Seq TO Srt-Release-Seq.
           MOVE Hld-Request TO Srt-Request.
           IF Hld-Source-Rank IS NUMERIC
              AND Hld-Source-Rank > ZERO
              AND Hld-Source-Rank < 4
               MOVE Hld-Source-Rank TO Srt-Orig-Rank
           ELSE
               MOVE 4 TO Srt-Orig-Rank
           END-IF.
           MOVE Hld-Held-Date TO Srt-Held-Date.
           RELEASE Srt-Record.
           PERFORM 1551-READ-HELD THRU 1551-EXIT.

       1552-EXIT.
           EXIT.

      * Releases the request image in WS-Request for the source rank
      * staged by the caller.
       1590-RELEASE-REQUEST.

           ADD 1 TO WS-Src-Read-Count(WS-Source-Rank).
           ADD 1 TO WS-Release-Seq.
           MOVE WS-Request-Name TO Srt-Recipient-Name.
           MOVE WS-Source-Rank TO Srt-Source-Rank.
           MOVE WS-Release-Seq TO Srt-Release-Seq.
           MOVE WS-Request TO Srt-Request.
           MOVE WS-Source-Rank TO Srt-Orig-Rank.
           MOVE SPACES TO Srt-Held-Date.
           RELEASE Srt-Record.

       1590-EXIT.
           EXIT.

      * Control break on recipient name over the sorted merge.  A
      * dated request not yet due goes back on hold whatever else is
      * requested for the name; otherwise the first request for a
      * name goes to HELLOREQ unless the name was greeted today, and
      * every later request for it is dropped.
       2000-WRITE-REQUESTS.

           OPEN OUTPUT HELLO-INR-FILE.
           IF NOT WS-Inr-File-OK
               DISPLAY "HELLOINT: HELLOINR OPEN FAILED STATUS "
                   WS-Inr-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I008" TO WS-Exc-Code
               MOVE "HELLOINR OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Inr-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               CLOSE HELLO-INS-FILE
               GO TO 2000-EXIT
           END-IF.

           OPEN OUTPUT HELLO-REQ-FILE.
           IF NOT WS-Req-File-OK
               DISPLAY "HELLOINT: HELLOREQ OPEN FAILED STATUS "
                   WS-Req-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I006" TO WS-Exc-Code
               MOVE "HELLOREQ OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Req-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               CLOSE HELLO-INS-FILE
               CLOSE HELLO-INR-FILE
               GO TO 2000-EXIT
           END-IF.

           OPEN OUTPUT HELLO-HLN-FILE.
           IF NOT WS-Hln-File-OK
               DISPLAY "HELLOINT: HELLOHLN OPEN FAILED STATUS "
                   WS-Hln-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I010" TO WS-Exc-Code
               MOVE "HELLOHLN OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Hln-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               CLOSE HELLO-INS-FILE
               CLOSE HELLO-INR-FILE
               CLOSE HELLO-REQ-FILE
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-Run-Date-X TO WS-Hdg-Date.
           PERFORM 4300-START-NEW-PAGE THRU 4300-EXIT.

           MOVE HIGH-VALUES TO WS-Break-Name.
           PERFORM 2100-TAKE-ONE-REQUEST THRU 2100-EXIT
               UNTIL WS-Ins-Eof.

           CLOSE HELLO-INS-FILE.
           CLOSE HELLO-REQ-FILE.
           CLOSE HELLO-HLN-FILE.

           MOVE 1 TO WS-Src-Index.
           PERFORM 2900-ADD-SOURCE-TOTALS THRU 2900-EXIT
               UNTIL WS-Src-Index > 4.

           DISPLAY "HELLOINT: REQUESTS READ " WS-Tot-Read-Count.
           DISPLAY "HELLOINT: REQUESTS WRITTEN TO HELLOREQ "
               WS-Tot-Accept-Count.
           DISPLAY "HELLOINT: REQUESTS HELD ON HELLOHLN "
               WS-Tot-Held-Count.
           DISPLAY "HELLOINT: DATED REQUESTS DROPPED "
               WS-Tot-Drop-Count.
           DISPLAY "HELLOINT: DUPLICATES IN MERGE DROPPED "
               WS-Tot-Dup-Count.
           DISPLAY "HELLOINT: ALREADY GREETED TODAY DROPPED "
               WS-Tot-Greeted-Count.

       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-REQUEST.

           IF Ins-Recipient-Name NOT = WS-Break-Name
               MOVE Ins-Recipient-Name TO WS-Break-Name
               MOVE "N" TO WS-Greeted-Switch
               MOVE "N" TO WS-Written-Switch
           END-IF.

           IF Ins-Greeted-Today
               SET WS-Name-Greeted TO TRUE
               GO TO 2100-NEXT
           END-IF.

           IF Ins-Req-Target NOT = SPACES
               PERFORM 2200-CHECK-TARGET THRU 2200-EXIT
               IF WS-Target-Hold
                   PERFORM 2300-HOLD-REQUEST THRU 2300-EXIT
                   GO TO 2100-NEXT
               END-IF
               IF WS-Target-Drop
                   ADD 1 TO WS-Src-Drop-Count(Ins-Source-Rank)
                   GO TO 2100-NEXT
               END-IF
           END-IF.

           IF WS-Name-Greeted
               DISPLAY "HELLOINT: DROPPED - ALREADY GREETED TODAY "
                   Ins-Recipient-Name
               ADD 1 TO WS-Src-Greeted-Count(Ins-Source-Rank)
               GO TO 2100-NEXT
           END-IF.

           IF WS-Name-Written
               DISPLAY "HELLOINT: DROPPED - DUPLICATE IN MERGE "
                   Ins-Recipient-Name
               ADD 1 TO WS-Src-Dup-Count(Ins-Source-Rank)
               GO TO 2100-NEXT
           END-IF.

           WRITE Req-Record FROM Ins-Request.
           IF WS-Req-File-OK
               ADD 1 TO WS-Src-Accept-Count(Ins-Source-Rank)
               SET WS-Name-Written TO TRUE
           ELSE
               DISPLAY "HELLOINT: HELLOREQ WRITE FAILED STATUS "
                   WS-Req-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I007" TO WS-Exc-Code
               MOVE "HELLOREQ WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Req-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.

       2100-NEXT.
           PERFORM 1100-READ-SORTED THRU 1100-EXIT.

       2100-EXIT.
           EXIT.

      * Decide what becomes of a dated request.  A target date that
      * is not a real date, or one more than the expiry limit in the
      * past, drops the request.  One not yet due, or any dated
      * request on a non-processing day, is held.  A due request is
      * released; if a processing day has gone by since its target
      * date it is also reported as past due.
       2200-CHECK-TARGET.

           SET WS-Target-Release TO TRUE.

           MOVE ZERO TO WS-Target-Integer.
           IF Ins-Req-Target IS NUMERIC
               MOVE Ins-Req-Target TO WS-Target-Date
               COMPUTE WS-Target-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Target-Date)
           END-IF.
           IF WS-Target-Integer NOT > ZERO
               SET WS-Target-Drop TO TRUE
               ADD 1 TO WS-Bad-Target-Count
               MOVE "BAD TARGET DATE - DROPPED"
                   TO WS-Held-Disposition
               MOVE "I015" TO WS-Exc-Code
               MOVE "DATED REQUEST DROPPED - BAD TARGET DATE"
                   TO WS-Exc-Text
               PERFORM 2500-REPORT-DATED-REQUEST THRU 2500-EXIT
               GO TO 2200-EXIT
           END-IF.

           COMPUTE WS-Days-Late = WS-Today-Integer - WS-Target-Integer.
           IF WS-Days-Late > WS-Hold-Expire-Days
               SET WS-Target-Drop TO TRUE
               ADD 1 TO WS-Expired-Count
               MOVE "EXPIRED - DROPPED" TO WS-Held-Disposition
               MOVE "I014" TO WS-Exc-Code
               MOVE "DATED REQUEST DROPPED - EXPIRED"
                   TO WS-Exc-Text
               PERFORM 2500-REPORT-DATED-REQUEST THRU 2500-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF WS-Days-Late < ZERO
              OR NOT WS-Today-Scheduled
               SET WS-Target-Hold TO TRUE
               GO TO 2200-EXIT
           END-IF.

           IF WS-Days-Late = ZERO
               GO TO 2200-EXIT
           END-IF.

           MOVE "N" TO WS-Day-Scheduled-Switch.
           MOVE WS-Target-Integer TO WS-Scan-Integer.
           PERFORM 2210-CHECK-MISSED-DAY THRU 2210-EXIT
               UNTIL WS-Scan-Integer NOT < WS-Today-Integer
                  OR WS-Day-Scheduled.
           IF WS-Day-Scheduled
               ADD 1 TO WS-Past-Due-Count
               MOVE "PAST DUE - RELEASED" TO WS-Held-Disposition
               MOVE "I016" TO WS-Exc-Code
               MOVE "DATED REQUEST RELEASED PAST DUE"
                   TO WS-Exc-Text
               PERFORM 2500-REPORT-DATED-REQUEST THRU 2500-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

       2210-CHECK-MISSED-DAY.

           COMPUTE WS-Check-Date =
               FUNCTION DATE-OF-INTEGER(WS-Scan-Integer).
           PERFORM 1250-CHECK-CALENDAR THRU 1250-EXIT.
           ADD 1 TO WS-Scan-Integer.

       2210-EXIT.
           EXIT.

      * Back onto the pending file, keeping the source the request
      * first came from and the date it was first held.  A held
      * request whose recipient is no longer active is reported so
      * the business can withdraw it or reactivate the recipient.
       2300-HOLD-REQUEST.

           MOVE Ins-Request TO Hln-Request.
           MOVE Ins-Orig-Rank TO Hln-Source-Rank.
           IF Ins-Held-Date = SPACES
               MOVE WS-Run-Date-X TO Hln-Held-Date
           ELSE
               MOVE Ins-Held-Date TO Hln-Held-Date
           END-IF.
           WRITE Hln-Record.
           IF WS-Hln-File-OK
               ADD 1 TO WS-Src-Held-Count(Ins-Source-Rank)
           ELSE
               DISPLAY "HELLOINT: HELLOHLN WRITE FAILED STATUS "
                   WS-Hln-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I010" TO WS-Exc-Code
               MOVE "HELLOHLN WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Hln-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 2300-EXIT
           END-IF.

           IF NOT WS-Rcp-Open
               GO TO 2300-EXIT
           END-IF.
           MOVE Ins-Req-Name TO Rcp-Recipient-Name.
           READ HELLO-RCP-FILE.
           IF WS-Rcp-No-Record
               ADD 1 TO WS-Unknown-Held-Count
               MOVE "RECIPIENT UNKNOWN - STILL HELD"
                   TO WS-Held-Disposition
               MOVE "I018" TO WS-Exc-Code
               MOVE "HELD REQUEST - UNKNOWN RECIPIENT"
                   TO WS-Exc-Text
               PERFORM 2500-REPORT-DATED-REQUEST THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF NOT WS-Rcp-File-OK
               DISPLAY "HELLOINT: RECIPIENT MASTER READ FAILED "
                   "STATUS " WS-Rcp-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "I013" TO WS-Exc-Code
               MOVE "RECIPIENT MASTER READ FAILED" TO WS-Exc-Text
               MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               GO TO 2300-EXIT
           END-IF.
           IF NOT Rcp-Active
               ADD 1 TO WS-Inactive-Held-Count
               MOVE "RECIPIENT INACTIVE - STILL HELD"
                   TO WS-Held-Disposition
               MOVE "I017" TO WS-Exc-Code
               MOVE "HELD REQUEST - INACTIVE RECIPIENT"
                   TO WS-Exc-Text
               PERFORM 2500-REPORT-DATED-REQUEST THRU 2500-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

      * One line on the dated-request exceptions section of HELLOINR
      * and a warning on the common exception file.  Callers stage
      * the disposition, exception code and exception text.
       2500-REPORT-DATED-REQUEST.

           DISPLAY "HELLOINT: " Ins-Req-Name " TARGET "
               Ins-Req-Target " " WS-Held-Disposition.
           MOVE "W" TO WS-Exc-Severity.
           MOVE SPACES TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 4 > WS-Return-Code
               MOVE 4 TO WS-Return-Code
           END-IF.

           IF NOT WS-Held-Hdg-Printed
               SET WS-Held-Hdg-Printed TO TRUE
               MOVE WS-Held-Title-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE SPACES TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE WS-Held-Col-Line TO WS-Section-Hdg
               MOVE WS-Held-Col-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.

           MOVE Ins-Req-Name TO WS-Held-Name.
           MOVE Ins-Req-Key TO WS-Held-Key.
           MOVE Ins-Req-Target TO WS-Held-Target.
           MOVE WS-Source-Name(Ins-Orig-Rank) TO WS-Held-Source.
           MOVE Ins-Held-Date TO WS-Held-From.
           MOVE WS-Held-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

       2500-EXIT.
           EXIT.

       2900-ADD-SOURCE-TOTALS.

           ADD WS-Src-Read-Count(WS-Src-Index) TO WS-Tot-Read-Count.
           ADD WS-Src-Accept-Count(WS-Src-Index)
               TO WS-Tot-Accept-Count.
           ADD WS-Src-Held-Count(WS-Src-Index) TO WS-Tot-Held-Count.
           ADD WS-Src-Drop-Count(WS-Src-Index) TO WS-Tot-Drop-Count.
           ADD WS-Src-Dup-Count(WS-Src-Index) TO WS-Tot-Dup-Count.
           ADD WS-Src-Greeted-Count(WS-Src-Index)
               TO WS-Tot-Greeted-Count.
           ADD 1 TO WS-Src-Index.

       2900-EXIT.
           EXIT.

      * Counts by source: read = accepted + held + dropped +
      * duplicates + already greeted, row by row and in total.
       3000-PRINT-SUMMARY.

           IF WS-Held-Hdg-Printed
               MOVE SPACES TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE WS-Col-Hdg-Line TO WS-Section-Hdg.
           MOVE WS-Col-Hdg-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE 1 TO WS-Src-Index.
           PERFORM 3100-PRINT-ONE-SOURCE THRU 3100-EXIT
               UNTIL WS-Src-Index > 4.

           MOVE "TOTAL" TO WS-Dtl-Source.
           MOVE WS-Tot-Read-Count TO WS-Dtl-Read.
           MOVE WS-Tot-Accept-Count TO WS-Dtl-Accept.
           MOVE WS-Tot-Held-Count TO WS-Dtl-Held.
           MOVE WS-Tot-Drop-Count TO WS-Dtl-Drop.
           MOVE WS-Tot-Dup-Count TO WS-Dtl-Dup.
           MOVE WS-Tot-Greeted-Count TO WS-Dtl-Greeted.
           MOVE WS-Dtl-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Section-Hdg.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "REQUESTS WRITTEN TO HELLOREQ" TO WS-Tot-Label.
           MOVE WS-Tot-Accept-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "REQUESTS HELD ON HELLOHLN" TO WS-Tot-Label.
           MOVE WS-Tot-Held-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "GREETINGS ALREADY ON HELLOGRT TODAY" TO WS-Tot-Label.
           MOVE WS-Grt-Today-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "PAST DUE REQUESTS RELEASED" TO WS-Tot-Label.
           MOVE WS-Past-Due-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "EXPIRED REQUESTS DROPPED" TO WS-Tot-Label.
           MOVE WS-Expired-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "BAD TARGET DATES DROPPED" TO WS-Tot-Label.
           MOVE WS-Bad-Target-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "HELD FOR INACTIVE RECIPIENT" TO WS-Tot-Label.
           MOVE WS-Inactive-Held-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "HELD FOR UNKNOWN RECIPIENT" TO WS-Tot-Label.
           MOVE WS-Unknown-Held-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           IF NOT WS-Today-Scheduled
               MOVE SPACES TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE "NOT A PROCESSING DAY - DATED REQUESTS HELD"
                   TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.

           CLOSE HELLO-INR-FILE.

       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-SOURCE.

           MOVE WS-Source-Name(WS-Src-Index) TO WS-Dtl-Source.
           MOVE WS-Src-Read-Count(WS-Src-Index) TO WS-Dtl-Read.
           MOVE WS-Src-Accept-Count(WS-Src-Index) TO WS-Dtl-Accept.
           MOVE WS-Src-Held-Count(WS-Src-Index) TO WS-Dtl-Held.
           MOVE WS-Src-Drop-Count(WS-Src-Index) TO WS-Dtl-Drop.
           MOVE WS-Src-Dup-Count(WS-Src-Index) TO WS-Dtl-Dup.
           MOVE WS-Src-Greeted-Count(WS-Src-Index) TO WS-Dtl-Greeted.
           MOVE WS-Dtl-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           ADD 1 TO WS-Src-Index.

       3100-EXIT.
           EXIT.

       4300-START-NEW-PAGE.

           ADD 1 TO WS-Page-Number.
           MOVE WS-Page-Number TO WS-Hdg-Page.
           WRITE Inr-Record FROM WS-Hdg-Line-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO Inr-Record.
           WRITE Inr-Record AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-Line-Count.
           IF WS-Section-Hdg NOT = SPACES
               WRITE Inr-Record FROM WS-Section-Hdg
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO Inr-Record
               WRITE Inr-Record AFTER ADVANCING 1 LINE
               MOVE 4 TO WS-Line-Count
           END-IF.

       4300-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.

           IF WS-Line-Count NOT < WS-Lines-Per-Page
               PERFORM 4300-START-NEW-PAGE THRU 4300-EXIT
           END-IF.
           WRITE Inr-Record FROM WS-Print-Line
               AFTER ADVANCING 1 LINE.
           IF NOT WS-Inr-File-OK
               DISPLAY "HELLOINT: REPORT WRITE FAILED STATUS "
                   WS-Inr-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "I008" TO WS-Exc-Code
               MOVE "REPORT WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Inr-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.
           ADD 1 TO WS-Line-Count.

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
               DISPLAY "HELLOINT: HELLOPRM OPEN FAILED STATUS "
                   WS-Prm-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "I011" TO WS-Exc-Code
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

           IF Parm-Pgm-Name NOT = "helloint"
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
               DISPLAY "HELLOINT: RUN PARAMETER TABLE FULL AT 20 - "
                   "REMAINING ROWS IGNORED"
               MOVE "W" TO WS-Exc-Severity
               MOVE "I011" TO WS-Exc-Code
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
               DISPLAY "HELLOINT: PARAMETER STAMP OPEN FAILED "
                   "STATUS " WS-Log-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "I011" TO WS-Exc-Code
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

           MOVE "helloint" TO Audit-Pgm-Name.
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
               DISPLAY "HELLOINT: PARAMETER STAMP WRITE FAILED "
                   "STATUS " WS-Log-File-Status
           END-IF.
           ADD 1 TO WS-Prm-Index.

       8310-EXIT.
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
               DISPLAY "HELLOINT: EXCEPTION FILE OPEN FAILED STATUS "
                   WS-Exc-File-Status
               GO TO 9000-EXIT
           END-IF.

           ACCEPT WS-Exc-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Exc-Time FROM TIME.
           MOVE "helloint" TO Exc-Pgm-Name.
           MOVE WS-Exc-Date TO Exc-Run-Date.
           MOVE WS-Exc-Time TO Exc-Run-Time.
           MOVE WS-Exc-Severity TO Exc-Severity.
           MOVE WS-Exc-Code TO Exc-Code.
           MOVE WS-Exc-Text TO Exc-Text.
           MOVE WS-Exc-File-Stat TO Exc-File-Status.
           WRITE Exc-Record.
           IF NOT WS-Exc-File-OK
               DISPLAY "HELLOINT: EXCEPTION WRITE FAILED STATUS "
                   WS-Exc-File-Status
           END-IF.
           CLOSE HELLO-EXC-FILE.

       9000-EXIT.
           EXIT.

       9999-END-PROGRAM.

           MOVE WS-Return-Code TO RETURN-CODE.
           STOP RUN.
