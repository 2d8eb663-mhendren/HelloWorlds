      * Greeting catalog maintenance: applies add, change and expire
      * transactions from HELLOCTR to the HELLOCAT greeting catalog,
      * keyed by greeting key, language and effective-from date.  A
      * row whose effective-to date falls before its effective-from
      * date, or whose date range overlaps another row for the same
      * key and language, is rejected to HELLOEXC; every applied
      * transaction leaves an audit row on HELLOLOG.  The updated
      * catalog is written to HELLOCAN, which the scheduler swaps in
      * as HELLOCAT; the audit rows are held until HELLOCAN has been
      * written and closed, so HELLOLOG never records a change that
      * did not reach the new catalog.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hellocam.
       AUTHOR. Michael Hendren.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-CTR-FILE ASSIGN TO "HELLOCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ctr-File-Status.

           SELECT HELLO-CAT-FILE ASSIGN TO "HELLOCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cat-File-Status.

           SELECT HELLO-CAN-FILE ASSIGN TO "HELLOCAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Can-File-Status.

           SELECT HELLO-LOG-FILE ASSIGN TO "HELLOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Maintenance transactions: action "A" adds a row, "C" changes
      * the text and/or effective-to date of an existing row, "E"
      * expires an existing row as of the effective-to date given
      * (today when blank).  On a change, blank text and effective-to
      * fields leave the catalog values unchanged.
       FD  HELLO-CTR-FILE.
       01  Ctr-Record.
           02 Ctr-Action PIC X(01).
              88 Ctr-Action-Add VALUE "A".
              88 Ctr-Action-Change VALUE "C".
              88 Ctr-Action-Expire VALUE "E".
           02 Ctr-Greeting-Key PIC X(01).
           02 Ctr-Lang-Code PIC X(03).
           02 Ctr-Eff-From PIC X(08).
           02 Ctr-Eff-To PIC X(08).
           02 Ctr-Greeting-Text PIC X(40).

       FD  HELLO-CAT-FILE.
       COPY WSCAT.

       FD  HELLO-CAN-FILE.
       COPY WSCAT
           REPLACING ==Cat-Record==        BY ==Can-Record==
                     ==Cat-Greeting-Key==  BY ==Can-Greeting-Key==
                     ==Cat-Lang-Code==     BY ==Can-Lang-Code==
                     ==Cat-Eff-From==      BY ==Can-Eff-From==
                     ==Cat-Eff-To==        BY ==Can-Eff-To==
                     ==Cat-Greeting-Text== BY ==Can-Greeting-Text==.

       FD  HELLO-LOG-FILE.
       COPY WSAUDIT.

       FD  HELLO-EXC-FILE.
       COPY WSEXC.

       WORKING-STORAGE SECTION.
       01 WS-Run-Date PIC 9(08).
       01 WS-Run-Time PIC 9(08).
       01 WS-Run-Date-X PIC X(08).

       01 WS-Ctr-File-Status PIC X(02).
          88 WS-Ctr-File-OK VALUE "00".
          88 WS-Ctr-File-NOT-FOUND VALUE "35".

       01 WS-Cat-File-Status PIC X(02).
          88 WS-Cat-File-OK VALUE "00".
          88 WS-Cat-File-NOT-FOUND VALUE "35".

       01 WS-Can-File-Status PIC X(02).
          88 WS-Can-File-OK VALUE "00".

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

       01 WS-Ctr-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Ctr-Eof VALUE "Y".

       01 WS-Cat-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Cat-Eof VALUE "Y".

       01 WS-Entry-Found-Switch PIC X(01) VALUE "N".
          88 WS-Entry-Found VALUE "Y".

       01 WS-Overlap-Switch PIC X(01) VALUE "N".
          88 WS-Overlap-Found VALUE "Y".

      * The whole catalog, every effective-dated row, held while the
      * transactions are applied; rows keep their file order and
      * added rows follow them.
       01 WS-Cat-Table.
          05 WS-Cat-Entry OCCURS 500 TIMES.
             10 WS-Cat-Key PIC X(01).
             10 WS-Cat-Lang PIC X(03).
             10 WS-Cat-From PIC X(08).
             10 WS-Cat-To PIC X(08).
             10 WS-Cat-Text PIC X(40).

       01 WS-Cat-Count PIC 9(04) VALUE ZERO.
          88 WS-Cat-Table-Full VALUE 500.
       01 WS-Cat-Index PIC 9(04) VALUE ZERO.
       01 WS-Search-Index PIC 9(04) VALUE ZERO.

      * Overlap check arguments: the candidate row's key, language
      * and date range, and the table entry it replaces (zero for a
      * new row) so a changed row is never compared with itself.  A
      * blank effective-to date is open-ended and compares high.
       01 WS-Chk-Key PIC X(01).
       01 WS-Chk-Lang PIC X(03).
       01 WS-Chk-From PIC X(08).
       01 WS-Chk-To PIC X(08).
       01 WS-Chk-Self-Index PIC 9(04) VALUE ZERO.
       01 WS-Chk-To-High PIC X(08).
       01 WS-Tbl-To-High PIC X(08).
       01 WS-Overlap-Index PIC 9(04) VALUE ZERO.

       01 WS-New-To PIC X(08).
       01 WS-New-Text PIC X(40).

       01 WS-Cat-Read-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Cat-Overlap-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Can-Write-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Ctr-Read-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Ctr-Applied-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Ctr-Reject-Count PIC 9(07) COMP VALUE ZERO.

       01 WS-Audit-Text.
          05 WS-Audit-Action PIC X(07).
          05 WS-Audit-Key PIC X(01).
          05 FILLER PIC X(01) VALUE SPACE.
          05 WS-Audit-Lang PIC X(03).
          05 FILLER PIC X(01) VALUE SPACE.
          05 WS-Audit-From PIC X(08).
          05 FILLER PIC X(04) VALUE " TO ".
          05 WS-Audit-To PIC X(08).
          05 FILLER PIC X(07) VALUE SPACES.

      * Audit rows for the applied transactions, held until the new
      * catalog is safely written.  A transaction is only applied
      * while there is room to record it.
       01 WS-Aud-Table.
          05 WS-Aud-Entry OCCURS 1000 TIMES PIC X(40).

       01 WS-Aud-Count PIC 9(04) VALUE ZERO.
          88 WS-Aud-Table-Full VALUE 1000.
       01 WS-Aud-Index PIC 9(04) VALUE ZERO.

       01 WS-Return-Code PIC S9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.

           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE WS-Run-Date TO WS-Run-Date-X.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-Return-Code < 8
               PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
           END-IF.
           IF WS-Return-Code < 8
               PERFORM 3000-WRITE-NEW-CATALOG THRU 3000-EXIT
           END-IF.
           IF WS-Return-Code < 8
               PERFORM 3500-WRITE-AUDIT-LOG THRU 3500-EXIT
           END-IF.
           GO TO 9999-END-PROGRAM.

       1000-INITIALIZE.

           OPEN INPUT HELLO-CTR-FILE.
           IF WS-Ctr-File-NOT-FOUND
               DISPLAY "HELLOCAM: HELLOCTR NOT FOUND - "
                   "NO TRANSACTIONS TO APPLY"
               MOVE "E" TO WS-Exc-Severity
               MOVE "G001" TO WS-Exc-Code
               MOVE "HELLOCTR NOT FOUND" TO WS-Exc-Text
               MOVE WS-Ctr-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 8 TO WS-Return-Code
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-Ctr-File-OK
               DISPLAY "HELLOCAM: HELLOCTR OPEN FAILED STATUS "
                   WS-Ctr-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "G002" TO WS-Exc-Code
               MOVE "HELLOCTR OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Ctr-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
           IF WS-Return-Code NOT < 8
               CLOSE HELLO-CTR-FILE
               GO TO 1000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      * A missing HELLOCAT is the first maintenance run: start with
      * an empty catalog.  The whole catalog must fit in the table -
      * a new generation written from a partial load would silently
      * drop rows - so a full table fails the run.
       1100-LOAD-CATALOG.

           OPEN INPUT HELLO-CAT-FILE.
           IF WS-Cat-File-NOT-FOUND
               DISPLAY "HELLOCAM: HELLOCAT NOT FOUND - "
                   "BUILDING CATALOG FROM SCRATCH"
               GO TO 1100-EXIT
           END-IF.
           IF NOT WS-Cat-File-OK
               DISPLAY "HELLOCAM: HELLOCAT OPEN FAILED STATUS "
                   WS-Cat-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "G015" TO WS-Exc-Code
               MOVE "HELLOCAT OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Cat-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1200-READ-CATALOG THRU 1200-EXIT.
           PERFORM 1300-ADD-CATALOG-ROW THRU 1300-EXIT
               UNTIL WS-Cat-Eof.
           CLOSE HELLO-CAT-FILE.

           IF WS-Cat-Overlap-Count > ZERO
               MOVE "W" TO WS-Exc-Severity
               MOVE "G018" TO WS-Exc-Code
               MOVE "OVERLAPPING ROWS ALREADY ON HELLOCAT"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

       1200-READ-CATALOG.

           READ HELLO-CAT-FILE
               AT END
                   SET WS-Cat-Eof TO TRUE
               NOT AT END
                   ADD 1 TO WS-Cat-Read-Count
           END-READ.

       1200-EXIT.
           EXIT.

      * Rows already on the catalog are carried forward as they are,
      * but an overlap left by an earlier hand edit is reported so it
      * can be corrected through a change or expire transaction.
       1300-ADD-CATALOG-ROW.

           IF WS-Cat-Table-Full
               DISPLAY "HELLOCAM: CATALOG TABLE FULL AT 500 ROWS - "
                   "CATALOG NOT UPDATED"
               MOVE "E" TO WS-Exc-Severity
               MOVE "G014" TO WS-Exc-Code
               MOVE "CATALOG TABLE FULL AT 500 ROWS"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               SET WS-Cat-Eof TO TRUE
               GO TO 1300-EXIT
           END-IF.

           MOVE Cat-Greeting-Key TO WS-Chk-Key.
           MOVE Cat-Lang-Code TO WS-Chk-Lang.
           MOVE Cat-Eff-From TO WS-Chk-From.
           MOVE Cat-Eff-To TO WS-Chk-To.
           MOVE ZERO TO WS-Chk-Self-Index.
           PERFORM 2800-CHECK-OVERLAP THRU 2800-EXIT.
           IF WS-Overlap-Found
               ADD 1 TO WS-Cat-Overlap-Count
               DISPLAY "HELLOCAM: CATALOG ROWS OVERLAP - KEY "
                   Cat-Greeting-Key " LANG " Cat-Lang-Code
                   " FROM " Cat-Eff-From " AND FROM "
                   WS-Cat-From(WS-Overlap-Index)
           END-IF.

           ADD 1 TO WS-Cat-Count.
           MOVE Cat-Greeting-Key TO WS-Cat-Key(WS-Cat-Count).
           MOVE Cat-Lang-Code TO WS-Cat-Lang(WS-Cat-Count).
           MOVE Cat-Eff-From TO WS-Cat-From(WS-Cat-Count).
           MOVE Cat-Eff-To TO WS-Cat-To(WS-Cat-Count).
           MOVE Cat-Greeting-Text TO WS-Cat-Text(WS-Cat-Count).
           PERFORM 1200-READ-CATALOG THRU 1200-EXIT.

       1300-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.

           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
           PERFORM 2200-APPLY-ONE THRU 2200-EXIT
               UNTIL WS-Ctr-Eof.

           CLOSE HELLO-CTR-FILE.

           DISPLAY "HELLOCAM: TRANSACTIONS READ " WS-Ctr-Read-Count.
           DISPLAY "HELLOCAM: TRANSACTIONS APPLIED "
               WS-Ctr-Applied-Count.
           DISPLAY "HELLOCAM: TRANSACTIONS REJECTED "
               WS-Ctr-Reject-Count.

       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.

           READ HELLO-CTR-FILE
               AT END
                   SET WS-Ctr-Eof TO TRUE
               NOT AT END
                   ADD 1 TO WS-Ctr-Read-Count
           END-READ.

       2100-EXIT.
           EXIT.

      * Every transaction must name a greeting key the batch run can
      * resolve, a language, and a numeric effective-from date; an
      * effective-to date, when given, must be numeric too.
       2200-APPLY-ONE.

           IF WS-Aud-Table-Full
               DISPLAY "HELLOCAM: TRANSACTION REJECTED - AUDIT TABLE "
                   "FULL AT 1000 ROWS"
               MOVE "G019" TO WS-Exc-Code
               MOVE "REJECTED - AUDIT TABLE FULL AT 1000"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.

           IF Ctr-Greeting-Key NOT = "1" AND NOT = "2"
              AND NOT = "3"
               DISPLAY "HELLOCAM: TRANSACTION REJECTED - BAD KEY "
                   Ctr-Greeting-Key
               MOVE "G004" TO WS-Exc-Code
               MOVE "TRANSACTION REJECTED - BAD GREETING KEY"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.

           IF Ctr-Lang-Code = SPACES
               DISPLAY "HELLOCAM: TRANSACTION REJECTED - BLANK "
                   "LANGUAGE FOR KEY " Ctr-Greeting-Key
               MOVE "G005" TO WS-Exc-Code
               MOVE "TRANSACTION REJECTED - BLANK LANGUAGE"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.

           IF Ctr-Eff-From IS NOT NUMERIC
               DISPLAY "HELLOCAM: TRANSACTION REJECTED - BAD "
                   "EFFECTIVE-FROM " Ctr-Eff-From
               MOVE "G006" TO WS-Exc-Code
               MOVE "TRANSACTION REJECTED - BAD EFF-FROM DATE"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.

           IF Ctr-Eff-To NOT = SPACES
              AND Ctr-Eff-To IS NOT NUMERIC
               DISPLAY "HELLOCAM: TRANSACTION REJECTED - BAD "
                   "EFFECTIVE-TO " Ctr-Eff-To
               MOVE "G007" TO WS-Exc-Code
               MOVE "TRANSACTION REJECTED - BAD EFF-TO DATE"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN Ctr-Action-Add
                   PERFORM 2300-ADD-ENTRY THRU 2300-EXIT
               WHEN Ctr-Action-Change
                   PERFORM 2400-CHANGE-ENTRY THRU 2400-EXIT
               WHEN Ctr-Action-Expire
                   PERFORM 2500-EXPIRE-ENTRY THRU 2500-EXIT
               WHEN OTHER
                   DISPLAY "HELLOCAM: TRANSACTION REJECTED - BAD "
                       "ACTION " Ctr-Action
                   MOVE "G003" TO WS-Exc-Code
                   MOVE "TRANSACTION REJECTED - BAD ACTION CODE"
                       TO WS-Exc-Text
                   PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
           END-EVALUATE.

       2200-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

       2300-ADD-ENTRY.

           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
           IF WS-Entry-Found
               DISPLAY "HELLOCAM: ADD REJECTED - ALREADY ON CATALOG "
                   "KEY " Ctr-Greeting-Key " LANG " Ctr-Lang-Code
                   " FROM " Ctr-Eff-From
               MOVE "G008" TO WS-Exc-Code
               MOVE "ADD REJECTED - ALREADY ON CATALOG"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2300-EXIT
           END-IF.

           IF Ctr-Greeting-Text = SPACES
               DISPLAY "HELLOCAM: ADD REJECTED - BLANK TEXT KEY "
                   Ctr-Greeting-Key " LANG " Ctr-Lang-Code
               MOVE "G009" TO WS-Exc-Code
               MOVE "ADD REJECTED - BLANK GREETING TEXT"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE Ctr-Eff-To TO WS-New-To.
           MOVE ZERO TO WS-Chk-Self-Index.
           PERFORM 2600-VALIDATE-RANGE THRU 2600-EXIT.
           IF WS-Overlap-Found OR WS-Exc-Code NOT = SPACES
               GO TO 2300-EXIT
           END-IF.

           IF WS-Cat-Table-Full
               DISPLAY "HELLOCAM: ADD REJECTED - CATALOG TABLE FULL "
                   "AT 500 ROWS"
               MOVE "G014" TO WS-Exc-Code
               MOVE "ADD REJECTED - CATALOG TABLE FULL"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO WS-Cat-Count.
           MOVE Ctr-Greeting-Key TO WS-Cat-Key(WS-Cat-Count).
           MOVE Ctr-Lang-Code TO WS-Cat-Lang(WS-Cat-Count).
           MOVE Ctr-Eff-From TO WS-Cat-From(WS-Cat-Count).
           MOVE Ctr-Eff-To TO WS-Cat-To(WS-Cat-Count).
           MOVE Ctr-Greeting-Text TO WS-Cat-Text(WS-Cat-Count).

           ADD 1 TO WS-Ctr-Applied-Count.
           MOVE "ADD" TO WS-Audit-Action.
           MOVE Ctr-Eff-To TO WS-Audit-To.
           PERFORM 2650-STAGE-AUDIT THRU 2650-EXIT.

       2300-EXIT.
           EXIT.

      * A change replaces only the text and effective-to date carried
      * non-blank on the transaction; the changed range must still
      * pass the date checks against every other row.
       2400-CHANGE-ENTRY.

           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
           IF NOT WS-Entry-Found
               DISPLAY "HELLOCAM: CHANGE REJECTED - NOT ON CATALOG "
                   "KEY " Ctr-Greeting-Key " LANG " Ctr-Lang-Code
                   " FROM " Ctr-Eff-From
               MOVE "G012" TO WS-Exc-Code
               MOVE "CHANGE REJECTED - NOT ON CATALOG"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2400-EXIT
           END-IF.

           IF Ctr-Eff-To = SPACES
               MOVE WS-Cat-To(WS-Cat-Index) TO WS-New-To
           ELSE
               MOVE Ctr-Eff-To TO WS-New-To
           END-IF.
           IF Ctr-Greeting-Text = SPACES
               MOVE WS-Cat-Text(WS-Cat-Index) TO WS-New-Text
           ELSE
               MOVE Ctr-Greeting-Text TO WS-New-Text
           END-IF.

           MOVE WS-Cat-Index TO WS-Chk-Self-Index.
           PERFORM 2600-VALIDATE-RANGE THRU 2600-EXIT.
           IF WS-Overlap-Found OR WS-Exc-Code NOT = SPACES
               GO TO 2400-EXIT
           END-IF.

           MOVE WS-New-To TO WS-Cat-To(WS-Cat-Index).
           MOVE WS-New-Text TO WS-Cat-Text(WS-Cat-Index).

           ADD 1 TO WS-Ctr-Applied-Count.
           MOVE "CHANGE" TO WS-Audit-Action.
           MOVE WS-New-To TO WS-Audit-To.
           PERFORM 2650-STAGE-AUDIT THRU 2650-EXIT.

       2400-EXIT.
           EXIT.

      * Expiry only ever shortens a row, so it cannot open an overlap;
      * an effective-to date later than the row's current one would
      * extend it and is refused - that is a change.
       2500-EXPIRE-ENTRY.

           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
           IF NOT WS-Entry-Found
               DISPLAY "HELLOCAM: EXPIRE REJECTED - NOT ON CATALOG "
                   "KEY " Ctr-Greeting-Key " LANG " Ctr-Lang-Code
                   " FROM " Ctr-Eff-From
               MOVE "G012" TO WS-Exc-Code
               MOVE "EXPIRE REJECTED - NOT ON CATALOG"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF.

           IF Ctr-Eff-To = SPACES
               MOVE WS-Run-Date-X TO WS-New-To
           ELSE
               MOVE Ctr-Eff-To TO WS-New-To
           END-IF.

           IF WS-Cat-To(WS-Cat-Index) NOT = SPACES
              AND WS-New-To > WS-Cat-To(WS-Cat-Index)
               DISPLAY "HELLOCAM: EXPIRE REJECTED - " WS-New-To
                   " LATER THAN CURRENT EFFECTIVE-TO "
                   WS-Cat-To(WS-Cat-Index)
               MOVE "G013" TO WS-Exc-Code
               MOVE "EXPIRE REJECTED - WOULD EXTEND ROW"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF.

           IF WS-New-To < WS-Cat-From(WS-Cat-Index)
               DISPLAY "HELLOCAM: EXPIRE REJECTED - EFFECTIVE-TO "
                   WS-New-To " BEFORE EFFECTIVE-FROM "
                   WS-Cat-From(WS-Cat-Index)
               MOVE "G010" TO WS-Exc-Code
               MOVE "REJECTED - EFF-TO BEFORE EFF-FROM"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF.

           MOVE WS-New-To TO WS-Cat-To(WS-Cat-Index).

           ADD 1 TO WS-Ctr-Applied-Count.
           MOVE "EXPIRE" TO WS-Audit-Action.
           MOVE WS-New-To TO WS-Audit-To.
           PERFORM 2650-STAGE-AUDIT THRU 2650-EXIT.

       2500-EXIT.
           EXIT.

      * Date-range checks for an add or change: effective-to may not
      * fall before effective-from, and the range may not overlap any
      * other row for the same key and language.  A failure rejects
      * the transaction and leaves the exception code staged, so the
      * caller tests WS-Exc-Code.
       2600-VALIDATE-RANGE.

           MOVE SPACES TO WS-Exc-Code.
           MOVE "N" TO WS-Overlap-Switch.

           IF WS-New-To NOT = SPACES
              AND WS-New-To < Ctr-Eff-From
               DISPLAY "HELLOCAM: TRANSACTION REJECTED - "
                   "EFFECTIVE-TO " WS-New-To " BEFORE "
                   "EFFECTIVE-FROM " Ctr-Eff-From
               MOVE "G010" TO WS-Exc-Code
               MOVE "REJECTED - EFF-TO BEFORE EFF-FROM"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2600-EXIT
           END-IF.

           MOVE Ctr-Greeting-Key TO WS-Chk-Key.
           MOVE Ctr-Lang-Code TO WS-Chk-Lang.
           MOVE Ctr-Eff-From TO WS-Chk-From.
           MOVE WS-New-To TO WS-Chk-To.
           PERFORM 2800-CHECK-OVERLAP THRU 2800-EXIT.
           IF WS-Overlap-Found
               DISPLAY "HELLOCAM: TRANSACTION REJECTED - KEY "
                   Ctr-Greeting-Key " LANG " Ctr-Lang-Code
                   " FROM " Ctr-Eff-From " OVERLAPS ROW FROM "
                   WS-Cat-From(WS-Overlap-Index)
               MOVE "G011" TO WS-Exc-Code
               MOVE "REJECTED - DATE RANGE OVERLAPS"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
           END-IF.

       2600-EXIT.
           EXIT.

      * One audit row per applied transaction: the action word, the
      * row key and its effective range.  Callers stage the action
      * and effective-to date; 3500-WRITE-AUDIT-LOG writes the rows.
       2650-STAGE-AUDIT.

           MOVE Ctr-Greeting-Key TO WS-Audit-Key.
           MOVE Ctr-Lang-Code TO WS-Audit-Lang.
           MOVE Ctr-Eff-From TO WS-Audit-From.
           IF WS-Audit-To = SPACES
               MOVE "OPEN" TO WS-Audit-To
           END-IF.
           ADD 1 TO WS-Aud-Count.
           MOVE WS-Audit-Text TO WS-Aud-Entry(WS-Aud-Count).

       2650-EXIT.
           EXIT.

      * Rejected transactions are data errors: count them, warn, and
      * note each one on the common exception file for the alerting.
      * Callers stage the exception code and text first.
       2700-REJECT-TRANSACTION.

           ADD 1 TO WS-Ctr-Reject-Count.
           MOVE "W" TO WS-Exc-Severity.
           MOVE SPACES TO WS-Exc-File-Stat.
           PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
           IF 4 > WS-Return-Code
               MOVE 4 TO WS-Return-Code
           END-IF.

       2700-EXIT.
           EXIT.

      * Overlap search over the whole table for the key, language and
      * range staged in the WS-Chk fields.  Two ranges overlap when
      * each starts on or before the day the other ends.
       2800-CHECK-OVERLAP.

           MOVE "N" TO WS-Overlap-Switch.
           MOVE ZERO TO WS-Overlap-Index.
           IF WS-Chk-To = SPACES
               MOVE "99999999" TO WS-Chk-To-High
           ELSE
               MOVE WS-Chk-To TO WS-Chk-To-High
           END-IF.
           MOVE 1 TO WS-Search-Index.
           PERFORM 2810-MATCH-OVERLAP THRU 2810-EXIT
               UNTIL WS-Search-Index > WS-Cat-Count
                  OR WS-Overlap-Found.

       2800-EXIT.
           EXIT.

       2810-MATCH-OVERLAP.

           IF WS-Cat-To(WS-Search-Index) = SPACES
               MOVE "99999999" TO WS-Tbl-To-High
           ELSE
               MOVE WS-Cat-To(WS-Search-Index) TO WS-Tbl-To-High
           END-IF.

           IF WS-Search-Index NOT = WS-Chk-Self-Index
              AND WS-Cat-Key(WS-Search-Index) = WS-Chk-Key
              AND WS-Cat-Lang(WS-Search-Index) = WS-Chk-Lang
              AND WS-Cat-From(WS-Search-Index) NOT > WS-Chk-To-High
              AND WS-Chk-From NOT > WS-Tbl-To-High
               SET WS-Overlap-Found TO TRUE
               MOVE WS-Search-Index TO WS-Overlap-Index
           ELSE
               ADD 1 TO WS-Search-Index
           END-IF.

       2810-EXIT.
           EXIT.

      * Exact lookup by greeting key, language and effective-from
      * date; the found switch and WS-Cat-Index are the outputs.
       2900-FIND-ENTRY.

           MOVE "N" TO WS-Entry-Found-Switch.
           MOVE 1 TO WS-Cat-Index.
           PERFORM 2910-MATCH-ENTRY THRU 2910-EXIT
               UNTIL WS-Cat-Index > WS-Cat-Count
                  OR WS-Entry-Found.

       2900-EXIT.
           EXIT.

       2910-MATCH-ENTRY.

           IF WS-Cat-Key(WS-Cat-Index) = Ctr-Greeting-Key
              AND WS-Cat-Lang(WS-Cat-Index) = Ctr-Lang-Code
              AND WS-Cat-From(WS-Cat-Index) = Ctr-Eff-From
               SET WS-Entry-Found TO TRUE
           ELSE
               ADD 1 TO WS-Cat-Index
           END-IF.

       2910-EXIT.
           EXIT.

       3000-WRITE-NEW-CATALOG.

           OPEN OUTPUT HELLO-CAN-FILE.
           IF NOT WS-Can-File-OK
               DISPLAY "HELLOCAM: HELLOCAN OPEN FAILED STATUS "
                   WS-Can-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "G016" TO WS-Exc-Code
               MOVE "HELLOCAN OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Can-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 3000-EXIT
           END-IF.

           MOVE 1 TO WS-Cat-Index.
           PERFORM 3100-WRITE-ONE-ROW THRU 3100-EXIT
               UNTIL WS-Cat-Index > WS-Cat-Count.

           CLOSE HELLO-CAN-FILE.
           IF NOT WS-Can-File-OK
               DISPLAY "HELLOCAM: HELLOCAN CLOSE FAILED STATUS "
                   WS-Can-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "G016" TO WS-Exc-Code
               MOVE "HELLOCAN CLOSE FAILED" TO WS-Exc-Text
               MOVE WS-Can-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.

           DISPLAY "HELLOCAM: CATALOG ROWS READ " WS-Cat-Read-Count.
           DISPLAY "HELLOCAM: CATALOG ROWS WRITTEN "
               WS-Can-Write-Count.

       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-ROW.

           MOVE WS-Cat-Key(WS-Cat-Index) TO Can-Greeting-Key.
           MOVE WS-Cat-Lang(WS-Cat-Index) TO Can-Lang-Code.
           MOVE WS-Cat-From(WS-Cat-Index) TO Can-Eff-From.
           MOVE WS-Cat-To(WS-Cat-Index) TO Can-Eff-To.
           MOVE WS-Cat-Text(WS-Cat-Index) TO Can-Greeting-Text.
           WRITE Can-Record.
           IF WS-Can-File-OK
               ADD 1 TO WS-Can-Write-Count
           ELSE
               DISPLAY "HELLOCAM: HELLOCAN WRITE FAILED STATUS "
                   WS-Can-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "G016" TO WS-Exc-Code
               MOVE "HELLOCAN WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Can-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.
           ADD 1 TO WS-Cat-Index.

       3100-EXIT.
           EXIT.

      * The new catalog is on HELLOCAN: record what was applied to it,
      * every row stamped with this run's date and time.
       3500-WRITE-AUDIT-LOG.

           IF WS-Aud-Count = ZERO
               GO TO 3500-EXIT
           END-IF.

           OPEN EXTEND HELLO-LOG-FILE.
           IF WS-Log-File-NOT-FOUND
               OPEN OUTPUT HELLO-LOG-FILE
           END-IF.
           IF NOT WS-Log-File-OK
               DISPLAY "HELLOCAM: AUDIT LOG OPEN FAILED STATUS "
                   WS-Log-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "G017" TO WS-Exc-Code
               MOVE "AUDIT LOG OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Log-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 3500-EXIT
           END-IF.

           MOVE 1 TO WS-Aud-Index.
           PERFORM 3510-WRITE-ONE-AUDIT THRU 3510-EXIT
               UNTIL WS-Aud-Index > WS-Aud-Count.

           CLOSE HELLO-LOG-FILE.

       3500-EXIT.
           EXIT.

       3510-WRITE-ONE-AUDIT.

           MOVE "hellocam" TO Audit-Pgm-Name.
           MOVE WS-Aud-Entry(WS-Aud-Index) TO Audit-Msg-Text.
           MOVE WS-Run-Date TO Audit-Run-Date.
           MOVE WS-Run-Time TO Audit-Run-Time.
           WRITE Audit-Record.
           IF NOT WS-Log-File-OK
               DISPLAY "HELLOCAM: AUDIT LOG WRITE FAILED STATUS "
                   WS-Log-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "G017" TO WS-Exc-Code
               MOVE "AUDIT LOG WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Log-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.
           ADD 1 TO WS-Aud-Index.

       3510-EXIT.
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
               DISPLAY "HELLOCAM: EXCEPTION FILE OPEN FAILED STATUS "
                   WS-Exc-File-Status
               GO TO 9000-EXIT
           END-IF.

           ACCEPT WS-Exc-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Exc-Time FROM TIME.
           MOVE "hellocam" TO Exc-Pgm-Name.
           MOVE WS-Exc-Date TO Exc-Run-Date.
           MOVE WS-Exc-Time TO Exc-Run-Time.
           MOVE WS-Exc-Severity TO Exc-Severity.
           MOVE WS-Exc-Code TO Exc-Code.
           MOVE WS-Exc-Text TO Exc-Text.
           MOVE WS-Exc-File-Stat TO Exc-File-Status.
           WRITE Exc-Record.
           IF NOT WS-Exc-File-OK
               DISPLAY "HELLOCAM: EXCEPTION WRITE FAILED STATUS "
                   WS-Exc-File-Status
           END-IF.
           CLOSE HELLO-EXC-FILE.

       9000-EXIT.
           EXIT.

       9999-END-PROGRAM.

           MOVE WS-Return-Code TO RETURN-CODE.
           STOP RUN.
