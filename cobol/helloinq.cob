      * Recipient inquiry report: for one recipient named in the PARM,
      * or for each name on the HELLOINQ list when no PARM is given,
      * prints the HELLORCP master values, the greeting text the
      * recipient would be sent today from HELLOCAT, and the HELLOHST
      * greeting history record that helloack maintains.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. helloinq.
       AUTHOR. Michael Hendren.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-INQ-FILE ASSIGN TO "HELLOINQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inq-File-Status.

           SELECT HELLO-RCP-FILE ASSIGN TO "HELLORCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Rcp-Recipient-Name
               FILE STATUS IS WS-Rcp-File-Status.

           SELECT HELLO-HST-FILE ASSIGN TO "HELLOHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Hst-Recipient-Name
               FILE STATUS IS WS-Hst-File-Status.

           SELECT HELLO-CAT-FILE ASSIGN TO "HELLOCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cat-File-Status.

           SELECT HELLO-IQR-FILE ASSIGN TO "HELLOIQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Iqr-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Inquiry list: one recipient name per row.
       FD  HELLO-INQ-FILE.
       01  Inq-Record.
           02 Inq-Recipient-Name PIC X(20).

       FD  HELLO-RCP-FILE.
       COPY WSRCP.

       FD  HELLO-HST-FILE.
       COPY WSHST.

       FD  HELLO-CAT-FILE.
       COPY WSCAT.

       FD  HELLO-IQR-FILE.
       01  Iqr-Record PIC X(132).

       FD  HELLO-EXC-FILE.
       COPY WSEXC.

       WORKING-STORAGE SECTION.
       01 WS-Run-Date PIC 9(08).
       01 WS-Run-Date-X PIC X(08).

       01 WS-Inq-File-Status PIC X(02).
          88 WS-Inq-File-OK VALUE "00".
          88 WS-Inq-File-NOT-FOUND VALUE "35".

       01 WS-Rcp-File-Status PIC X(02).
          88 WS-Rcp-File-OK VALUE "00".
          88 WS-Rcp-File-NOT-FOUND VALUE "35".
          88 WS-Rcp-No-Record VALUE "23".

       01 WS-Hst-File-Status PIC X(02).
          88 WS-Hst-File-OK VALUE "00".
          88 WS-Hst-File-NOT-FOUND VALUE "35".
          88 WS-Hst-No-Record VALUE "23".

       01 WS-Cat-File-Status PIC X(02).
          88 WS-Cat-File-OK VALUE "00".
          88 WS-Cat-File-NOT-FOUND VALUE "35".

       01 WS-Iqr-File-Status PIC X(02).
          88 WS-Iqr-File-OK VALUE "00".

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

       01 WS-Inq-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Inq-Eof VALUE "Y".

       01 WS-List-Mode-Switch PIC X(01) VALUE "N".
          88 WS-List-Mode VALUE "Y".

       01 WS-Rcp-Open-Switch PIC X(01) VALUE "N".
          88 WS-Rcp-Open VALUE "Y".

       01 WS-Hst-Open-Switch PIC X(01) VALUE "N".
          88 WS-Hst-Open VALUE "Y".

       01 WS-Cat-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Cat-Eof VALUE "Y".

       01 WS-Cat-Found-Switch PIC X(01) VALUE "N".
          88 WS-Cat-Found VALUE "Y".

      * Greeting catalog rows effective for the run date, loaded the
      * way hello loads them so the text shown is the text hello
      * would send.
       01 WS-Cat-Table.
          05 WS-Cat-Entry OCCURS 100 TIMES.
             10 WS-Cat-Key PIC X(01).
             10 WS-Cat-Lang PIC X(03).
             10 WS-Cat-Text PIC X(40).

       01 WS-Cat-Count PIC 9(04) VALUE ZERO.
          88 WS-Cat-Table-Full VALUE 100.
       01 WS-Cat-Index PIC 9(04) VALUE ZERO.

       01 WS-Cat-Find-Key PIC X(01).
       01 WS-Cat-Find-Lang PIC X(03).
       01 WS-Cat-Found-Text PIC X(40).
       01 WS-Default-Lang PIC X(03) VALUE "ENG".

       01 WS-Inq-Name PIC X(20).

       01 WS-Inq-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Not-On-Master-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-No-History-Count PIC 9(07) COMP VALUE ZERO.

       01 WS-Page-Number PIC 9(05) VALUE ZERO.
       01 WS-Line-Count PIC 9(03) VALUE ZERO.
       01 WS-Lines-Per-Page PIC 9(03) VALUE 55.
      * Lines one recipient's block takes; a block is not split
      * across pages.
       01 WS-Block-Lines PIC 9(03) VALUE 9.
       01 WS-Print-Line PIC X(132) VALUE SPACES.

       01 WS-Hdg-Line-1.
          05 FILLER PIC X(42) VALUE
             "HELLOINQ - RECIPIENT INQUIRY".
          05 FILLER PIC X(12) VALUE "RUN DATE    ".
          05 WS-Hdg-Date PIC X(08).
          05 FILLER PIC X(07) VALUE "  PAGE ".
          05 WS-Hdg-Page PIC ZZZZ9.
          05 FILLER PIC X(58) VALUE SPACES.

       01 WS-Name-Line.
          05 FILLER PIC X(14) VALUE "RECIPIENT".
          05 WS-Name-Value PIC X(20).
          05 FILLER PIC X(98) VALUE SPACES.

       01 WS-Master-Line.
          05 FILLER PIC X(04) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "MASTER".
          05 WS-Mst-Detail.
             10 FILLER PIC X(13) VALUE "GREETING KEY ".
             10 WS-Mst-Key PIC X(01).
             10 FILLER PIC X(13) VALUE "   LANGUAGE ".
             10 WS-Mst-Lang PIC X(03).
             10 FILLER PIC X(11) VALUE "   STATUS ".
             10 WS-Mst-Status PIC X(08).
          05 FILLER PIC X(69) VALUE SPACES.

       01 WS-Today-Line.
          05 FILLER PIC X(04) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "TODAY".
          05 FILLER PIC X(13) VALUE "GREETING KEY ".
          05 WS-Tdy-Key PIC X(01).
          05 FILLER PIC X(13) VALUE "   LANGUAGE ".
          05 WS-Tdy-Lang PIC X(03).
          05 FILLER PIC X(09) VALUE "   TEXT ".
          05 WS-Tdy-Text PIC X(40).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Tdy-Note PIC X(30).
          05 FILLER PIC X(07) VALUE SPACES.

       01 WS-Hst-Line-1.
          05 FILLER PIC X(04) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "HISTORY".
          05 FILLER PIC X(14) VALUE "FIRST GREETED ".
          05 WS-Hst-First PIC X(08).
          05 FILLER PIC X(16) VALUE "   LAST GREETED ".
          05 WS-Hst-Last-Date PIC X(08).
          05 FILLER PIC X(01) VALUE SPACE.
          05 WS-Hst-Last-Time PIC X(08).
          05 FILLER PIC X(63) VALUE SPACES.

       01 WS-Hst-Line-2.
          05 FILLER PIC X(14) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "LAST TEXT ".
          05 WS-Hst-Text PIC X(40).
          05 FILLER PIC X(07) VALUE "   KEY ".
          05 WS-Hst-Key PIC X(01).
          05 FILLER PIC X(60) VALUE SPACES.

       01 WS-Hst-Line-3.
          05 FILLER PIC X(14) VALUE SPACES.
          05 FILLER PIC X(15) VALUE "TIMES GREETED ".
          05 WS-Hst-Greeted PIC ZZZZZZ9.
          05 FILLER PIC X(21) VALUE "   LAST ACKNOWLEDGED ".
          05 WS-Hst-Ack-Date PIC X(08).
          05 FILLER PIC X(18) VALUE "   UNACKNOWLEDGED ".
          05 WS-Hst-Unack PIC ZZZZZZ9.
          05 FILLER PIC X(42) VALUE SPACES.

       01 WS-Note-Line.
          05 FILLER PIC X(14) VALUE SPACES.
          05 WS-Note-Text PIC X(60).
          05 FILLER PIC X(58) VALUE SPACES.

       01 WS-Tot-Line.
          05 WS-Tot-Label PIC X(36).
          05 WS-Tot-Value PIC ZZZZZZ9.
          05 FILLER PIC X(89) VALUE SPACES.

       01 WS-Return-Code PIC S9(04) COMP VALUE ZERO.

       LINKAGE SECTION.
       01 LS-Parm-Length PIC S9(04) COMP.
       01 LS-Parm-Data PIC X(80).

       PROCEDURE DIVISION USING LS-Parm-Length LS-Parm-Data.

       0000-MAIN-PROCESS.

           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Date TO WS-Run-Date-X.

           PERFORM 0100-PARSE-SELECTION THRU 0100-EXIT.
           IF WS-Return-Code NOT = ZERO
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-Return-Code < 20
               PERFORM 2000-PROCESS-INQUIRIES THRU 2000-EXIT
               PERFORM 3000-FINISH-REPORT THRU 3000-EXIT
           END-IF.
           GO TO 9999-END-PROGRAM.

      * A PARM names the one recipient to inquire on; with no PARM
      * the names come from the HELLOINQ list.
       0100-PARSE-SELECTION.

           IF LS-Parm-Length > 20
               DISPLAY "HELLOINQ: INVALID PARM LENGTH RECEIVED"
               MOVE "E" TO WS-Exc-Severity
               MOVE "Q002" TO WS-Exc-Code
               MOVE "INVALID PARM LENGTH RECEIVED" TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 16 TO WS-Return-Code
               GO TO 0100-EXIT
           END-IF.

           MOVE SPACES TO WS-Inq-Name.
           IF LS-Parm-Length > ZERO
               MOVE LS-Parm-Data(1:LS-Parm-Length) TO WS-Inq-Name
           END-IF.
           IF WS-Inq-Name NOT = SPACES
               GO TO 0100-EXIT
           END-IF.

           OPEN INPUT HELLO-INQ-FILE.
           IF WS-Inq-File-NOT-FOUND
               DISPLAY "HELLOINQ: NO RECIPIENT IN PARM AND NO "
                   "HELLOINQ LIST - NOTHING TO INQUIRE ON"
               MOVE "E" TO WS-Exc-Severity
               MOVE "Q001" TO WS-Exc-Code
               MOVE "NO RECIPIENT PARM AND NO HELLOINQ LIST"
                   TO WS-Exc-Text
               MOVE WS-Inq-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 8 TO WS-Return-Code
               GO TO 0100-EXIT
           END-IF.
           IF NOT WS-Inq-File-OK
               DISPLAY "HELLOINQ: HELLOINQ OPEN FAILED STATUS "
                   WS-Inq-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "Q003" TO WS-Exc-Code
               MOVE "HELLOINQ OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Inq-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 0100-EXIT
           END-IF.
           SET WS-List-Mode TO TRUE.

       0100-EXIT.
           EXIT.

      * The report is required.  The masters are not: an inquiry
      * still prints whatever can be found, and says what could not.
       1000-INITIALIZE.

           OPEN OUTPUT HELLO-IQR-FILE.
           IF NOT WS-Iqr-File-OK
               DISPLAY "HELLOINQ: HELLOIQR OPEN FAILED STATUS "
                   WS-Iqr-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "Q008" TO WS-Exc-Code
               MOVE "HELLOIQR OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Iqr-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               IF WS-List-Mode
                   CLOSE HELLO-INQ-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT HELLO-RCP-FILE.
           IF WS-Rcp-File-OK
               SET WS-Rcp-Open TO TRUE
           ELSE
               DISPLAY "HELLOINQ: HELLORCP OPEN FAILED STATUS "
                   WS-Rcp-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "Q004" TO WS-Exc-Code
               MOVE "HELLORCP OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
           END-IF.

      * No history master yet simply means helloack has not posted a
      * cycle.
           OPEN INPUT HELLO-HST-FILE.
           IF WS-Hst-File-OK
               SET WS-Hst-Open TO TRUE
           ELSE
               IF NOT WS-Hst-File-NOT-FOUND
                   DISPLAY "HELLOINQ: HELLOHST OPEN FAILED STATUS "
                       WS-Hst-File-Status
                   MOVE "W" TO WS-Exc-Severity
                   MOVE "Q005" TO WS-Exc-Code
                   MOVE "HELLOHST OPEN FAILED" TO WS-Exc-Text
                   MOVE WS-Hst-File-Status TO WS-Exc-File-Stat
                   PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
                   IF 4 > WS-Return-Code
                       MOVE 4 TO WS-Return-Code
                   END-IF
               END-IF
           END-IF.

           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.

           MOVE WS-Run-Date-X TO WS-Hdg-Date.
           PERFORM 4300-START-NEW-PAGE THRU 4300-EXIT.

       1000-EXIT.
           EXIT.

      * Effective-dated catalog load, as in hello: the first
      * effective row in file order wins for a key and language.
       1200-LOAD-CATALOG.

           OPEN INPUT HELLO-CAT-FILE.
           IF WS-Cat-File-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.
           IF NOT WS-Cat-File-OK
               DISPLAY "HELLOINQ: CATALOG OPEN FAILED STATUS "
                   WS-Cat-File-Status
               MOVE "W" TO WS-Exc-Severity
               MOVE "Q006" TO WS-Exc-Code
               MOVE "GREETING CATALOG OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Cat-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1210-READ-CATALOG THRU 1210-EXIT.
           PERFORM 1220-ADD-CATALOG-ENTRY THRU 1220-EXIT
               UNTIL WS-Cat-Eof.
           CLOSE HELLO-CAT-FILE.

       1200-EXIT.
           EXIT.

       1210-READ-CATALOG.

           READ HELLO-CAT-FILE
               AT END
                   SET WS-Cat-Eof TO TRUE
           END-READ.

       1210-EXIT.
           EXIT.

       1220-ADD-CATALOG-ENTRY.

           IF Cat-Eff-From > WS-Run-Date-X
              OR (Cat-Eff-To NOT = SPACES
                  AND Cat-Eff-To < WS-Run-Date-X)
               GO TO 1220-NEXT
           END-IF.

           IF WS-Cat-Table-Full
               DISPLAY "HELLOINQ: CATALOG TABLE FULL AT 100 ROWS - "
                   "REMAINING CATALOG ROWS IGNORED"
               MOVE "W" TO WS-Exc-Severity
               MOVE "Q007" TO WS-Exc-Code
               MOVE "CATALOG TABLE FULL AT 100 ROWS"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
               SET WS-Cat-Eof TO TRUE
               GO TO 1220-EXIT
           END-IF.

           ADD 1 TO WS-Cat-Count.
           MOVE Cat-Greeting-Key TO WS-Cat-Key(WS-Cat-Count).
           MOVE Cat-Lang-Code TO WS-Cat-Lang(WS-Cat-Count).
           MOVE Cat-Greeting-Text TO WS-Cat-Text(WS-Cat-Count).

       1220-NEXT.
           PERFORM 1210-READ-CATALOG THRU 1210-EXIT.

       1220-EXIT.
           EXIT.

      * Catalog lookup by greeting key and language, with hello's
      * fallbacks: the default language, then the historical shift
      * texts.
       1300-FIND-CATALOG-TEXT.

           MOVE "N" TO WS-Cat-Found-Switch.
           MOVE 1 TO WS-Cat-Index.
           PERFORM 1310-MATCH-CATALOG-ENTRY THRU 1310-EXIT
               UNTIL WS-Cat-Index > WS-Cat-Count
                  OR WS-Cat-Found.

           IF NOT WS-Cat-Found
              AND WS-Cat-Find-Lang NOT = WS-Default-Lang
               MOVE WS-Default-Lang TO WS-Cat-Find-Lang
               MOVE 1 TO WS-Cat-Index
               PERFORM 1310-MATCH-CATALOG-ENTRY THRU 1310-EXIT
                   UNTIL WS-Cat-Index > WS-Cat-Count
                      OR WS-Cat-Found
           END-IF.

           IF NOT WS-Cat-Found
               PERFORM 1350-DEFAULT-SHIFT-TEXT THRU 1350-EXIT
           END-IF.

       1300-EXIT.
           EXIT.

       1310-MATCH-CATALOG-ENTRY.

           IF WS-Cat-Key(WS-Cat-Index) = WS-Cat-Find-Key
              AND WS-Cat-Lang(WS-Cat-Index) = WS-Cat-Find-Lang
               SET WS-Cat-Found TO TRUE
               MOVE WS-Cat-Text(WS-Cat-Index) TO WS-Cat-Found-Text
           ELSE
               ADD 1 TO WS-Cat-Index
           END-IF.

       1310-EXIT.
           EXIT.

       1350-DEFAULT-SHIFT-TEXT.

           EVALUATE WS-Cat-Find-Key
               WHEN "1"
                   MOVE "hello, 1st shift" TO WS-Cat-Found-Text
               WHEN "2"
                   MOVE "hello, 2nd shift" TO WS-Cat-Found-Text
               WHEN "3"
                   MOVE "hello, 3rd shift" TO WS-Cat-Found-Text
               WHEN OTHER
                   MOVE SPACES TO WS-Cat-Found-Text
           END-EVALUATE.

       1350-EXIT.
           EXIT.

       2000-PROCESS-INQUIRIES.

           IF NOT WS-List-Mode
               PERFORM 2200-INQUIRE-ONE THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-READ-INQUIRY THRU 2100-EXIT.
           PERFORM 2150-INQUIRE-NEXT THRU 2150-EXIT
               UNTIL WS-Inq-Eof.
           CLOSE HELLO-INQ-FILE.

       2000-EXIT.
           EXIT.

       2100-READ-INQUIRY.

           READ HELLO-INQ-FILE
               AT END
                   SET WS-Inq-Eof TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      * Blank rows on the list are skipped.
       2150-INQUIRE-NEXT.

           IF Inq-Recipient-Name NOT = SPACES
               MOVE Inq-Recipient-Name TO WS-Inq-Name
               PERFORM 2200-INQUIRE-ONE THRU 2200-EXIT
           END-IF.
           PERFORM 2100-READ-INQUIRY THRU 2100-EXIT.

       2150-EXIT.
           EXIT.

       2200-INQUIRE-ONE.

           ADD 1 TO WS-Inq-Count.
           IF WS-Line-Count + WS-Block-Lines > WS-Lines-Per-Page
               PERFORM 4300-START-NEW-PAGE THRU 4300-EXIT
           END-IF.

           MOVE WS-Inq-Name TO WS-Name-Value.
           MOVE WS-Name-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           PERFORM 2300-SHOW-MASTER THRU 2300-EXIT.
           PERFORM 2400-SHOW-HISTORY THRU 2400-EXIT.

           MOVE SPACES TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

       2200-EXIT.
           EXIT.

      * Master values and today's text.  A blank preferred key means
      * the recipient takes the run's own greeting, which depends on
      * that run's PARM and shift and cannot be shown ahead of it.
       2300-SHOW-MASTER.

           IF NOT WS-Rcp-Open
               MOVE "RECIPIENT MASTER NOT AVAILABLE" TO WS-Note-Text
               MOVE WS-Note-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-Inq-Name TO Rcp-Recipient-Name.
           READ HELLO-RCP-FILE.
           IF WS-Rcp-No-Record
               ADD 1 TO WS-Not-On-Master-Count
               MOVE "NOT ON RECIPIENT MASTER - WOULD NOT BE GREETED"
                   TO WS-Note-Text
               MOVE WS-Note-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF NOT WS-Rcp-File-OK
               DISPLAY "HELLOINQ: HELLORCP READ FAILED STATUS "
                   WS-Rcp-File-Status " FOR " WS-Inq-Name
               MOVE "E" TO WS-Exc-Severity
               MOVE "Q009" TO WS-Exc-Code
               MOVE "HELLORCP READ FAILED" TO WS-Exc-Text
               MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               MOVE "RECIPIENT MASTER READ FAILED" TO WS-Note-Text
               MOVE WS-Note-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE Rcp-Greeting-Key TO WS-Mst-Key.
           MOVE Rcp-Lang-Code TO WS-Mst-Lang.
           EVALUATE TRUE
               WHEN Rcp-Active
                   MOVE "ACTIVE" TO WS-Mst-Status
               WHEN Rcp-Inactive
                   MOVE "INACTIVE" TO WS-Mst-Status
               WHEN OTHER
                   MOVE Rcp-Active-Flag TO WS-Mst-Status
           END-EVALUATE.
           MOVE WS-Master-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE Rcp-Greeting-Key TO WS-Tdy-Key.
           IF Rcp-Lang-Code = SPACES
               MOVE WS-Default-Lang TO WS-Cat-Find-Lang
           ELSE
               MOVE Rcp-Lang-Code TO WS-Cat-Find-Lang
           END-IF.
           MOVE SPACES TO WS-Tdy-Note.
           EVALUATE Rcp-Greeting-Key
               WHEN "1"
               WHEN "2"
               WHEN "3"
                   MOVE Rcp-Greeting-Key TO WS-Cat-Find-Key
                   PERFORM 1300-FIND-CATALOG-TEXT THRU 1300-EXIT
                   MOVE WS-Cat-Found-Text TO WS-Tdy-Text
                   MOVE WS-Cat-Find-Lang TO WS-Tdy-Lang
               WHEN SPACE
                   MOVE "(RUN GREETING)" TO WS-Tdy-Text
                   MOVE WS-Cat-Find-Lang TO WS-Tdy-Lang
               WHEN OTHER
                   MOVE SPACES TO WS-Tdy-Text
                   MOVE SPACES TO WS-Tdy-Lang
                   MOVE "BAD KEY - WOULD BE REJECTED" TO WS-Tdy-Note
           END-EVALUATE.
           IF NOT Rcp-Active
               MOVE "INACTIVE - WOULD BE REJECTED" TO WS-Tdy-Note
           END-IF.
           MOVE WS-Today-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

       2300-EXIT.
           EXIT.

       2400-SHOW-HISTORY.

           IF NOT WS-Hst-Open
               ADD 1 TO WS-No-History-Count
               MOVE "NO GREETING HISTORY" TO WS-Note-Text
               MOVE WS-Note-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2400-EXIT
           END-IF.

           MOVE WS-Inq-Name TO Hst-Recipient-Name.
           READ HELLO-HST-FILE.
           IF WS-Hst-No-Record
               ADD 1 TO WS-No-History-Count
               MOVE "NO GREETING HISTORY" TO WS-Note-Text
               MOVE WS-Note-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF NOT WS-Hst-File-OK
               DISPLAY "HELLOINQ: HELLOHST READ FAILED STATUS "
                   WS-Hst-File-Status " FOR " WS-Inq-Name
               MOVE "E" TO WS-Exc-Severity
               MOVE "Q009" TO WS-Exc-Code
               MOVE "HELLOHST READ FAILED" TO WS-Exc-Text
               MOVE WS-Hst-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               MOVE "GREETING HISTORY READ FAILED" TO WS-Note-Text
               MOVE WS-Note-Line TO WS-Print-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2400-EXIT
           END-IF.

           MOVE Hst-First-Greeted-Date TO WS-Hst-First.
           MOVE Hst-Last-Greeted-Date TO WS-Hst-Last-Date.
           MOVE Hst-Last-Greeted-Time TO WS-Hst-Last-Time.
           MOVE WS-Hst-Line-1 TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE Hst-Last-Greeting-Text TO WS-Hst-Text.
           MOVE Hst-Last-Greeting-Key TO WS-Hst-Key.
           MOVE WS-Hst-Line-2 TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE Hst-Greeted-Count TO WS-Hst-Greeted.
           IF Hst-Last-Ack-Date = SPACES
               MOVE "NEVER" TO WS-Hst-Ack-Date
           ELSE
               MOVE Hst-Last-Ack-Date TO WS-Hst-Ack-Date
           END-IF.
           MOVE Hst-Unack-Count TO WS-Hst-Unack.
           MOVE WS-Hst-Line-3 TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

       2400-EXIT.
           EXIT.

      * Inquiries on names the master does not carry are worth a
      * warning: someone asked about a recipient hello would reject.
       3000-FINISH-REPORT.

           MOVE "RECIPIENTS INQUIRED" TO WS-Tot-Label.
           MOVE WS-Inq-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "NOT ON RECIPIENT MASTER" TO WS-Tot-Label.
           MOVE WS-Not-On-Master-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE "NO GREETING HISTORY" TO WS-Tot-Label.
           MOVE WS-No-History-Count TO WS-Tot-Value.
           MOVE WS-Tot-Line TO WS-Print-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           CLOSE HELLO-IQR-FILE.
           IF WS-Rcp-Open
               CLOSE HELLO-RCP-FILE
           END-IF.
           IF WS-Hst-Open
               CLOSE HELLO-HST-FILE
           END-IF.

           DISPLAY "HELLOINQ: RECIPIENTS INQUIRED " WS-Inq-Count.
           DISPLAY "HELLOINQ: NOT ON RECIPIENT MASTER "
               WS-Not-On-Master-Count.
           DISPLAY "HELLOINQ: NO GREETING HISTORY "
               WS-No-History-Count.

           IF WS-Not-On-Master-Count > ZERO
               MOVE "W" TO WS-Exc-Severity
               MOVE "Q010" TO WS-Exc-Code
               MOVE "INQUIRY ON RECIPIENT NOT ON MASTER"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 4 > WS-Return-Code
                   MOVE 4 TO WS-Return-Code
               END-IF
           END-IF.

       3000-EXIT.
           EXIT.

       4300-START-NEW-PAGE.

           ADD 1 TO WS-Page-Number.
           MOVE WS-Page-Number TO WS-Hdg-Page.
           WRITE Iqr-Record FROM WS-Hdg-Line-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO Iqr-Record.
           WRITE Iqr-Record AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-Line-Count.

       4300-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.

           IF WS-Line-Count NOT < WS-Lines-Per-Page
               PERFORM 4300-START-NEW-PAGE THRU 4300-EXIT
           END-IF.
           WRITE Iqr-Record FROM WS-Print-Line
               AFTER ADVANCING 1 LINE.
           IF NOT WS-Iqr-File-OK
               DISPLAY "HELLOINQ: REPORT WRITE FAILED STATUS "
                   WS-Iqr-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "Q008" TO WS-Exc-Code
               MOVE "REPORT WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Iqr-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.
           ADD 1 TO WS-Line-Count.

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
               DISPLAY "HELLOINQ: EXCEPTION FILE OPEN FAILED STATUS "
                   WS-Exc-File-Status
               GO TO 9000-EXIT
           END-IF.

           ACCEPT WS-Exc-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Exc-Time FROM TIME.
           MOVE "helloinq" TO Exc-Pgm-Name.
           MOVE WS-Exc-Date TO Exc-Run-Date.
           MOVE WS-Exc-Time TO Exc-Run-Time.
           MOVE WS-Exc-Severity TO Exc-Severity.
           MOVE WS-Exc-Code TO Exc-Code.
           MOVE WS-Exc-Text TO Exc-Text.
           MOVE WS-Exc-File-Stat TO Exc-File-Status.
           WRITE Exc-Record.
           IF NOT WS-Exc-File-OK
               DISPLAY "HELLOINQ: EXCEPTION WRITE FAILED STATUS "
                   WS-Exc-File-Status
           END-IF.
           CLOSE HELLO-EXC-FILE.

       9000-EXIT.
           EXIT.

       9999-END-PROGRAM.

           MOVE WS-Return-Code TO RETURN-CODE.
           STOP RUN.
