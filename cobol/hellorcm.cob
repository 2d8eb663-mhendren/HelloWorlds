      * Recipient master maintenance: applies add, change and
      * deactivate transactions from HELLORCT to the HELLORCP master,
      * with an audit row on HELLOLOG for every applied transaction.
      * The deactivations helloack queues on HELLODRT for dead-lettered
      * recipients follow the operators' HELLORCT; once applied,
      * HELLODRT is emptied so they are never applied twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hellorcm.
       AUTHOR. Michael Hendren.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trn-File-Status.

           SELECT HELLO-DRT-FILE ASSIGN TO "HELLODRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Drt-File-Status.

           SELECT HELLO-RCP-FILE ASSIGN TO "HELLORCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-TRN-FILE.
       COPY WSRCT.

      * HELLORCT layout; read into Trn-Record.
       FD  HELLO-DRT-FILE.
       01  Drt-Record PIC X(86).

       FD  HELLO-RCP-FILE.
       COPY WSRCP.
          88 WS-Trn-File-OK VALUE "00".
          88 WS-Trn-File-NOT-FOUND VALUE "35".

       01 WS-Drt-File-Status PIC X(02).
          88 WS-Drt-File-OK VALUE "00".
          88 WS-Drt-File-NOT-FOUND VALUE "35".

       01 WS-Rcp-File-Status PIC X(02).
          88 WS-Rcp-File-OK VALUE "00".
          88 WS-Rcp-File-NOT-FOUND VALUE "35".
       01 WS-Trn-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Trn-Eof VALUE "Y".

      * Set once HELLORCT is done and the transactions are coming
      * from HELLODRT.
       01 WS-Drt-Reading-Switch PIC X(01) VALUE "N".
          88 WS-Drt-Reading VALUE "Y".

       01 WS-Trn-Read-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Trn-Applied-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Trn-Reject-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Drt-Read-Count PIC 9(07) COMP VALUE ZERO.

       01 WS-Audit-Text.
          05 WS-Audit-Action PIC X(11).
           PERFORM 2200-APPLY-ONE THRU 2200-EXIT
               UNTIL WS-Trn-Eof.

           PERFORM 2050-OPEN-DEAD-LETTER THRU 2050-EXIT.
           IF WS-Drt-Reading
               PERFORM 2200-APPLY-ONE THRU 2200-EXIT
                   UNTIL WS-Trn-Eof
               CLOSE HELLO-DRT-FILE
               PERFORM 2060-EMPTY-DEAD-LETTER THRU 2060-EXIT
           END-IF.

           CLOSE HELLO-TRN-FILE.
           CLOSE HELLO-RCP-FILE.
           CLOSE HELLO-LOG-FILE.

           DISPLAY "HELLORCM: TRANSACTIONS READ " WS-Trn-Read-Count.
           DISPLAY "HELLORCM: DEAD-LETTER DEACTIVATIONS READ "
               WS-Drt-Read-Count.
           DISPLAY "HELLORCM: TRANSACTIONS APPLIED "
               WS-Trn-Applied-Count.
           DISPLAY "HELLORCM: TRANSACTIONS REJECTED "
       2000-EXIT.
           EXIT.

      * HELLODRT is optional: with none present there is nothing
      * queued by helloack.
       2050-OPEN-DEAD-LETTER.

           OPEN INPUT HELLO-DRT-FILE.
           IF WS-Drt-File-NOT-FOUND
               GO TO 2050-EXIT
           END-IF.
           IF NOT WS-Drt-File-OK
               DISPLAY "HELLORCM: HELLODRT OPEN FAILED STATUS "
                   WS-Drt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "U013" TO WS-Exc-Code
               MOVE "HELLODRT OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Drt-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 2050-EXIT
           END-IF.

           SET WS-Drt-Reading TO TRUE.
           MOVE "N" TO WS-Trn-Eof-Switch.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.

       2050-EXIT.
           EXIT.

      * Applied deactivations are cleared so the next run does not
      * apply them again.  After a master I/O failure the file is
      * kept: applying a deactivation twice is harmless, losing one
      * is not.
       2060-EMPTY-DEAD-LETTER.

           IF WS-Return-Code NOT < 8
               DISPLAY "HELLORCM: HELLODRT KEPT FOR THE NEXT RUN"
               GO TO 2060-EXIT
           END-IF.

           OPEN OUTPUT HELLO-DRT-FILE.
           IF NOT WS-Drt-File-OK
               DISPLAY "HELLORCM: HELLODRT RESET FAILED STATUS "
                   WS-Drt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "U013" TO WS-Exc-Code
               MOVE "HELLODRT RESET FAILED" TO WS-Exc-Text
               MOVE WS-Drt-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 2060-EXIT
           END-IF.
           CLOSE HELLO-DRT-FILE.

       2060-EXIT.
           EXIT.

       2100-READ-TRANSACTION.

           IF WS-Drt-Reading
               READ HELLO-DRT-FILE INTO Trn-Record
                   AT END
                       SET WS-Trn-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Drt-Read-Count
               END-READ
               GO TO 2100-EXIT
           END-IF.

           READ HELLO-TRN-FILE
               AT END
                   SET WS-Trn-Eof TO TRUE
               GO TO 2200-NEXT
           END-IF.

           IF Trn-Channel-Code NOT = SPACE
              AND NOT Trn-Channel-Valid
               DISPLAY "HELLORCM: TRANSACTION REJECTED - BAD CHANNEL "
                   Trn-Channel-Code " FOR " Trn-Recipient-Name
               MOVE "U011" TO WS-Exc-Code
               MOVE "TRANSACTION REJECTED - BAD CHANNEL CODE"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.

      * A channel is only usable with somewhere to send to, so a new
      * channel code must carry its address.
           IF Trn-Channel-Code NOT = SPACE
              AND Trn-Channel-Address = SPACES
               DISPLAY "HELLORCM: TRANSACTION REJECTED - NO CHANNEL "
                   "ADDRESS FOR " Trn-Recipient-Name
               MOVE "U012" TO WS-Exc-Code
               MOVE "TRANSACTION REJECTED - NO CHANNEL ADDRESS"
                   TO WS-Exc-Text
               PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN Trn-Action-Add
                   PERFORM 2300-ADD-RECIPIENT THRU 2300-EXIT
           MOVE Trn-Greeting-Key TO Rcp-Greeting-Key.
           MOVE Trn-Lang-Code TO Rcp-Lang-Code.
           MOVE "A" TO Rcp-Active-Flag.
           MOVE Trn-Channel-Code TO Rcp-Channel-Code.
           MOVE Trn-Channel-Address TO Rcp-Channel-Address.
           WRITE Rcp-Record.
           IF NOT WS-Rcp-File-OK
               PERFORM 2800-MASTER-IO-ERROR THRU 2800-EXIT
           IF Trn-Lang-Code NOT = SPACES
               MOVE Trn-Lang-Code TO Rcp-Lang-Code
           END-IF.
           IF Trn-Channel-Code NOT = SPACE
               MOVE Trn-Channel-Code TO Rcp-Channel-Code
           END-IF.
           IF Trn-Channel-Address NOT = SPACES
               MOVE Trn-Channel-Address TO Rcp-Channel-Address
           END-IF.
           MOVE "A" TO Rcp-Active-Flag.
           REWRITE Rcp-Record.
           IF NOT WS-Rcp-File-OK
