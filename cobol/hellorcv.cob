      * Recipient master conversion, run once when the delivery
      * channel fields were added to the HELLORCP record: reads the
      * old 25-byte master, renamed HELLORCO, in key order and loads
      * every recipient into a new HELLORCP in the current layout
      * with a blank channel code and address.  Channels are then
      * set through hellorcm change transactions.  HELLORCP must not
      * exist when the conversion runs, so a master already converted
      * is never overwritten.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hellorcv.
       AUTHOR. Michael Hendren.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RCO-FILE ASSIGN TO "HELLORCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Rco-Recipient-Name
               FILE STATUS IS WS-Rco-File-Status.

           SELECT HELLO-RCP-FILE ASSIGN TO "HELLORCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Rcp-Recipient-Name
               FILE STATUS IS WS-Rcp-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * The recipient master as it stood before the channel fields.
       FD  HELLO-RCO-FILE.
       01  Rco-Record.
           02 Rco-Recipient-Name PIC X(20).
           02 Rco-Greeting-Key PIC X(01).
           02 Rco-Lang-Code PIC X(03).
           02 Rco-Active-Flag PIC X(01).

       FD  HELLO-RCP-FILE.
       COPY WSRCP.

       FD  HELLO-EXC-FILE.
       COPY WSEXC.

       WORKING-STORAGE SECTION.
       01 WS-Rco-File-Status PIC X(02).
          88 WS-Rco-File-OK VALUE "00".
          88 WS-Rco-File-NOT-FOUND VALUE "35".

       01 WS-Rcp-File-Status PIC X(02).
          88 WS-Rcp-File-OK VALUE "00".
          88 WS-Rcp-File-NOT-FOUND VALUE "35".

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

       01 WS-Rco-Eof-Switch PIC X(01) VALUE "N".
          88 WS-Rco-Eof VALUE "Y".

       01 WS-Rco-Read-Count PIC 9(07) COMP VALUE ZERO.
       01 WS-Rcp-Write-Count PIC 9(07) COMP VALUE ZERO.

       01 WS-Return-Code PIC S9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-Return-Code = ZERO
               PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT
           END-IF.
           GO TO 9999-END-PROGRAM.

      * A HELLORCP that can already be opened has been converted or
      * rebuilt since; loading over it would lose maintenance.
       1000-INITIALIZE.

           OPEN INPUT HELLO-RCO-FILE.
           IF WS-Rco-File-NOT-FOUND
               DISPLAY "HELLORCV: HELLORCO NOT FOUND - "
                   "NOTHING TO CONVERT"
               MOVE "E" TO WS-Exc-Severity
               MOVE "K001" TO WS-Exc-Code
               MOVE "HELLORCO NOT FOUND" TO WS-Exc-Text
               MOVE WS-Rco-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 8 TO WS-Return-Code
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-Rco-File-OK
               DISPLAY "HELLORCV: HELLORCO OPEN FAILED STATUS "
                   WS-Rco-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "K002" TO WS-Exc-Code
               MOVE "HELLORCO OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Rco-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT HELLO-RCP-FILE.
           IF NOT WS-Rcp-File-NOT-FOUND
               IF WS-Rcp-File-OK
                   CLOSE HELLO-RCP-FILE
               END-IF
               DISPLAY "HELLORCV: HELLORCP ALREADY EXISTS STATUS "
                   WS-Rcp-File-Status " - NOT CONVERTED"
               MOVE "E" TO WS-Exc-Severity
               MOVE "K003" TO WS-Exc-Code
               MOVE "HELLORCP ALREADY EXISTS - NOT CONVERTED"
                   TO WS-Exc-Text
               MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 12 TO WS-Return-Code
               CLOSE HELLO-RCO-FILE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT HELLO-RCP-FILE.
           IF NOT WS-Rcp-File-OK
               DISPLAY "HELLORCV: HELLORCP OPEN FAILED STATUS "
                   WS-Rcp-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "K004" TO WS-Exc-Code
               MOVE "HELLORCP OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE 20 TO WS-Return-Code
               CLOSE HELLO-RCO-FILE
               GO TO 1000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      * The old master comes back in key order, so the new one is
      * loaded sequentially in the same order.
       2000-CONVERT-MASTER.

           PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
           PERFORM 2200-CONVERT-ONE THRU 2200-EXIT
               UNTIL WS-Rco-Eof.

           CLOSE HELLO-RCO-FILE.
           CLOSE HELLO-RCP-FILE.

           DISPLAY "HELLORCV: RECIPIENTS READ " WS-Rco-Read-Count.
           DISPLAY "HELLORCV: RECIPIENTS WRITTEN "
               WS-Rcp-Write-Count.
           IF WS-Rcp-Write-Count NOT = WS-Rco-Read-Count
               DISPLAY "HELLORCV: CONVERSION INCOMPLETE - "
                   "RESTORE HELLORCO AND RERUN"
               MOVE "E" TO WS-Exc-Severity
               MOVE "K006" TO WS-Exc-Code
               MOVE "CONVERSION INCOMPLETE - COUNTS DIFFER"
                   TO WS-Exc-Text
               MOVE SPACES TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 12 > WS-Return-Code
                   MOVE 12 TO WS-Return-Code
               END-IF
           END-IF.

       2000-EXIT.
           EXIT.

       2100-READ-OLD-MASTER.

           READ HELLO-RCO-FILE NEXT RECORD
               AT END
                   SET WS-Rco-Eof TO TRUE
               NOT AT END
                   ADD 1 TO WS-Rco-Read-Count
           END-READ.
           IF NOT WS-Rco-Eof
              AND NOT WS-Rco-File-OK
               DISPLAY "HELLORCV: HELLORCO READ FAILED STATUS "
                   WS-Rco-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "K002" TO WS-Exc-Code
               MOVE "HELLORCO READ FAILED" TO WS-Exc-Text
               MOVE WS-Rco-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               SET WS-Rco-Eof TO TRUE
           END-IF.

       2100-EXIT.
           EXIT.

       2200-CONVERT-ONE.

           MOVE SPACES TO Rcp-Record.
           MOVE Rco-Recipient-Name TO Rcp-Recipient-Name.
           MOVE Rco-Greeting-Key TO Rcp-Greeting-Key.
           MOVE Rco-Lang-Code TO Rcp-Lang-Code.
           MOVE Rco-Active-Flag TO Rcp-Active-Flag.
           WRITE Rcp-Record.
           IF WS-Rcp-File-OK
               ADD 1 TO WS-Rcp-Write-Count
           ELSE
               DISPLAY "HELLORCV: HELLORCP WRITE FAILED STATUS "
                   WS-Rcp-File-Status " FOR " Rco-Recipient-Name
               MOVE "E" TO WS-Exc-Severity
               MOVE "K005" TO WS-Exc-Code
               MOVE "HELLORCP WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Rcp-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.
           PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.

       2200-EXIT.
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
               DISPLAY "HELLORCV: EXCEPTION FILE OPEN FAILED STATUS "
                   WS-Exc-File-Status
               GO TO 9000-EXIT
           END-IF.

           ACCEPT WS-Exc-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Exc-Time FROM TIME.
           MOVE "hellorcv" TO Exc-Pgm-Name.
           MOVE WS-Exc-Date TO Exc-Run-Date.
           MOVE WS-Exc-Time TO Exc-Run-Time.
           MOVE WS-Exc-Severity TO Exc-Severity.
           MOVE WS-Exc-Code TO Exc-Code.
           MOVE WS-Exc-Text TO Exc-Text.
           MOVE WS-Exc-File-Stat TO Exc-File-Status.
           WRITE Exc-Record.
           IF NOT WS-Exc-File-OK
               DISPLAY "HELLORCV: EXCEPTION WRITE FAILED STATUS "
                   WS-Exc-File-Status
           END-IF.
           CLOSE HELLO-EXC-FILE.

       9000-EXIT.
           EXIT.

       9999-END-PROGRAM.

           MOVE WS-Return-Code TO RETURN-CODE.
           STOP RUN.
