      * HELLOREQ, HELLOGRT and the day's HELLOLOG rows, and prints a
      * balanced/out-of-balance certificate.  An out-of-balance cycle
      * ends with return code 12 so the scheduler holds the
      * downstream extract.  The verdict and counts are also appended
      * to HELLOCRT, which helloext, helloack and hellosts check
      * before they process the cycle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hellobal.
       AUTHOR. Michael Hendren.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Bpr-File-Status.

           SELECT HELLO-CRT-FILE ASSIGN TO "HELLOCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Crt-File-Status.

           SELECT HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exc-File-Status.
       01  Req-Record.
           02 Req-Recipient-Name PIC X(20).
           02 Req-Greeting-Key PIC X(01).
           02 Req-Target-Date PIC X(08).
           02 FILLER PIC X(11).

       FD  HELLO-GRT-FILE.
       01  Grt-Record.
           02 Grt-Recipient-Name PIC X(20).
           02 Grt-Run-Date PIC X(08).
           02 Grt-Run-Time PIC X(08).
           02 Grt-Greeting-Key PIC X(01).

       FD  HELLO-LOG-FILE.
       COPY WSAUDIT.
       FD  HELLO-BPR-FILE.
       01  Bpr-Record PIC X(132).

       FD  HELLO-CRT-FILE.
       COPY WSCERT.

       FD  HELLO-EXC-FILE.
       COPY WSEXC.

       01 WS-Bpr-File-Status PIC X(02).
          88 WS-Bpr-File-OK VALUE "00".

       01 WS-Crt-File-Status PIC X(02).
          88 WS-Crt-File-OK VALUE "00".
          88 WS-Crt-File-NOT-FOUND VALUE "35".

       01 WS-Exc-File-Status PIC X(02).
          88 WS-Exc-File-OK VALUE "00".
          88 WS-Exc-File-NOT-FOUND VALUE "35".
      * is the authoritative claim.
       01 WS-Cycle-Date PIC X(08) VALUE SPACES.
       01 WS-Today-Date PIC 9(08) VALUE ZERO.
       01 WS-Now-Time PIC 9(08) VALUE ZERO.

       01 WS-Ctl-Read-Count PIC 9(07) VALUE ZERO.
       01 WS-Ctl-Greet-Count PIC 9(07) VALUE ZERO.
           PERFORM 4000-COUNT-AUDIT-ROWS THRU 4000-EXIT.
           PERFORM 5000-JUDGE-BALANCE THRU 5000-EXIT.
           PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT.
           PERFORM 7000-WRITE-CERTIFICATE THRU 7000-EXIT.
           GO TO 9999-END-PROGRAM.

       0100-PARSE-PARM.
       6000-EXIT.
           EXIT.

      * The certificate row is appended even for an out-of-balance
      * or unclaimed cycle, so the gated programs see the verdict
      * rather than an absent certificate.
       7000-WRITE-CERTIFICATE.

           OPEN EXTEND HELLO-CRT-FILE.
           IF WS-Crt-File-NOT-FOUND
               OPEN OUTPUT HELLO-CRT-FILE
           END-IF.
           IF NOT WS-Crt-File-OK
               DISPLAY "HELLOBAL: HELLOCRT OPEN FAILED STATUS "
                   WS-Crt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "B009" TO WS-Exc-Code
               MOVE "HELLOCRT OPEN FAILED" TO WS-Exc-Text
               MOVE WS-Crt-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
               GO TO 7000-EXIT
           END-IF.

           ACCEPT WS-Now-Time FROM TIME.
           MOVE SPACES TO Cert-Record.
           MOVE WS-Cycle-Date TO Cert-Cycle-Date.
           MOVE WS-Today-Date TO Cert-Run-Date.
           MOVE WS-Now-Time TO Cert-Run-Time.
           IF WS-Balanced
               MOVE "B" TO Cert-Verdict
           ELSE
               MOVE "O" TO Cert-Verdict
           END-IF.
           IF WS-Ctl-Found
               MOVE "Y" TO Cert-Ctl-Found
           ELSE
               MOVE "N" TO Cert-Ctl-Found
           END-IF.
           MOVE WS-Ctl-Read-Count TO Cert-Ctl-Read-Count.
           MOVE WS-Ctl-Greet-Count TO Cert-Ctl-Greet-Count.
           MOVE WS-Ctl-Reject-Count TO Cert-Ctl-Reject-Count.
           MOVE WS-Req-Count TO Cert-Req-Count.
           MOVE WS-Grt-Count TO Cert-Grt-Count.
           MOVE WS-Log-Day-Count TO Cert-Log-Count.
           WRITE Cert-Record.
           IF NOT WS-Crt-File-OK
               DISPLAY "HELLOBAL: HELLOCRT WRITE FAILED STATUS "
                   WS-Crt-File-Status
               MOVE "E" TO WS-Exc-Severity
               MOVE "B009" TO WS-Exc-Code
               MOVE "HELLOCRT WRITE FAILED" TO WS-Exc-Text
               MOVE WS-Crt-File-Status TO WS-Exc-File-Stat
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               IF 20 > WS-Return-Code
                   MOVE 20 TO WS-Return-Code
               END-IF
           END-IF.
           CLOSE HELLO-CRT-FILE.

       7000-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.

           WRITE Bpr-Record FROM WS-Print-Line
