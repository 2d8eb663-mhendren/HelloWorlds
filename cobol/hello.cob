       01  Req-Record.
           02 Req-Recipient-Name PIC X(20).
           02 Req-Greeting-Key PIC X(01).
           02 Req-Target-Date PIC X(08).
           02 FILLER PIC X(11).

      * The greeting key is the one the request resolved to; blank
      * means the run's own greeting was used.
       FD  HELLO-GRT-FILE.
       01  Grt-Record.
           02 Grt-Greeting-Text PIC X(40).
           02 Grt-Recipient-Name PIC X(20).
           02 Grt-Run-Date PIC X(08).
           02 Grt-Run-Time PIC X(08).
           02 Grt-Greeting-Key PIC X(01).

      * Restart salvage work file: holds the checkpointed HELLOGRT
      * prefix while the live file is rewritten.
       FD  HELLO-GRW-FILE.
       01  Grw-Record PIC X(77).

       FD  HELLO-PRM-FILE.
       COPY WSPARM.

      * Load the greeting catalog rows effective for this run date.
      * With no HELLOCAT present the fallback texts below apply, as
      * they did before the catalog existed.  hellocam maintains the
      * catalog and refuses overlapping rows for the same key and
      * language; should a hand-edited catalog still carry overlaps,
      * the first effective row in file order wins.
       0500-LOAD-CATALOG.

           OPEN INPUT HELLO-CAT-FILE.
      * request key "1"/"2"/"3" overrides the recipient's preference;
      * a blank request key takes the preferred key from the master,
      * and a blank preference takes the greeting already resolved
      * for this run.  Future-dated requests are held back by
      * helloint until due; one that still arrives early is refused.
       2200-GREET-ONE-REQUEST.

           IF Req-Recipient-Name = SPACES
               GO TO 2200-NEXT
           END-IF.

           IF Req-Target-Date NOT = SPACES
              AND Req-Target-Date > WS-Run-Date-X
               DISPLAY "HELLO: REQUEST REJECTED - TARGET DATE "
                   Req-Target-Date " NOT DUE FOR " Req-Recipient-Name
               MOVE "REQUEST REJECTED - TARGET DATE NOT DUE"
                   TO WS-Exc-Text
               PERFORM 2300-REJECT-REQUEST THRU 2300-EXIT
               GO TO 2200-NEXT
           END-IF.

           MOVE Req-Recipient-Name TO Rcp-Recipient-Name.
           READ HELLO-RCP-FILE.
           IF WS-Rcp-No-Record
           MOVE Req-Recipient-Name TO Grt-Recipient-Name.
           MOVE WS-Run-Date TO Grt-Run-Date.
           MOVE WS-Run-Time TO Grt-Run-Time.
           MOVE WS-Resolved-Key TO Grt-Greeting-Key.
           WRITE Grt-Record.
           IF WS-Grt-File-OK
               ADD 1 TO WS-Req-Greet-Count
