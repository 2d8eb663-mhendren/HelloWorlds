      * Pending-request hold record layout.  A future-dated request is
      * carried in its HELLOREQ image with the intake source it came
      * from and the date it was first held, until helloint releases
      * it into HELLOREQ on its target date (or the next processing
      * day after it).
       01 Hld-Record.
          02 Hld-Request.
             03 Hld-Recipient-Name PIC X(20).
             03 Hld-Greeting-Key PIC X(01).
             03 Hld-Target-Date PIC X(08).
             03 FILLER PIC X(11).
          02 Hld-Source-Rank PIC 9(01).
          02 Hld-Held-Date PIC X(08).
