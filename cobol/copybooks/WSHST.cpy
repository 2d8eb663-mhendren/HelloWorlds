      * Shared greeting history master record layout, keyed by
      * recipient name: one row per recipient ever greeted, posted by
      * helloack each cycle from HELLOGRT and the acknowledgment
      * match.  The last greeted date and time identify the latest
      * greeting posted, so a rerun of the same cycle is not counted
      * twice.  The unacknowledged count is lifetime, like the
      * greeted count.  The re-drive attempt count and first failure
      * date cover the current run of unacknowledged greetings and
      * are cleared by the next acknowledgment; at the REDRIVE-MAX
      * limit the recipient is dead-lettered instead of re-driven.
       01 Hst-Record.
          02 Hst-Recipient-Name PIC X(20).
          02 Hst-First-Greeted-Date PIC X(08).
          02 Hst-Last-Greeted-Date PIC X(08).
          02 Hst-Last-Greeted-Time PIC X(08).
          02 Hst-Last-Greeting-Text PIC X(40).
          02 Hst-Last-Greeting-Key PIC X(01).
          02 Hst-Greeted-Count PIC 9(07).
          02 Hst-Last-Ack-Date PIC X(08).
          02 Hst-Unack-Count PIC 9(07).
          02 Hst-Redrive-Count PIC 9(05).
          02 Hst-First-Fail-Date PIC X(08).
