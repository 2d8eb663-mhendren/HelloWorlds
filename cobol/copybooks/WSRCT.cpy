      * Shared recipient maintenance transaction record layout, read
      * by hellorcm.  Action "A" adds, "C" changes (and reactivates),
      * "D" deactivates.  On a change, blank greeting key, language
      * and channel fields leave the master values unchanged.  A
      * channel code ("P" print, "E" email, "F" partner feed) must
      * come with its channel address.  helloack writes "D"
      * transactions for the recipients it dead-letters to HELLODRT,
      * in this layout, and hellorcm applies them after HELLORCT.
       01 Trn-Record.
          02 Trn-Action PIC X(01).
             88 Trn-Action-Add VALUE "A".
             88 Trn-Action-Change VALUE "C".
             88 Trn-Action-Deactivate VALUE "D".
          02 Trn-Recipient-Name PIC X(20).
          02 Trn-Greeting-Key PIC X(01).
          02 Trn-Lang-Code PIC X(03).
          02 Trn-Channel-Code PIC X(01).
             88 Trn-Channel-Valid VALUE "P" "E" "F".
          02 Trn-Channel-Address PIC X(60).
