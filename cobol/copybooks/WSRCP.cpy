      * Shared recipient master record layout, keyed by recipient
      * name.  The greeting key carries the recipient's preferred
      * greeting ("1"/"2"/"3", or space for the run default) and the
      * language code selects the greeting text language.  The
      * delivery channel says how the recipient's greetings go out -
      * "P" print, "E" email, "F" partner feed - and the channel
      * address is the postal line, mail address or partner
      * destination for it; hellodlv routes HELLOGRT on the two.
      * The channel fields lengthened the record from 25 to 86 bytes:
      * a master written in the old layout is converted once, before
      * any program opens it, by renaming it HELLORCO and running
      * hellorcv, which loads a new HELLORCP with blank channels.
       01 Rcp-Record.
          02 Rcp-Recipient-Name PIC X(20).
          02 Rcp-Greeting-Key PIC X(01).
          02 Rcp-Active-Flag PIC X(01).
             88 Rcp-Active VALUE "A".
             88 Rcp-Inactive VALUE "I".
          02 Rcp-Channel-Code PIC X(01).
             88 Rcp-Channel-Print VALUE "P".
             88 Rcp-Channel-Email VALUE "E".
             88 Rcp-Channel-Partner VALUE "F".
             88 Rcp-Channel-Valid VALUE "P" "E" "F".
          02 Rcp-Channel-Address PIC X(60).
