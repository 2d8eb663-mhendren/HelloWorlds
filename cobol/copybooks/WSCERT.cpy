      * Shared cycle balance certificate record layout, appended to
      * HELLOCRT by hellobal on every run: the verdict for the cycle
      * date, the control totals claimed on HELLOTOT and the counts
      * hellobal found.  A rerun appends a new row, so the last row
      * for a cycle date is the one in force.  helloext, helloack,
      * hellosts and hellodlv will not process a cycle without a
      * balanced certificate unless they are given the OVERRIDE
      * PARM; hellodlv also balances its routing against
      * Cert-Grt-Count.
       01 Cert-Record.
          02 Cert-Cycle-Date PIC X(08).
          02 Cert-Run-Date PIC X(08).
          02 Cert-Run-Time PIC X(08).
          02 Cert-Verdict PIC X(01).
             88 Cert-Balanced VALUE "B".
             88 Cert-Out-Of-Balance VALUE "O".
          02 Cert-Ctl-Found PIC X(01).
             88 Cert-Ctl-Present VALUE "Y".
          02 Cert-Ctl-Read-Count PIC 9(07).
          02 Cert-Ctl-Greet-Count PIC 9(07).
          02 Cert-Ctl-Reject-Count PIC 9(07).
          02 Cert-Req-Count PIC 9(07).
          02 Cert-Grt-Count PIC 9(07).
          02 Cert-Log-Count PIC 9(07).
