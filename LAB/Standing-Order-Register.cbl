       77 ws-youth-type         pic x(2).
       01 ws-youth-bool         pic 9 value zero.
          88  ws-youth-allowed    value 1.
       01 ws-cool-bool          pic 9 value zero.
          88  ws-cool-allowed     value 1.
       01 ws-payee-bool         pic 9 value zero.
          88  ws-payee-allowed    value 1.

       Linkage Section.
         77 ls-source-acct        pic 9(7).
               display "    a youth account"
               exit program
           end-if.
      *> Nor while a contact change is still cooling off - a new
      *> standing order is an easy way to drain a taken-over account.
           move zero to ws-cool-bool.
           call "Cooling-Off-Check" using
                                  by content ls-source-acct
                                             ws-youth-type
                                             ls-amount
                                  by reference ws-cool-bool.
           if not ws-cool-allowed
               display space
               display "    Contact details recently changed - no"
               display "    new standing orders for a few days"
               exit program
           end-if.
      *> An order to a destination never paid runs unattended every
      *> period, so the first-time-payee limit applies to it here.
           move zero to ws-payee-bool.
           call "Known-Payee-Check" using
                                  by content ls-source-acct
                                             ls-dest-acct
                                             ls-dest-routing
                                             ls-amount
                                  by reference ws-payee-bool.
           if not ws-payee-allowed
               display space
               display "    First-time payee - the order amount is"
               display "    over the limit for a new payee"
               exit program
           end-if.
           perform next-seq-no.
           move ws-next-seq-no  to standord-seq-no.
           move ls-source-acct  to standord-source-acct.
                   invalid key
                       display "Standing-Order-Register: write failed"
               end-write
           close archivoStandord.
           exit program
           .
      *>----------------------------------------------------------------

