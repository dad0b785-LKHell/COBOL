      *> Approval-Threshold it posts immediately through Wire-Post,
      *> over it a second supervisor must release it at the
      *> Approval-Workbench ("WI"), the same dual control a large
      *> reversal gets. A beneficiary whose name Name-Screen matches
      *> against the watchlist goes neither way: the wire stays
      *> pending, nothing is debited, and it is parked on
      *> screenhold.dat until compliance decides at the
      *> Screening-Workbench.
      *>----------------------------------------------------------------

       Identification Division.
          88  ws-type-known        value 1.
       01 ws-currency-bool       pic 9 value zero.
          88  ws-currency-known    value 1.
       77 ws-cool-type           pic x(2) value "WO".
       01 ws-cool-bool           pic 9 value zero.
          88  ws-cool-allowed      value 1.
       01 ws-post-bool           pic 9 value zero.
          88  ws-wire-posted       value 1.
       77 ws-screen-name         pic x(30).
       77 ws-list-name           pic x(30).
       77 ws-list-type           pic x(1).
       01 ws-screen-bool         pic 9 value zero.
          88  ws-screen-hit        value 1.
       copy "SCRNHOLD.cpy" replacing ==screen-hold-record==
                                  by ==ws-hold-record==
                                     leading ==scr-== by ==ws-hld-==.

       Linkage Section.
         77 ls-staff-id          pic 9(5).
               display "    That account number is not valid"
               exit program
           end-if.
           move zero to ws-cool-bool.
           call "Cooling-Off-Check" using
                                  by content ws-source-acct
                                             ws-cool-type
                                             ws-amount-dec
                                  by reference ws-cool-bool.
           if not ws-cool-allowed
               display space
               display "    Owner's contact details recently changed"
               display "    - no wires until the cooling-off ends"
               exit program
           end-if.
           display "    Beneficiary name      ? : " no advancing.
           accept ws-bene-name.
           display "    Beneficiary address   ? : " no advancing.
           display space.
           display "    Rate " ws-rate " - local debit "
                   print-debit.
           perform screen-beneficiary.
           if ws-screen-hit
               display space
               display "    Beneficiary name screening match -"
               display "    referred to compliance, nothing debited"
               exit program
           end-if.
           call "Approval-Threshold" using
                                  by reference ws-threshold.
           if ws-debit-amount is greater than ws-threshold
                   display space
                   display "    Debit refused - wire left pending"
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

       screen-beneficiary.
           move zero to ws-screen-bool.
           move ws-bene-name to ws-screen-name.
           call "Name-Screen" using
                                  by content ws-screen-name
                                  by reference ws-screen-bool
                                               ws-list-name
                                               ws-list-type.
           if ws-screen-hit
               initialize ws-hold-record
               set ws-hld-from-wire  to true
               move ws-screen-name   to ws-hld-screened-name
               move ws-list-name     to ws-hld-list-name
               move ws-list-type     to ws-hld-list-type
               move ws-source-acct   to ws-hld-account-no
               move ws-currency      to ws-hld-currency
               move ws-debit-amount  to ws-hld-amount
               move ws-wire-seq      to ws-hld-item-seq
               move ws-bene-bank-id  to ws-hld-reference
               move ls-staff-id      to ws-hld-staff-id
               call "Screen-Hold-Post" using
                                  by reference ws-hold-record
           end-if
           .
      *>----------------------------------------------------------------

       queue-for-approval.
           move ws-debit-amount to ws-approval-amount.
           call "Approval-Post" using
