      *> pair, or, when the destination routing code isn't our own,
      *> debits the source account for the amount plus a transfer fee
      *> and logs an outbound settlement record instead of crediting a
      *> destination account we don't hold. While the source owner's
      *> contact-change cooling-off runs, Cooling-Off-Check refuses a
      *> transfer over its cap before either leg posts. Every
      *> transfer that goes through is recorded against the source
      *> account's known-payee history by Known-Payee-Post.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-credit-amount       pic s9(7)v99.
       01 ws-currency-bool       pic 9.
          88  ws-currency-known    value 1.
       77 ws-cool-type           pic x(2) value "TO".
       01 ws-cool-bool           pic 9 value zero.
          88  ws-cool-allowed      value 1.
       01 ws-fee-bool            pic 9.
          88  ws-fee-collected     value 1.
          88  ws-fee-not-collected value zero.

       transfer-entry.
           accept ws-today from date yyyymmdd.
           move zero to ws-cool-bool.
           call "Cooling-Off-Check" using
                                  by content ls-source-acct
                                             ws-cool-type
                                             ls-amount
                                  by reference ws-cool-bool.
           if not ws-cool-allowed
               set not-exist to true
               display space
               display "    Contact details recently changed -"
               display "    transfers are capped for a few days"
               exit program
           end-if.
           if ls-dest-routing is equal to home-routing-code
               then
                   perform local-transfer
               else
                   perform interbank-transfer
           end-if.
           if exist
               move "TO" to ws-txn-type
               call "Known-Payee-Post" using
                                  by content ls-source-acct
                                             ls-dest-acct
                                             ls-dest-routing
                                             ls-amount
                                             ws-txn-type
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

