      *> to the biller and not a bare transfer. Each paid bill is
      *> recorded on billpay.dat with the journal sequence it posted
      *> under, which is what Biller-Remit-Batch nets and remits per
      *> biller overnight. A biller this account has not paid before
      *> (or not for longer than the holding period) is a first-time
      *> payee: Known-Payee-Check holds the amount to the first-time
      *> limit, and a paid bill goes on the known-payee history
      *> through Known-Payee-Post.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-biller-name         pic x(15).
       77 ws-settle-acct         pic 9(7).
       77 ws-ref-mask            pic x(12).
       77 ws-home-routing        pic x(4) value "0001".
       01 ws-payee-bool          pic 9 value zero.
          88  ws-payee-allowed     value 1.
       01 ws-biller-bool         pic 9 value zero.
          88  ws-biller-found      value 1.
       01 ws-ref-bool            pic 9 value zero.
           if ws-amount is equal to zero
               exit program
           end-if.
           move zero to ws-payee-bool.
           call "Known-Payee-Check" using
                                  by content ls-account-no
                                             ws-settle-acct
                                             ws-home-routing
                                             ws-amount-dec
                                  by reference ws-payee-bool.
           if not ws-payee-allowed
               display space
               display "    First payment to this biller - please"
               display "    pay a smaller amount or see the branch"
               exit program
           end-if.
           move "BP" to ws-txn-type.
           call "Subtract-money" using
                                  by content ls-account-no
           if exist
               perform find-posted-journal-seq
               perform write-payment-detail
               call "Known-Payee-Post" using
                                  by content ls-account-no
                                             ws-settle-acct
                                             ws-home-routing
                                             ws-amount-dec
                                             ws-txn-type
               display space
               display "    Bill payment to " ws-biller-name
                       " accepted"
           else
               display space
               display "    Bill payment failed - nothing debited"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

