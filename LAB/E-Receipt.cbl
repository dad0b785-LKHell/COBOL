      *> walk - so Receipt-Reprint and dispute lookups work exactly
      *> as they do for a paper receipt. Cuts paper roll, and the
      *> customer who declines paper finally leaves with a record.
      *> An airtime top-up's message quotes the confirmation code in
      *> place of the balance, found through Airtime-Lookup.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-notify-seq         pic 9(9).
       77 print-amount          pic -(7)9.99.
       77 print-balance         pic -(7)9.99.
       77 ws-confirm-code       pic x(12).
       77 ws-phone-no           pic x(12).
       01 ws-jrnl-switch        pic 9 value zero.
          88  ws-jrnl-eof         value 1.
       01 ws-topup-bool         pic 9 value zero.
          88  ws-topup-found      value 1.

       Linkage Section.
         77 ls-account-no         pic 9(7).
           end-if.
           perform queue-e-receipt.
           display space.
           display "    Your receipt is on its way to you".
           exit program
           .
      *>----------------------------------------------------------------

       queue-e-receipt.
           move ls-amount  to print-amount.
           move ls-balance to print-balance.
           move zero to ws-topup-bool.
           if ls-txn-type is equal to "MT"
           and ws-last-journal-seq is greater than zero
               call "Airtime-Lookup" using
                                  by content ws-last-journal-seq
                                  by reference ws-topup-bool
                                               ws-confirm-code
                                               ws-phone-no
           end-if.
           move spaces to ws-notify-text.
           if ws-topup-found
               string "Receipt MT " delimited by size
                      print-amount  delimited by size
                      " code "      delimited by size
                      ws-confirm-code delimited by size
                      into ws-notify-text
               end-string
           else
               string "Receipt "   delimited by size
                      ls-txn-type  delimited by size
                      " "          delimited by size
                      print-amount delimited by size
                      " bal "      delimited by size
                      print-balance delimited by size
                      into ws-notify-text
               end-string
           end-if.
           call "Notify-Post" using
                                  by content ls-customer-id
                                             ls-account-no
