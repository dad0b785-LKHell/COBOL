      *>   P re-post   - post the entry the ATM failed to post: the
      *>                 missed "WD" debit for a withdrawal item, or a
      *>                 "DP" credit of the counted amount for a
      *>                 deposit item, or the "NW" debit for an
      *>                 off-us withdrawal the issuer intake could
      *>                 not take from the cardholder (its "NC" GL
      *>                 entry clears the network suspense it sat in)
      *>                 or, for a night safe bag counted short,
      *>                 a "DP" credit of the declared amount less
      *>                 what the count already credited
      *>   R refund    - credit the customer the claimed amount: "RV"
      *>                 for a withdrawal or short-dispense claim the
      *>                 machine shorted, "DP" for a deposit resolved
               when ws-resolution = "P" and susp-from-withdrawal
                   move "WD"        to ws-txn-type
                   move susp-amount to ws-post-amount
               when ws-resolution = "P" and susp-from-issuer
                   move "NW"        to ws-txn-type
                   move susp-amount to ws-post-amount
               when ws-resolution = "P" and susp-from-deposit
                   move "DP"                to ws-txn-type
                   move susp-counted-amount to ws-post-amount
               when ws-resolution = "R" and susp-from-withdrawal
                   move "RV"        to ws-txn-type
                   move susp-amount to ws-post-amount
      *> A night safe bag was credited with what was counted; the
      *> customer proving the declared amount right gets the rest.
               when ws-resolution = "P" and susp-from-night-bag
                and susp-amount is greater than susp-counted-amount
                   move "DP" to ws-txn-type
                   compute ws-post-amount =
                       susp-amount - susp-counted-amount
               when ws-resolution = "R" and susp-from-deposit
                   move "DP"        to ws-txn-type
                   move susp-amount to ws-post-amount

       post-correcting-entry.
           if ws-txn-type is equal to "WD"
           or ws-txn-type is equal to "NW"
               call "Subtract-money" using
                                  by content susp-account-no
                                             ws-post-amount
                                  by content ws-txn-type
                                             susp-atm-id
                                  by reference ws-resulting-balance
           end-if.
      *> The network was owed this from the day it was parked; the
      *> "NW" debit re-books that, so "NC" takes the duplicate back
      *> off and empties the network suspense instead.
           if exist
           and ws-txn-type is equal to "NW"
               call "GL-Post" using
                                  by content ws-post-amount
                                             "NC"
                                             susp-atm-id
                                             ws-today
           end-if
           .
      *>----------------------------------------------------------------
