      *>----------------------------------------------------------------
      *>  ATM Project - Off-us withdrawal record layout
      *>  One record per withdrawal one of our own cardholders made at
      *>  another bank's ATM, as the card network's issuer file
      *>  reported it - the narrative behind the customer's "NW"
      *>  journal entry: whose machine, where, the network's
      *>  reference and the off-us fee charged with it. Written by
      *>  Issuer-Withdrawal-Batch; an item it could not debit is
      *>  kept too, with the suspense item it was parked under.
      *>----------------------------------------------------------------
       01 issuer-wd-record.
           05 isw-network-ref      pic x(12).
           05 isw-account-no       pic 9(7).
           05 isw-amount           pic s9(7)v99.
           05 isw-fee              pic s9(5)v99.
           05 isw-txn-date         pic 9(8).
           05 isw-post-date        pic 9(8).
           05 isw-bank-id          pic x(4).
           05 isw-atm-id           pic x(8).
           05 isw-status           pic x(1).
              88  isw-is-posted        value "P".
              88  isw-in-suspense      value "S".
           05 isw-reason           pic x(2).
           05 isw-susp-seq         pic 9(9).
           05 filler               pic x(8).
