      *>----------------------------------------------------------------
      *>  ATM Project - General ledger opening balance record layout
      *>  One record per year, bank (legal entity) and balance-sheet
      *>  account: the balance carried into that year, written by
      *>  Period-Close when it closes the prior year (after income
      *>  and expense have been closed out to retained earnings).
      *>  Debit balances are positive, credit balances negative.
      *>  GL-Trial-Balance-Batch shows it as each account's opening.
      *>----------------------------------------------------------------
       01 gl-opening-record.
           05 gopen-key.
              10 gopen-year         pic 9(4).
              10 gopen-bank-id      pic 9(3).
              10 gopen-account-code pic x(4).
           05 gopen-balance        pic s9(11)v99.
           05 gopen-closed-date    pic 9(8).
           05 filler               pic x(8).
