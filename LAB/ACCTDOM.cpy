      *>----------------------------------------------------------------
      *>  ATM Project - Account domicile record layout
      *>  One record per account naming the bank (legal entity) and
      *>  branch that hold it, written by Open-Account from the
      *>  opening staff member's home branch. Batch postings with no
      *>  machine or teller behind them are booked to the general
      *>  ledger under this bank and branch by GL-Origin; an account
      *>  with no record here (opened before domiciles were kept)
      *>  books to the installation's own bank and branch.
      *>----------------------------------------------------------------
       01 account-domicile-record.
           05 adom-account-no      pic 9(7).
           05 adom-bank-id         pic 9(3).
           05 adom-branch-id       pic 9(3).
           05 adom-since-date      pic 9(8).
           05 filler               pic x(8).
