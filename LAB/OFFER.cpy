      *>----------------------------------------------------------------
      *>  ATM Project - Customer marketing profile and offer layout
      *>  One record per customer, rebuilt each month by
      *>  Offer-Select-Batch: whether their salary has been credited
      *>  in each of the last three months (and the average), whether
      *>  they hold a loan or a term deposit, their net contribution
      *>  from Profitability-Batch's profit.csv, and what it has
      *>  pre-approved them for - a personal loan up to an amount,
      *>  a term deposit of an amount from their largest balance -
      *>  until the expiry date. Read by Campaign-Pick at the machine
      *>  to place the customer in a campaign's segment.
      *>----------------------------------------------------------------
       01 offer-record.
           05 offer-customer-id    pic 9(5).
           05 offer-run-date       pic 9(8).
           05 offer-salary-flag    pic x(1).
              88  offer-is-salaried        value "Y".
           05 offer-salary-average pic s9(7)v99.
           05 offer-loan-flag      pic x(1).
              88  offer-holds-loan         value "Y".
           05 offer-deposit-flag   pic x(1).
              88  offer-holds-deposit      value "Y".
           05 offer-net-contribution pic s9(7)v99.
           05 offer-loan-amount    pic s9(7)v99.
           05 offer-deposit-amount pic s9(7)v99.
           05 offer-deposit-account pic 9(7).
           05 offer-expiry-date    pic 9(8).
           05 filler               pic x(10).
