      *>----------------------------------------------------------------
      *>  ATM Project - Known payee record layout
      *>  One record per source account and destination it has paid
      *>  (account number plus routing code), built by
      *>  Known-Payee-Post from every successful transfer or bill
      *>  payment leg. A payee only counts as known from
      *>  kp-known-date - the first payment date plus the payee.cfg
      *>  holding period - so one small test payment does not
      *>  immediately lift the first-time-payee limit that
      *>  Known-Payee-Check applies.
      *>----------------------------------------------------------------
       01 known-payee-record.
           05 kp-key.
              10 kp-source-acct    pic 9(7).
              10 kp-dest-acct      pic 9(7).
              10 kp-dest-routing   pic x(4).
           05 kp-first-paid-date   pic 9(8).
           05 kp-known-date        pic 9(8).
           05 kp-last-paid-date    pic 9(8).
           05 kp-pay-count         pic 9(5).
           05 filler               pic x(8).
