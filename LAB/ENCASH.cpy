      *>----------------------------------------------------------------
      *>  ATM Project - Counter cheque encashment record layout
      *>  One record per cheque drawn on one of our accounts that a
      *>  walk-in payee - not necessarily a customer - cashed at the
      *>  counter through Cheque-Encash: the drawer account, serial
      *>  and amount, who signed it, the identity document the payee
      *>  showed, the teller who paid the cash, and whether the
      *>  amount needed the supervisor override. CTR-Batch reads it
      *>  to count the cash paid out to each payee, since a payee
      *>  with no account of their own never shows up in the journal
      *>  as anybody's cash.
      *>----------------------------------------------------------------
       01 encashment-record.
           05 enc-seq-no           pic 9(9).
           05 enc-drawer-acct      pic 9(7).
           05 enc-serial           pic x(10).
           05 enc-amount           pic s9(7)v99.
           05 enc-signer-id        pic 9(5).
           05 enc-payee-name       pic x(20).
           05 enc-doc-type         pic x(1).
              88  enc-doc-passport     value "P".
              88  enc-doc-id-card      value "I".
              88  enc-doc-licence      value "L".
           05 enc-doc-number       pic x(15).
           05 enc-date             pic 9(8).
           05 enc-time             pic 9(8).
           05 enc-staff-id         pic 9(5).
           05 enc-journal-seq      pic 9(9).
           05 enc-override-flag    pic x(1).
              88  enc-was-overridden   value "Y".
           05 filler               pic x(8).
