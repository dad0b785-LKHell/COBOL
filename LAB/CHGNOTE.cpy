      *>----------------------------------------------------------------
      *>  ATM Project - Rate and fee change notice register layout
      *>  One record per future-dated change Rate-Notice-Batch has
      *>  found and given customers notice of - a ratetable.cfg
      *>  rate for an account type, a feesched.cfg fee for a
      *>  transaction and account type, or a product.dat pending
      *>  minimum-balance rule - keyed on where it came from and
      *>  the date it takes effect, so each change is noticed once.
      *>  A change found with less than the notice period to run is
      *>  flagged late for compliance.
      *>----------------------------------------------------------------
       01 change-notice-record.
           05 cn-key.
              10 cn-source         pic x(1).
                 88  cn-from-rate-table    value "R".
                 88  cn-from-fee-schedule  value "F".
                 88  cn-from-product       value "P".
              10 cn-account-type   pic 9.
              10 cn-txn-type       pic x(2).
              10 cn-effective-date pic 9(8).
           05 cn-detected-date     pic 9(8).
           05 cn-days-ahead        pic 9(5).
           05 cn-account-count     pic 9(7).
           05 cn-notice-count      pic 9(7).
           05 cn-late-flag         pic x(1).
              88  cn-is-late           value "L".
              88  cn-is-on-time        value space.
           05 filler               pic x(10).
