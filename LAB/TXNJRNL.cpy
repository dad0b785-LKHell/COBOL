      *>  journal-txn-date/-time hold the ACTUAL moment the customer
      *>  stood at the machine, which is what statements show. Entries
      *>  written before dual dating carry zeros there and readers
      *>  fall back to the posting date. journal-authority marks an
      *>  entry made by an attorney acting under the authority
      *>  register rather than by the account holder.
      *>----------------------------------------------------------------
       01 journal-record.
           05 journal-seq-no        pic 9(9).
              88  journal-is-wire-out       value "WO".
              88  journal-is-switch-in      value "SI".
              88  journal-is-vat            value "VT".
              88  journal-is-goodwill       value "GW".
              88  journal-is-loan-recovery  value "LR".
              88  journal-is-network-wd     value "NW".
              88  journal-is-draft-issue    value "DI".
              88  journal-is-draft-cancel   value "DX".
              88  journal-is-cheque-encash  value "CE".
              88  journal-is-wire-in        value "IW".
              88  journal-is-airtime-topup  value "MT".
              88  journal-is-airtime-refund value "MR".
              88  journal-is-loan-int-back  value "LY".
           05 journal-date          pic 9(8).
           05 journal-atm-id        pic 9(3).
           05 journal-balance-after pic s9(9)v99.
           05 journal-staff-id      pic 9(5).
           05 journal-txn-date      pic 9(8).
           05 journal-txn-time      pic 9(8).
           05 journal-authority     pic x(01).
              88  journal-by-holder         value space.
              88  journal-by-attorney       value "P".
           05 filler                pic x(03).
