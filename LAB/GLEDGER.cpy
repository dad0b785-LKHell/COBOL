      *>  ATM Project - General ledger entry record layout
      *>  Shared by GL-Post and GL-Trial-Balance-Batch, the end-of-day
      *>  job that ties the bank's own books to customer balances.
      *>  Every entry carries the bank (legal entity) and branch it
      *>  was booked for, as GL-Origin resolved them when the entry
      *>  was posted. An entry dated into an accounting period
      *>  already closed by Period-Close is booked to the current
      *>  business date instead, marked as a period adjustment and
      *>  keeping the date it was meant for.
      *>----------------------------------------------------------------
       01 gl-entry-record.
           05 gl-seq-no           pic 9(9).
           05 gl-amount           pic s9(7)v99.
           05 gl-txn-type         pic x(2).
           05 gl-date             pic 9(8).
           05 gl-bank-id          pic 9(3).
           05 gl-branch-id        pic 9(3).
           05 gl-period-adjusted  pic x(1).
              88  gl-is-period-adjustment value "A".
           05 gl-original-date    pic 9(8).
