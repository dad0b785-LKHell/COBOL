      *>----------------------------------------------------------------
      *>  ATM Project - Airtime top-up detail record layout
      *>  One record per prepaid top-up sold at the machine, alongside
      *>  the "MT" journal entry the debit posted under: which
      *>  operator and phone number, the denomination, and the
      *>  confirmation code the customer was given - the operator's
      *>  reconciliation file quotes it back. Written by
      *>  Airtime-Topup; Airtime-Settle-Batch sends the pending items
      *>  to the operator overnight and refunds any the operator
      *>  reports failed, as an "MR" credit quoting the reason.
      *>----------------------------------------------------------------
       01 airtime-topup-record.
           05 tu-seq-no            pic 9(9).
           05 tu-journal-seq       pic 9(9).
           05 tu-account-no        pic 9(7).
           05 tu-oper-code         pic x(4).
           05 tu-phone-no          pic x(12).
           05 tu-amount            pic s9(7)v99.
           05 tu-confirm-code      pic x(12).
           05 tu-date              pic 9(8).
           05 tu-atm-id            pic 9(3).
           05 tu-status            pic x(1).
              88  tu-is-pending        value "P".
              88  tu-is-sent           value "S".
              88  tu-is-refunded       value "R".
           05 tu-sent-date         pic 9(8).
           05 tu-refund-date       pic 9(8).
           05 tu-fail-reason       pic x(20).
           05 filler               pic x(8).
