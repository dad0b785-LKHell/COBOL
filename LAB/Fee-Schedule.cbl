      *> actually configures one. A row flagged "D" is fee-deferred:
      *> the caller is told the fee but must not charge it on the
      *> spot - Fee-Assessment-Batch picks the transaction up in the
      *> monthly consolidated assessment instead. A row may carry an
      *> effective date after the flag, so a new or changed fee can
      *> be loaded ahead of the customer notice period: the row in
      *> force is the latest-dated one not after today, and a row
      *> with no date has always been in force.
      *>----------------------------------------------------------------

       Identification Division.
           05 fee-account-type   pic 9.
           05 fee-amount         pic s9(5)v99.
           05 fee-deferred-flag  pic x(1).
           05 fee-effective-date pic 9(8).

       working-storage section.
       77 ws-today                pic 9(8).
       77 ws-row-effective        pic 9(8).
       77 ws-best-effective       pic 9(8).
       77 ws-fee-found            pic s9(5)v99.
       77 ws-deferred-found       pic x(1).
       01 ws-at-end-switch        pic 9 value zero.
       main-procedure.
           perform load-fee.
           move ws-fee-found      to ls-fee-amount.
           move ws-deferred-found to ls-deferred-flag.
           exit program
           .
      *>----------------------------------------------------------------

       load-fee.
           accept ws-today from date yyyymmdd.
           move zero to ws-best-effective.
           move zero to ws-fee-found.
           move space to ws-deferred-found.
           move zero to ws-at-end-switch.
               at end
                   set ws-cfg-eof to true
               not at end
                   if fee-effective-date is numeric
                       move fee-effective-date to ws-row-effective
                   else
                       move zero to ws-row-effective
                   end-if
                   if fee-txn-type is equal to ls-txn-type
                  and fee-account-type is equal to ls-account-type
                  and ws-row-effective <= ws-today
                  and ws-row-effective >= ws-best-effective
                       move ws-row-effective  to ws-best-effective
                       move fee-amount        to ws-fee-found
                       move fee-deferred-flag to ws-deferred-found
                   end-if
