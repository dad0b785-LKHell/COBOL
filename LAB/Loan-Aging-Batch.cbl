      *> same way Suspense-Workbench lists exception items. Past 90
      *> days the loan moves to non-accrual: Loan-Repayment-Batch
      *> stops collecting the interest share until the arrears cure,
      *> and the cure itself restores accrual. Every loan's days
      *> past due are kept on loan.dat for the credit bureau file.
      *> The bucket totals go to loanaging.rpt for the morning.
      *>----------------------------------------------------------------

       Identification Division.
           if ws-age-days >= non-accrual-days
           and not loan-is-non-accrual
               set loan-is-non-accrual to true
           end-if.
           move ws-age-days to loan-days-past-due.
           rewrite loan-record.
           if ws-bucket not equal spaces
               perform queue-collection-item
           end-if

       cure-loan-if-queued.
           if loan-is-non-accrual
           or loan-days-past-due is greater than zero
               set loan-is-accruing to true
               move zero to loan-days-past-due
               rewrite loan-record
           end-if.
           perform find-open-item.
