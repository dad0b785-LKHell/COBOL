           05 loan-status          pic x(1).
              88  loan-is-active       value "A".
              88  loan-is-paid-off     value "P".
              88  loan-is-written-off  value "W".
      *> What the month-end Loan-Provision-Batch last set aside
      *> against this loan - the next run books only the movement.
           05 loan-provision-held  pic s9(7)v99.
           05 loan-rate-type       pic x(1).
              88  loan-is-fixed        value space.
              88  loan-is-variable     value "V".
      *> A variable loan is priced at the base rate (ratetable.cfg
      *> rows for the reference type, looked up by Base-Rate) plus
      *> its margin. Loan-Reprice-Batch keeps the base-rate row the
      *> loan is priced from, and parks a repricing it has already
      *> given notice of until the first due date it applies to.
           05 loan-margin          pic v9(6).
           05 loan-base-effective-date pic 9(8).
           05 loan-new-rate        pic v9(6).
           05 loan-new-base-date   pic 9(8).
           05 loan-reprice-due-date pic 9(8).
      *> How many days the oldest unpaid installment has stood, as
      *> Loan-Aging-Batch last counted them (zero when up to date),
      *> and the day the loan was paid off or written off - both for
      *> Credit-Bureau-Batch's monthly file.
           05 loan-days-past-due   pic 9(5).
           05 loan-closed-date     pic 9(8).
           05 filler               pic x(8).
