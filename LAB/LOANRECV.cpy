      *>----------------------------------------------------------------
      *>  ATM Project - Written-off loan recovery log record layout
      *>  One row per amount collected on a loan after it was written
      *>  off, appended by Loan-Prepay as it posts the "LR" recovery.
      *>  Read back by Loan-Provision-Batch for the month's
      *>  recoveries on the loan-loss report.
      *>----------------------------------------------------------------
       01 loan-recovery-record.
           05 recv-loan-seq        pic 9(9).
           05 recv-account-no      pic 9(7).
           05 recv-amount          pic s9(7)v99.
           05 recv-staff-id        pic 9(5).
           05 recv-date            pic 9(8).
