      *>----------------------------------------------------------------
      *>  ATM Project - Variable-rate loan repricing history layout
      *>  One row per repricing event on a variable-rate loan,
      *>  appended by Loan-Reprice-Batch: "N" when a new base-rate
      *>  row is picked up and the borrower is sent notice of the new
      *>  installment, "A" when the new rate takes effect on the loan
      *>  and its schedule. Kept for good so a disputed installment
      *>  can be traced to the base-rate row it came from.
      *>----------------------------------------------------------------
       01 loan-reprice-record.
           05 rprc-loan-seq        pic 9(9).
           05 rprc-event           pic x(1).
              88  rprc-is-notice       value "N".
              88  rprc-is-applied      value "A".
           05 rprc-date            pic 9(8).
           05 rprc-base-date       pic 9(8).
           05 rprc-base-rate       pic v9(6).
           05 rprc-margin          pic v9(6).
           05 rprc-old-rate        pic v9(6).
           05 rprc-new-rate        pic v9(6).
           05 rprc-old-installment pic s9(7)v99.
           05 rprc-new-installment pic s9(7)v99.
           05 rprc-first-due-date  pic 9(8).
