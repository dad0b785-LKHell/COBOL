      *>----------------------------------------------------------------
      *>  ATM Project - Written-off loan register record layout
      *>  One record per loan put up for write-off: queued pending by
      *>  Loan-Writeoff-Submit for a second supervisor, completed by
      *>  Loan-Writeoff-Post when Approval-Workbench releases it. The
      *>  loan leaves loans receivable but stays here for good, with
      *>  what was written off, how much of it the provision covered,
      *>  and what Loan-Prepay has recovered on it since.
      *>----------------------------------------------------------------
       01 writeoff-record.
           05 wo-loan-seq          pic 9(9).
           05 wo-account-no        pic 9(7).
           05 wo-customer-id       pic 9(5).
           05 wo-amount            pic s9(7)v99.
           05 wo-provision-used    pic s9(7)v99.
           05 wo-maker-staff-id    pic 9(5).
           05 wo-checker-staff-id  pic 9(5).
           05 wo-submit-date       pic 9(8).
           05 wo-date              pic 9(8).
           05 wo-status            pic x(1).
              88  wo-is-pending        value "P".
              88  wo-is-written-off    value "W".
           05 wo-recovered         pic s9(7)v99.
           05 wo-last-recovery-date pic 9(8).
           05 filler               pic x(8).
