      *> Transactions whose per-transaction fee row was flagged
      *> deferred land here too - the count is taken from the journal,
      *> not from what was charged at the time.
      *> Given SIMULATE as the run mode on its input the job computes
      *> every fee and its VAT exactly as above but posts nothing:
      *> each goes to the prvfee.rpt preview through Preview-Post,
      *> with the GL totals finance approves before the real run,
      *> and no account, journal, GL, feeassess.rpt or checkpoint is
      *> touched.
      *>----------------------------------------------------------------

       Identification Division.
       78 default-vat-rate       value .1500.
       77 ws-vat-rate            pic v9(4).
       77 ws-vat-amount          pic s9(7)v99.
       01 ws-run-mode            pic x(8) value spaces.
          88  ws-simulating        value "SIMULATE".
       77 ws-preview-file        pic x(12) value "prvfee.rpt".
       77 ws-preview-job         pic x(20) value "Fee-Assessment-Batch".
       77 ws-preview-account     pic 9(7).
       77 ws-preview-type        pic x(2).
       77 ws-preview-amount      pic s9(7)v99.
       77 ws-preview-basis       pic x(20).
       77 ws-preview-balance     pic s9(9)v99.
       77 print-vat-rate         pic .9(4).
       01 ws-product-bool        pic 9 value zero.
          88  ws-product-found     value 1.
       77 print-fee              pic -(5)9.99.
       Procedure division.

       main-procedure.
           accept ws-run-mode.
           display "Assessment month (yyyymm) ? : " no advancing.
           accept ws-assess-month.
           perform load-vat-rate.
           accept ws-today from date yyyymmdd.
           if ws-simulating
               display "Fee-Assessment-Batch: simulation - preview to "
                       ws-preview-file
               perform start-preview
               open input archivoAccounts
           else
               perform read-checkpoint
               open i-o archivoAccounts
               if ws-resume-account is equal to zero
                   open output archivoReport
               else
                   open extend archivoReport
               end-if
           end-if.
           open input archivoJournal.
           if ws-resume-account is greater than zero
               move ws-resume-account to account-no
               start archivoAccounts key is greater than account-no
               end-start
           end-if.
           perform assess-account until ws-no-more-accounts.
           close archivoAccounts archivoJournal.
           if ws-simulating
               call "Preview-Post" using
                                  by content "T"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-basis
                                             ws-preview-balance
               stop run
           end-if.
           close archivoReport.
           move zero to chkpt-last-account.
           set chkpt-is-complete to true.
           perform write-checkpoint.
                       end-if
                       perform assess-minimum-balance
                   end-if
                   if not ws-simulating
                       perform checkpoint-if-due
                   end-if
           end-read
           .
      *>----------------------------------------------------------------
           and ws-prod-below-fee is greater than zero
               move ws-prod-below-fee to ws-fee-amount
               subtract ws-fee-amount from account-balance
               if ws-simulating
                   move "below minimum fee" to ws-preview-basis
                   perform preview-fee
               else
                   rewrite account
                   call "Journal-Post" using
                          by content account-no
                                     ws-fee-amount
                                     "FE"
                                     zero
                                     ws-today
                          by reference ws-journal-seq
                          by content   account-balance
                   call "GL-Post" using
                          by content ws-fee-amount
                                     "FE"
                                     zero
                                     ws-today
               end-if
               perform post-vat-inline
               if not ws-simulating
                   perform write-assessment-line
               end-if
           end-if
           .
      *>----------------------------------------------------------------
                   ws-fee-amount * ws-vat-rate.
           if ws-vat-amount is greater than zero
               subtract ws-vat-amount from account-balance
               if ws-simulating
                   move "VT" to ws-preview-type
                   move ws-vat-amount to ws-preview-amount
                   move ws-vat-rate to print-vat-rate
                   move spaces to ws-preview-basis
                   string "vat " print-vat-rate
                          delimited by size
                          into ws-preview-basis
                   end-string
                   move account-balance to ws-preview-balance
                   perform preview-posting
               else
                   rewrite account
                   call "Journal-Post" using
                          by content account-no
                                     ws-vat-amount
                                     "VT"
                                     zero
                                     ws-today
                          by reference ws-journal-seq
                          by content   account-balance
                   call "GL-Post" using
                          by content ws-vat-amount
                                     "VT"
                                     zero
                                     ws-today
               end-if
           end-if
           .
      *>----------------------------------------------------------------
               compute ws-fee-amount =
                       ws-chargeable-count * ws-per-txn-fee
               subtract ws-fee-amount from account-balance
               if ws-simulating
                   move ws-chargeable-count to print-count
                   move spaces to ws-preview-basis
                   string "fee on " print-count " txns"
                          delimited by size
                          into ws-preview-basis
                   end-string
                   perform preview-fee
               else
                   rewrite account
                   call "Journal-Post" using
                          by content account-no
                                     ws-fee-amount
                                     "FE"
                                     zero
                                     ws-today
                          by reference ws-journal-seq
                          by content   account-balance
                   call "GL-Post" using
                          by content ws-fee-amount
                                     "FE"
                                     zero
                                     ws-today
               end-if
               perform post-vat-inline
               if not ws-simulating
                   perform write-assessment-line
               end-if
           end-if
           .
      *>----------------------------------------------------------------
           .
      *>----------------------------------------------------------------

       preview-fee.
           move "FE" to ws-preview-type.
           move ws-fee-amount to ws-preview-amount.
           move account-balance to ws-preview-balance.
           perform preview-posting
           .
      *>----------------------------------------------------------------

       start-preview.
           call "Preview-Post" using
                                  by content "H"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-job
                                             ws-preview-balance
           .
      *>----------------------------------------------------------------

       preview-posting.
           move account-no to ws-preview-account.
           call "Preview-Post" using
                                  by content "L"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-basis
                                             ws-preview-balance
           .
      *>----------------------------------------------------------------

       checkpoint-if-due.
           add 1 to ws-records-since-chkpt.
           if ws-records-since-chkpt >= ws-checkpoint-interval
