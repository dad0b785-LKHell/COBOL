      *> customer through Notify-Post. Uses the same checkpoint/
      *> restart scaffolding as Interest-Batch and the other nightly
      *> jobs.
      *> Given SIMULATE as the run mode on its input the job splits
      *> every due installment exactly as above and judges the linked
      *> account the way Subtract-money would, but collects nothing:
      *> the LP and LI debits it would post, and the installments it
      *> would miss, go to the prvloan.rpt preview through
      *> Preview-Post, and no loan, account, notification, report or
      *> checkpoint changes.
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is loan-seq-no.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoReport assign to "loanrepay.rpt"
           organization is line sequential.

       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoReport.
       01 repay-report-line      pic x(70).

       77 ws-checkpoint-interval pic 9 value 2.
       77 ws-records-since-chkpt pic 9 value zero.
       77 ws-resume-seq-no       pic 9(9) value zero.
       77 ws-available           pic s9(9)v99.
       77 ws-lien-target         pic x(1) value "A".
       77 ws-lien-ref            pic 9(9).
       77 ws-lien-amount         pic s9(9)v99.
       01 ws-run-mode            pic x(8) value spaces.
          88  ws-simulating        value "SIMULATE".
       77 ws-preview-file        pic x(12) value "prvloan.rpt".
       77 ws-preview-job         pic x(20) value "Loan-Repayment-Batch".
       77 ws-preview-account     pic 9(7).
       77 ws-preview-type        pic x(2).
       77 ws-preview-amount      pic s9(7)v99.
       77 ws-preview-basis       pic x(20).
       77 ws-preview-balance     pic s9(9)v99.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.

       main-procedure.
           accept ws-today from date yyyymmdd.
           accept ws-run-mode.
           if ws-simulating
               display "Loan-Repayment-Batch: simulation - preview to "
                       ws-preview-file
               move zero to ws-resume-seq-no
               call "Preview-Post" using
                                  by content "H"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-job
                                             ws-preview-balance
               open input archivoLoans
           else
               perform read-checkpoint
               open i-o archivoLoans
               if ws-resume-seq-no is equal to zero
                   open output archivoReport
               else
                   open extend archivoReport
               end-if
           end-if.
           if ws-resume-seq-no is greater than zero
               move ws-resume-seq-no to loan-seq-no
               end-start
           end-if.
           perform process-loan until ws-no-more-loans.
           close archivoLoans.
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
                   and loan-next-due-date <= ws-today
                       perform collect-installment
                   end-if
                   if not ws-simulating
                       perform checkpoint-if-due
                   end-if
           end-read
           .
      *>----------------------------------------------------------------
           if ws-principal-part is greater than loan-outstanding
               move loan-outstanding to ws-principal-part
           end-if.
           if ws-simulating
               perform preview-installment
           else
               perform take-installment
           end-if
           .
      *>----------------------------------------------------------------

       take-installment.
           move "LP" to ws-txn-type.
           move zero to bool.
           call "Subtract-money" using
           .
      *>----------------------------------------------------------------

      *> Subtract-money's own test for each debit - account open, not
      *> held or dormant, and the amount inside the balance plus
      *> overdraft headroom less any standing lien - applied to the
      *> principal and then to the interest left to take after it.

       preview-installment.
           move zero to ws-available.
           move loan-account-no to ws-lien-ref.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-lien-ref
                                  by reference ws-lien-amount.
           move loan-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record
                                            key is account-no
                   invalid key
                       move zero to account-balance
                                    account-overdraft-used
                   not invalid key
                       if not account-is-closed
                       and not account-on-hold
                       and not account-estate-hold
                       and not account-is-dormant
                       and not account-is-escheatable
                           compute ws-available =
                               account-balance
                             + account-overdraft-limit
                             - account-overdraft-used
                             - ws-lien-amount
                       end-if
               end-read
           close archivoAccounts.
           move loan-account-no to ws-preview-account.
           compute ws-preview-balance =
                   account-balance - account-overdraft-used.
           move spaces to ws-preview-basis.
           if ws-available < ws-principal-part
           or ws-available is not greater than zero
               move spaces to ws-preview-type
               move loan-installment to ws-preview-amount
               string "WOULD MISS " loan-seq-no
                      delimited by size
                      into ws-preview-basis
               end-string
               perform preview-posting
           else
               string "loan " loan-seq-no
                      delimited by size
                      into ws-preview-basis
               end-string
               move "LP" to ws-preview-type
               move ws-principal-part to ws-preview-amount
               subtract ws-principal-part from ws-available
                                               ws-preview-balance
               perform preview-posting
               if ws-interest-part is greater than zero
                   move ws-interest-part to ws-preview-amount
                   if ws-available < ws-interest-part
                       move spaces to ws-preview-type
                       move "interest would fail" to ws-preview-basis
                   else
                       move "LI" to ws-preview-type
                       subtract ws-interest-part from ws-preview-balance
                   end-if
                   perform preview-posting
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       preview-posting.
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

       apply-paid-installment.
           subtract ws-principal-part from loan-outstanding.
           add 1 to loan-paid-count.
                   function date-of-integer (ws-due-days).
           if loan-outstanding is not greater than zero
               set loan-is-paid-off to true
               move ws-today to loan-closed-date
           end-if.
           rewrite loan-record.
           if ws-interest-part is greater than zero
