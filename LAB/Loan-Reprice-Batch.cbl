      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly batch job, run ahead of Loan-Repayment-Batch: reprices
      *> variable-rate loans off the base rate. A new base-rate row in
      *> ratetable.cfg is picked up as soon as its effective date is
      *> within the reprice.cfg notice period (default 14 days). For
      *> each variable loan it moves, the first installment the new
      *> rate applies to is the first due date on or after both the
      *> row's effective date and the end of the notice period; the
      *> new installment is worked out on the balance and term left
      *> at that date, parked on the loan record, and sent to the
      *> borrower through Notify-Post straight away. Once the
      *> installments before that date are paid, the new rate and
      *> installment go live on the actual balance and the unpaid
      *> rows of the schedule on loansched.dat are laid out again.
      *> Every notice and every change is kept per loan on
      *> loanreprice.dat, and listed on reprice.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Reprice-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoRepriceCfg assign to "reprice.cfg"
           organization is line sequential.

       Select optional archivoHistory assign to "loanreprice.dat"
           organization is line sequential.

       Select optional archivoSchedule assign to "loansched.dat"
           organization is line sequential.

       Select archivoSchedWork assign to "loansched.wrk"
           organization is line sequential.

       Select archivoReport assign to "reprice.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoRepriceCfg.
       01 reprice-config-record.
           05 rprccfg-notice-days  pic 9(3).

       FD archivoHistory.
       copy "LOANRPRC.cpy".

       FD archivoSchedule.
       copy "LOANSCHED.cpy".

       FD archivoSchedWork.
       01 sched-work-record      pic x(47).

       FD archivoReport.
       01 reprice-report-line    pic x(70).

       working-storage section.
       78 default-notice-days    value 14.
       77 ws-notice-days         pic 9(3).
       77 ws-today               pic 9(8).
       77 ws-horizon-days        pic 9(9) comp.
       77 ws-horizon-date        pic 9(8).
       77 ws-known-base-date     pic 9(8).
       77 ws-base-rate           pic v9(6).
       77 ws-base-date           pic 9(8).
       77 ws-new-rate            pic v9(6).
       77 ws-old-rate            pic v9(6).
       77 ws-calc-rate           pic v9(6).
       77 ws-hist-base-date      pic 9(8).
       77 ws-old-installment     pic s9(7)v99.
       77 ws-new-installment     pic s9(7)v99.
       77 ws-first-due-date      pic 9(8).
       77 ws-due-days            pic 9(9) comp.
       77 ws-due-date            pic 9(8).
       77 ws-balance             pic s9(7)v99.
       77 ws-remaining           pic 9(3).
       77 ws-monthly-rate        pic v9(9).
       77 ws-factor              pic 9(9)v9(6).
       77 ws-interest-part       pic s9(7)v99.
       77 ws-principal-part      pic s9(7)v99.
       77 ws-sched-index         pic 9(3).
       77 ws-sched-balance       pic s9(7)v99.
       77 ws-event               pic x(2) value "LN".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).
       77 ws-noticed-count       pic 9(5) value zero.
       77 ws-applied-count       pic 9(5) value zero.
       77 print-amount           pic -(7)9.99.
       77 ws-report-line         pic x(70).
       01 ws-base-bool           pic 9.
          88  ws-base-found        value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-loans     value 1.
       01 ws-sched-switch        pic 9 value zero.
          88  ws-no-more-rows      value 1.

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform load-notice-days.
           compute ws-horizon-days =
               function integer-of-date (ws-today) + ws-notice-days.
           compute ws-horizon-date =
               function date-of-integer (ws-horizon-days).
           move zero to ws-base-bool.
           call "Base-Rate" using
                                  by content ws-horizon-date
                                  by reference ws-base-rate
                                               ws-base-date
                                               ws-base-bool.
           open output archivoReport.
           open i-o archivoLoans.
           perform reprice-loan until ws-no-more-loans.
           close archivoLoans archivoReport.
           display "Loan-Reprice-Batch: noticed " ws-noticed-count
                   " repriced " ws-applied-count.
           stop run
           .
      *>----------------------------------------------------------------

       load-notice-days.
           move default-notice-days to ws-notice-days.
           open input archivoRepriceCfg
           read archivoRepriceCfg
                   at end
                       continue
                   not at end
                       move rprccfg-notice-days to ws-notice-days
           end-read.
           close archivoRepriceCfg
           .
      *>----------------------------------------------------------------

       reprice-loan.
           read archivoLoans next record
               at end
                   set ws-no-more-loans to true
               not at end
                   if loan-is-active
                   and loan-is-variable
                       if ws-base-found
                           perform check-new-base-row
                       end-if
                       if loan-reprice-due-date is greater than zero
                       and loan-next-due-date >= loan-reprice-due-date
                           perform apply-repricing
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> A row already noticed (parked on the loan) or already priced
      *> in is not news; a newer one replaces any notice still
      *> waiting. A row that leaves the rate where it is just moves
      *> the loan on to it.

       check-new-base-row.
           if loan-reprice-due-date is greater than zero
               move loan-new-base-date to ws-known-base-date
           else
               move loan-base-effective-date to ws-known-base-date
           end-if.
           if ws-base-date is greater than ws-known-base-date
               compute ws-new-rate = ws-base-rate + loan-margin
               if ws-new-rate is equal to loan-rate
               and loan-reprice-due-date is equal to zero
                   move ws-base-date to loan-base-effective-date
                   rewrite loan-record
               else
                   perform give-repricing-notice
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       give-repricing-notice.
           perform find-first-changed-due.
           perform project-new-installment.
           move ws-new-rate        to loan-new-rate.
           move ws-base-date       to loan-new-base-date.
           move ws-first-due-date  to loan-reprice-due-date.
           move loan-rate          to ws-old-rate.
           move loan-installment   to ws-old-installment.
           move ws-base-date       to ws-hist-base-date.
           rewrite loan-record.
           move ws-new-installment to print-amount.
           move spaces to ws-notify-text.
           string "Installment "    delimited by size
                  print-amount      delimited by size
                  " from "          delimited by size
                  ws-first-due-date delimited by size
                  into ws-notify-text
           end-string.
           call "Notify-Post" using
                                  by content loan-customer-id
                                             loan-account-no
                                             ws-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq.
           set rprc-is-notice to true.
           perform write-history.
           add 1 to ws-noticed-count.
           move "Notice " to ws-report-line.
           perform write-report-line
           .
      *>----------------------------------------------------------------

      *> The borrower must hear before the first changed installment
      *> falls due, so it is the first due date on or after both the
      *> row's effective date and the end of the notice period.

       find-first-changed-due.
           move loan-next-due-date to ws-first-due-date.
           compute ws-due-days =
               function integer-of-date (ws-first-due-date).
           perform step-due-date
               until ws-first-due-date >= ws-base-date
                 and ws-first-due-date >= ws-horizon-date
           .
      *>----------------------------------------------------------------

       step-due-date.
           add 30 to ws-due-days.
           compute ws-first-due-date =
               function date-of-integer (ws-due-days)
           .
      *>----------------------------------------------------------------

      *> The installments still due at the old rate before then are
      *> run off the balance, so the notice quotes the installment the
      *> borrower will actually see if they keep paying on time.

       project-new-installment.
           move loan-outstanding to ws-balance.
           perform set-remaining-term.
           compute ws-monthly-rate rounded = loan-rate / 12.
           move loan-next-due-date to ws-due-date.
           compute ws-due-days =
               function integer-of-date (ws-due-date).
           perform run-off-old-installment
               until ws-due-date >= ws-first-due-date
                  or ws-remaining is not greater than 1.
           move ws-new-rate to ws-calc-rate.
           perform compute-installment
           .
      *>----------------------------------------------------------------

       run-off-old-installment.
           compute ws-interest-part rounded =
                   ws-balance * ws-monthly-rate.
           compute ws-principal-part = loan-installment
                                     - ws-interest-part.
           if ws-principal-part is greater than ws-balance
               move ws-balance to ws-principal-part
           end-if.
           subtract ws-principal-part from ws-balance.
           subtract 1 from ws-remaining.
           add 30 to ws-due-days.
           compute ws-due-date =
               function date-of-integer (ws-due-days)
           .
      *>----------------------------------------------------------------

       set-remaining-term.
           if loan-term-months is greater than loan-paid-count
               compute ws-remaining = loan-term-months
                                    - loan-paid-count
           else
               move 1 to ws-remaining
           end-if
           .
      *>----------------------------------------------------------------

      *> The annuity on ws-balance over ws-remaining months at the
      *> rate in ws-calc-rate, the way Loan-Open computed it at booking.

       compute-installment.
           compute ws-monthly-rate rounded = ws-calc-rate / 12.
           if ws-monthly-rate is equal to zero
               compute ws-new-installment rounded =
                       ws-balance / ws-remaining
           else
               compute ws-factor rounded =
                       (1 + ws-monthly-rate) ** ws-remaining
               compute ws-new-installment rounded =
                       ws-balance * ws-monthly-rate * ws-factor
                       / (ws-factor - 1)
           end-if
           .
      *>----------------------------------------------------------------

      *> Going live, the installment is taken again on the real
      *> balance - the same figure as the notice unless a payment was
      *> missed or made early in between.

       apply-repricing.
           move loan-rate        to ws-old-rate.
           move loan-installment to ws-old-installment.
           move loan-reprice-due-date to ws-first-due-date.
           move loan-new-base-date    to ws-hist-base-date.
           move loan-outstanding to ws-balance.
           perform set-remaining-term.
           move loan-new-rate to ws-new-rate.
           move ws-new-rate to ws-calc-rate.
           perform compute-installment.
           move ws-new-rate        to loan-rate.
           move ws-new-installment to loan-installment.
           move loan-new-base-date to loan-base-effective-date.
           move zero to loan-new-rate.
           move zero to loan-new-base-date.
           move zero to loan-reprice-due-date.
           rewrite loan-record.
           perform regenerate-schedule.
           set rprc-is-applied to true.
           perform write-history.
           add 1 to ws-applied-count.
           move "Applied" to ws-report-line.
           perform write-report-line
           .
      *>----------------------------------------------------------------

       write-history.
           move loan-seq-no        to rprc-loan-seq.
           move ws-today           to rprc-date.
           move ws-hist-base-date  to rprc-base-date.
           compute rprc-base-rate = ws-new-rate - loan-margin.
           move loan-margin        to rprc-margin.
           move ws-old-rate        to rprc-old-rate.
           move ws-new-rate        to rprc-new-rate.
           move ws-old-installment to rprc-old-installment.
           move ws-new-installment to rprc-new-installment.
           move ws-first-due-date  to rprc-first-due-date.
           open extend archivoHistory
               write loan-reprice-record
           close archivoHistory
           .
      *>----------------------------------------------------------------

       write-report-line.
           move ws-new-installment to print-amount.
           move spaces to reprice-report-line.
           string ws-report-line (1:8) delimited by size
                  " loan "          delimited by size
                  loan-seq-no       delimited by size
                  " installment "   delimited by size
                  print-amount      delimited by size
                  " from "          delimited by size
                  ws-first-due-date delimited by size
                  into reprice-report-line
           end-string.
           write reprice-report-line.
           move spaces to ws-report-line
           .
      *>----------------------------------------------------------------

      *> The rows already paid stay as history; every later row of
      *> this loan is dropped and laid out again at the new rate from
      *> the next due date.

       regenerate-schedule.
           move zero to ws-sched-switch.
           open input archivoSchedule.
           open output archivoSchedWork.
           perform copy-out-schedule-row until ws-no-more-rows.
           close archivoSchedule archivoSchedWork.
           move zero to ws-sched-switch.
           open input archivoSchedWork.
           open output archivoSchedule.
           perform copy-back-schedule-row until ws-no-more-rows.
           close archivoSchedWork archivoSchedule.
           perform write-new-schedule
           .
      *>----------------------------------------------------------------

       copy-out-schedule-row.
           read archivoSchedule
               at end
                   set ws-no-more-rows to true
               not at end
                   if sched-loan-seq not equal loan-seq-no
                   or sched-installment-no not greater than
                      loan-paid-count
                       move loan-schedule-record to sched-work-record
                       write sched-work-record
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       copy-back-schedule-row.
           read archivoSchedWork
               at end
                   set ws-no-more-rows to true
               not at end
                   move sched-work-record to loan-schedule-record
                   write loan-schedule-record
           end-read
           .
      *>----------------------------------------------------------------

       write-new-schedule.
           compute ws-monthly-rate rounded = loan-rate / 12.
           move loan-outstanding to ws-sched-balance.
           compute ws-due-days =
                   function integer-of-date (loan-next-due-date) - 30.
           open extend archivoSchedule.
           compute ws-sched-index = loan-paid-count + 1.
           perform write-schedule-row
               until ws-sched-index is greater than loan-term-months.
           close archivoSchedule
           .
      *>----------------------------------------------------------------

       write-schedule-row.
           compute ws-interest-part rounded =
                   ws-sched-balance * ws-monthly-rate.
           compute ws-principal-part = loan-installment
                                     - ws-interest-part.
           if ws-sched-index is equal to loan-term-months
           or ws-principal-part is greater than ws-sched-balance
               move ws-sched-balance to ws-principal-part
           end-if.
           subtract ws-principal-part from ws-sched-balance.
           add 30 to ws-due-days.
           compute ws-due-date =
                   function date-of-integer (ws-due-days).
           move loan-seq-no        to sched-loan-seq.
           move ws-sched-index     to sched-installment-no.
           move ws-due-date        to sched-due-date.
           move ws-principal-part  to sched-principal-part.
           move ws-interest-part   to sched-interest-part.
           move ws-sched-balance   to sched-balance-after.
           write loan-schedule-record.
           add 1 to ws-sched-index
           .
      *>----------------------------------------------------------------

       end program Loan-Reprice-Batch.
