      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Branch posting of an early repayment against a personal loan,
      *> debited from the loan's linked deposit account:
      *>   F full payoff  - settles against the open, unexpired
      *>                    Loan-Payoff-Quote figure: the principal as
      *>                    "LP", the accrued interest as "LI" and the
      *>                    early-settlement charge as "FE" (which
      *>                    carries its VAT with it). The account
      *>                    must cover the whole of it, VAT included,
      *>                    before anything is taken; a leg refused
      *>                    part-way puts back the legs already taken
      *>                    - the principal as "LD", the interest as
      *>                    "LY" - and the loan stays as it was.
      *>                    Otherwise the loan flips to paid off and
      *>                    any open collections item is closed as
      *>                    settled.
      *>   P prepayment   - a lump sum off the principal ("LP"), after
      *>                    which the customer either keeps the
      *>                    installment and shortens the term, or keeps
      *>                    the term and lowers the installment.
      *> Either way the unpaid rows of the loan's amortization schedule
      *> on loansched.dat are replaced: the file is copied through
      *> loansched.wrk without them and, for a loan still running,
      *> the new rows are laid out from the next due date on the same
      *> declining-balance split Loan-Open used.
      *> Money taken on a loan already written off is a recovery, not
      *> a repayment: it posts as "LR" to its own GL income line, is
      *> added to the loan's written-off register entry and logged on
      *> loanrecov.dat for the month-end loan-loss report.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Prepay.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoQuotes assign to "loanquote.dat"
           organization is indexed
           access is dynamic
           record key is quote-loan-seq.

       Select optional archivoCollect assign to "collect.dat"
           organization is indexed
           access is dynamic
           record key is coll-seq-no.

       Select optional archivoSchedule assign to "loansched.dat"
           organization is line sequential.

       Select archivoSchedWork assign to "loansched.wrk"
           organization is line sequential.

       Select optional archivoWriteoff assign to "writeoff.dat"
           organization is indexed
           access is dynamic
           record key is wo-loan-seq.

       Select optional archivoRecovery assign to "loanrecov.dat"
           organization is line sequential.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoVatCfg assign to "vat.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoQuotes.
       copy "LOANQUOTE.cpy".

       FD archivoCollect.
       copy "COLLECT.cpy".

       FD archivoSchedule.
       copy "LOANSCHED.cpy".

       FD archivoSchedWork.
       01 sched-work-record      pic x(47).

       FD archivoWriteoff.
       copy "WRITEOFF.cpy".

       FD archivoRecovery.
       copy "LOANRECV.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoVatCfg.
       01 vat-config-record.
           05 vatcfg-rate          pic v9(4).

       working-storage section.
       78 default-vat-rate       value .1500.
       77 ws-today               pic 9(8).
       77 ws-loan-seq            pic 9(9).
       77 ws-mode                pic x(1).
       77 ws-choice              pic x(1).
       77 ws-amount              pic 9(7).
       77 ws-amount-dec          pic s9(7)v99.
       77 ws-monthly-rate        pic v9(9).
       77 ws-factor              pic 9(9)v9(6).
       77 ws-remaining           pic 9(3).
       77 ws-sched-index         pic 9(3).
       77 ws-sched-balance       pic s9(7)v99.
       77 ws-interest-part       pic s9(7)v99.
       77 ws-principal-part      pic s9(7)v99.
       77 ws-due-days            pic 9(9) comp.
       77 ws-due-date            pic 9(8).
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-closed-count        pic 9(3).
       77 ws-quote-total         pic s9(7)v99.
       77 ws-quote-interest      pic s9(7)v99.
       77 ws-quote-charge        pic s9(7)v99.
       77 ws-event               pic x(2) value "LN".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).
       77 ws-vat-rate            pic v9(4).
       77 ws-settle-needed       pic s9(9)v99.
       77 ws-available           pic s9(9)v99.
       77 ws-lien-target         pic x(1) value "A".
       77 ws-lien-ref            pic 9(9).
       77 ws-lien-amount         pic s9(9)v99.
       77 print-amount           pic -(7)9.99.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-leg-bool            pic 9.
          88  ws-leg-posted        value 1.
       01 ws-legs-switch         pic 9 value zero.
          88  ws-all-legs-posted   value 1.
       01 ws-interest-switch     pic 9 value zero.
          88  ws-interest-taken    value 1.
       01 ws-principal-switch    pic 9 value zero.
          88  ws-principal-taken   value 1.
       01 ws-funds-switch        pic 9 value zero.
          88  ws-funds-cover       value 1.
       01 ws-quote-bool          pic 9 value zero.
          88  ws-quote-usable      value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Loan seq no ? : " no advancing.
           accept ws-loan-seq.
           move ws-loan-seq to loan-seq-no.
           open i-o archivoLoans.
           read archivoLoans record
                             key is loan-seq-no
               invalid key
                   display space
                   display "    No such loan"
               not invalid key
                   evaluate true
                       when loan-is-active
                           perform take-repayment
                       when loan-is-written-off
                           perform take-recovery
                       when other
                           display space
                           display "    Loan is already paid off"
                   end-evaluate
           end-read.
           close archivoLoans.
           exit program
           .
      *>----------------------------------------------------------------

       take-repayment.
           move loan-outstanding to print-amount.
           display "    Principal outstanding : " print-amount.
           display "    F=full payoff  P=part prepayment ? : "
                   no advancing.
           move space to ws-mode.
           accept ws-mode.
           evaluate ws-mode
               when "F"
               when "f"
                   perform settle-in-full
               when "P"
               when "p"
                   perform take-prepayment
               when other
                   display "    Unknown option"
           end-evaluate
           .
      *>----------------------------------------------------------------

      *> A full settlement is only ever taken at a quoted figure -
      *> a quote that has expired, been used, or been overtaken by
      *> an installment collected since is refused for a fresh one.

       settle-in-full.
           perform look-up-quote.
           if not ws-quote-usable
               display space
               display "    No current payoff quote - take a new"
               display "    quote first"
               exit paragraph
           end-if.
           move ws-quote-total to print-amount.
           display "    Settlement amount     : " print-amount.
           perform check-funds-cover-quote.
           if not ws-funds-cover
               move ws-settle-needed to print-amount
               display space
               display "    Not enough available to settle - "
                       print-amount " needed"
               exit paragraph
           end-if.
           perform post-settlement-legs.
           if not ws-all-legs-posted
               perform return-settlement-legs
               display space
               display "    Debit refused - loan not settled"
               exit paragraph
           end-if.
           move zero to loan-outstanding.
           set loan-is-paid-off to true.
           move ws-today to loan-closed-date.
           rewrite loan-record.
           perform mark-quote-used.
           perform close-collection-items.
           perform regenerate-schedule.
           move spaces to ws-notify-text.
           string "Loan repaid in full - congratulations"
                  delimited by size
                  into ws-notify-text
           end-string.
           perform queue-loan-notice.
           display space.
           display "    Loan " loan-seq-no " settled in full".
           if ws-closed-count is greater than zero
               display "    Collections items closed : "
                       ws-closed-count
           end-if
           .
      *>----------------------------------------------------------------

       look-up-quote.
           move zero to ws-quote-bool.
           move loan-seq-no to quote-loan-seq.
           open input archivoQuotes
               read archivoQuotes record
                                  key is quote-loan-seq
                   invalid key
                       continue
                   not invalid key
                       if quote-is-open
                       and quote-expiry-date >= ws-today
                       and quote-principal = loan-outstanding
                           set ws-quote-usable to true
                           move quote-total    to ws-quote-total
                           move quote-interest to ws-quote-interest
                           move quote-charge   to ws-quote-charge
                       end-if
               end-read
           close archivoQuotes
           .
      *>----------------------------------------------------------------

      *> The whole settlement - the quote plus the VAT its charge
      *> will carry - is held against what the account has available
      *> the way Subtract-money reckons it, so a settlement short of
      *> funds is turned away before any leg is taken.

       check-funds-cover-quote.
           move zero to ws-funds-switch.
           move default-vat-rate to ws-vat-rate.
           open input archivoVatCfg
           read archivoVatCfg
                   at end
                       continue
                   not at end
                       move vatcfg-rate to ws-vat-rate
           end-read.
           close archivoVatCfg.
           compute ws-settle-needed rounded =
                   ws-quote-total + ws-quote-charge * ws-vat-rate.
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
                       continue
                   not invalid key
                       compute ws-available =
                               account-balance
                             + account-overdraft-limit
                             - account-overdraft-used
                             - ws-lien-amount
                       if ws-available is not less than
                          ws-settle-needed
                           set ws-funds-cover to true
                       end-if
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

      *> Interest first, then principal, the charge last: the charge
      *> brings its VAT with it and has no leg to put back after it,
      *> so whatever is refused leaves only interest and principal
      *> to return.

       post-settlement-legs.
           move zero to ws-legs-switch ws-interest-switch
                        ws-principal-switch.
           if ws-quote-interest is greater than zero
               move ws-quote-interest to ws-amount-dec
               move "LI" to ws-txn-type
               perform take-settlement-leg
               if not ws-leg-posted
                   exit paragraph
               end-if
               set ws-interest-taken to true
           end-if.
           move loan-outstanding to ws-amount-dec.
           move "LP" to ws-txn-type.
           perform take-settlement-leg.
           if not ws-leg-posted
               exit paragraph
           end-if.
           set ws-principal-taken to true.
           if ws-quote-charge is greater than zero
               move ws-quote-charge to ws-amount-dec
               move "FE" to ws-txn-type
               perform take-settlement-leg
               if not ws-leg-posted
                   exit paragraph
               end-if
           end-if.
           set ws-all-legs-posted to true
           .
      *>----------------------------------------------------------------

       take-settlement-leg.
           move zero to ws-leg-bool.
           call "Subtract-money" using
                                  by content loan-account-no
                                             ws-amount-dec
                                  by reference ws-leg-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
           .
      *>----------------------------------------------------------------

      *> Each leg already taken goes back to the account booked as
      *> its mirror - principal back out to the loan as "LD", the
      *> interest back out of income as "LY" - so the ledger nets
      *> to nothing for a settlement that did not happen.

       return-settlement-legs.
           if ws-principal-taken
               move loan-outstanding to ws-amount-dec
               move "LD" to ws-txn-type
               perform return-settlement-leg
           end-if.
           if ws-interest-taken
               move ws-quote-interest to ws-amount-dec
               move "LY" to ws-txn-type
               perform return-settlement-leg
           end-if
           .
      *>----------------------------------------------------------------

       return-settlement-leg.
           move zero to ws-leg-bool.
           call "Add-money" using
                                  by content loan-account-no
                                             ws-amount-dec
                                  by reference ws-leg-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if not ws-leg-posted
               move ws-amount-dec to print-amount
               display "    " ws-txn-type " " print-amount
                       " could not be returned - refer to"
               display "    operations"
           end-if
           .
      *>----------------------------------------------------------------

       mark-quote-used.
           move loan-seq-no to quote-loan-seq.
           open i-o archivoQuotes
               read archivoQuotes record
                                  key is quote-loan-seq
                   invalid key
                       continue
                   not invalid key
                       set quote-is-used to true
                       rewrite loan-quote-record
               end-read
           close archivoQuotes
           .
      *>----------------------------------------------------------------

       close-collection-items.
           move zero to ws-closed-count.
           move zero to ws-at-end-switch.
           open i-o archivoCollect.
           perform close-one-item until ws-no-more-records.
           close archivoCollect
           .
      *>----------------------------------------------------------------

       close-one-item.
           read archivoCollect next record
               at end
                   set ws-no-more-records to true
               not at end
                   if coll-is-open
                   and coll-loan-seq is equal to loan-seq-no
                       set coll-is-closed to true
                       set coll-loan-settled to true
                       move ls-staff-id to coll-staff-id
                       move ws-today to coll-close-date
                       rewrite collection-item-record
                       add 1 to ws-closed-count
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-prepayment.
           display "    Prepayment amount ? : " no advancing.
           accept ws-amount.
           move ws-amount to ws-amount-dec.
           if ws-amount-dec is equal to zero
               display space
               display "    Amount must be greater than zero"
           else
           if ws-amount-dec is not less than loan-outstanding
               display space
               display "    That clears the loan - take a payoff"
               display "    quote and settle in full instead"
           else
               display "    T=shorten term  I=lower installment ? : "
                       no advancing
               move space to ws-choice
               accept ws-choice
               if ws-choice not equal "T" and ws-choice not equal "t"
               and ws-choice not equal "I" and ws-choice not equal "i"
                   display "    Unknown option"
               else
                   perform post-prepayment
               end-if
           end-if
           end-if
           .
      *>----------------------------------------------------------------

       post-prepayment.
           move "LP" to ws-txn-type.
           move zero to bool.
           call "Subtract-money" using
                                  by content loan-account-no
                                             ws-amount-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if not exist
               display space
               display "    Debit refused - prepayment not taken"
           else
               subtract ws-amount-dec from loan-outstanding
               compute ws-monthly-rate rounded = loan-rate / 12
               if ws-choice is equal to "T" or ws-choice is equal to "t"
                   perform shorten-term
               else
                   perform lower-installment
               end-if
               rewrite loan-record
               perform regenerate-schedule
               move ws-amount-dec to print-amount
               move spaces to ws-notify-text
               string "Loan prepayment received " delimited by size
                      print-amount                delimited by size
                      into ws-notify-text
               end-string
               perform queue-loan-notice
               display space
               move loan-installment to print-amount
               display "    Installment now       : " print-amount
               display "    Term now (months)     : " loan-term-months
           end-if
           .
      *>----------------------------------------------------------------

      *> Same installment, fewer months: the remaining balance is run
      *> forward month by month until it amortizes, and the term is
      *> what has been paid plus what that run took.

       shorten-term.
           move loan-outstanding to ws-sched-balance.
           move zero to ws-remaining.
           perform count-remaining-month
               until ws-sched-balance is not greater than zero.
           compute loan-term-months = loan-paid-count + ws-remaining
           .
      *>----------------------------------------------------------------

       count-remaining-month.
           compute ws-interest-part rounded =
                   ws-sched-balance * ws-monthly-rate.
           compute ws-principal-part = loan-installment
                                     - ws-interest-part.
           if ws-principal-part is greater than ws-sched-balance
               move ws-sched-balance to ws-principal-part
           end-if.
           subtract ws-principal-part from ws-sched-balance.
           add 1 to ws-remaining
           .
      *>----------------------------------------------------------------

      *> Same months, smaller installment: the annuity is recomputed
      *> on the reduced balance over what is left of the term, the
      *> way Loan-Open computed it at booking.

       lower-installment.
           if loan-term-months is greater than loan-paid-count
               compute ws-remaining = loan-term-months
                                    - loan-paid-count
           else
               move 1 to ws-remaining
               compute loan-term-months = loan-paid-count + 1
           end-if.
           if ws-monthly-rate is equal to zero
               compute loan-installment rounded =
                       loan-outstanding / ws-remaining
           else
               compute ws-factor rounded =
                       (1 + ws-monthly-rate) ** ws-remaining
               compute loan-installment rounded =
                       loan-outstanding * ws-monthly-rate * ws-factor
                       / (ws-factor - 1)
           end-if
           .
      *>----------------------------------------------------------------

      *> The rows already paid stay as history; every later row of
      *> this loan is dropped and, unless the loan is now settled,
      *> laid out again from the next due date.

       regenerate-schedule.
           move zero to ws-at-end-switch.
           open input archivoSchedule.
           open output archivoSchedWork.
           perform copy-out-schedule-row until ws-no-more-records.
           close archivoSchedule archivoSchedWork.
           move zero to ws-at-end-switch.
           open input archivoSchedWork.
           open output archivoSchedule.
           perform copy-back-schedule-row until ws-no-more-records.
           close archivoSchedWork archivoSchedule.
           if loan-is-active
               perform write-new-schedule
           end-if
           .
      *>----------------------------------------------------------------

       copy-out-schedule-row.
           read archivoSchedule
               at end
                   set ws-no-more-records to true
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
                   set ws-no-more-records to true
               not at end
                   move sched-work-record to loan-schedule-record
                   write loan-schedule-record
           end-read
           .
      *>----------------------------------------------------------------

       write-new-schedule.
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

       take-recovery.
           display "    Loan written off - amount recovered ? : "
                   no advancing.
           accept ws-amount.
           move ws-amount to ws-amount-dec.
           if ws-amount-dec is equal to zero
               display space
               display "    Amount must be greater than zero"
           else
               move "LR" to ws-txn-type
               move zero to bool
               call "Subtract-money" using
                                  by content loan-account-no
                                             ws-amount-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               if not exist
                   display space
                   display "    Debit refused - nothing recovered"
               else
                   perform record-recovery
                   move ws-amount-dec to print-amount
                   display space
                   display "    Recovery of " print-amount
                           " posted on loan " loan-seq-no
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       record-recovery.
           move loan-seq-no to wo-loan-seq.
           open i-o archivoWriteoff
               read archivoWriteoff record
                                    key is wo-loan-seq
                   invalid key
                       continue
                   not invalid key
                       add ws-amount-dec to wo-recovered
                       move ws-today to wo-last-recovery-date
                       rewrite writeoff-record
               end-read
           close archivoWriteoff.
           move loan-seq-no     to recv-loan-seq.
           move loan-account-no to recv-account-no.
           move ws-amount-dec   to recv-amount.
           move ls-staff-id     to recv-staff-id.
           move ws-today        to recv-date.
           open extend archivoRecovery
               write loan-recovery-record
           close archivoRecovery
           .
      *>----------------------------------------------------------------

       queue-loan-notice.
           call "Notify-Post" using
                                  by content loan-customer-id
                                             loan-account-no
                                             ws-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq
           .
      *>----------------------------------------------------------------

       end program Loan-Prepay.
