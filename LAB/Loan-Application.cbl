      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Takes a personal loan application at the branch and decides
      *> it before anything is booked. The staff member keys the
      *> disbursement account (whose owner is the applicant), the
      *> amount, term and purpose, and fixed or variable pricing; the
      *> installment is quoted the way Loan-Open will price it. Then
      *> the assessment:
      *>   - income: the applicant's salary credits ("SA", posted by
      *>     Payroll-Intake-Batch) to any of their accounts over the
      *>     last complete months - lendrule.cfg says how many - from
      *>     the live journal and the month archives (jrnlYYYYMM.arc),
      *>     averaged per month. No salary at all declines; a month
      *>     with none refers;
      *>   - existing debt: the installments on the applicant's
      *>     active loans on loan.dat; a loan in arrears refers, a
      *>     written-off loan declines;
      *>   - debt-to-income: existing plus new installments over the
      *>     monthly income, held against lendrule.cfg's approve and
      *>     refer percentages (Lending-Rule);
      *>   - exposure: loans outstanding, overdraft limits and the
      *>     new amount against exposure.cfg's single-obligor limit
      *>     Credit-Exposure-Batch reports on - over it refers;
      *>   - credit bureau: the applicant's facilities as last
      *>     reported on bureau.dat - delinquent refers, written off
      *>     declines;
      *>   - KYC: no record declines; an expired document, an overdue
      *>     review or a high risk class refers.
      *> Any decline reason declines, otherwise any refer reason
      *> refers, otherwise the application is approved. Every
      *> application is kept on loanapp.dat with its figures and
      *> reasons; an approved or referred one is queued for a second
      *> supervisor ("LA") and Approval-Workbench books it through
      *> Loan-Open on release.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Application.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoArchive assign to ws-archive-filename
           organization is line sequential.

       Select optional archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoBureau assign to "bureau.dat"
           organization is line sequential.

       Select optional archivoKyc assign to "kyc.dat"
           organization is indexed
           access is dynamic
           record key is kyc-customer-id.

       Select optional archivoExposureCfg assign to "exposure.cfg"
           organization is line sequential.

       Select optional archivoLoanApp assign to "loanapp.dat"
           organization is indexed
           access is dynamic
           record key is la-seq-no.

       Select archivoLoanAppSeq assign to "loanappseq.dat"
           organization is indexed
           access is dynamic
           record key is laseq-key.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoArchive.
       01 archive-line-record.
           05 arc-seq-no           pic 9(9).
           05 filler               pic x(2).
           05 arc-account-no       pic 9(7).
           05 filler               pic x(2).
           05 arc-txn-type         pic x(2).
           05 filler               pic x(2).
           05 arc-date-print       pic x(10).
           05 filler               pic x(2).
           05 arc-amount-print     pic x(9).

       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoBureau.
       copy "BUREAUREC.cpy".

       FD archivoKyc.
       copy "KYCREC.cpy".

       FD archivoExposureCfg.
       01 exposure-config-record.
           05 expcfg-obligor-limit pic 9(9)v99.

       FD archivoLoanApp.
       copy "LOANAPP.cpy".

       FD archivoLoanAppSeq.
       01 laseq-record.
           05 laseq-key             pic 9(1).
           05 laseq-next            pic 9(9).

       working-storage section.
      *> Pricing as Loan-Open prices: account type 4 rate table rows,
      *> the flat lending rate when none is loaded.
       78 loan-rate-account-type  value 4.
       78 default-loan-rate       value .120000.
       78 default-obligor-limit   value 500000.00.
       78 max-applicant-accounts  value 8.
       77 ws-today               pic 9(8).
       77 ws-account-no          pic 9(7).
       77 ws-customer-id         pic 9(5).
       77 ws-amount              pic 9(7).
       77 ws-amount-dec          pic s9(7)v99.
       77 ws-term-months         pic 9(3).
       77 ws-purpose-code        pic x(1).
       77 ws-purpose-text        pic x(20).
       77 ws-rate-type           pic x(1).
       77 ws-margin              pic 9v9(6).
       77 ws-annual-rate         pic v9(6).
       77 ws-base-rate           pic v9(6).
       77 ws-base-date           pic 9(8).
       77 ws-monthly-rate        pic v9(9).
       77 ws-factor              pic 9(9)v9(6).
       77 ws-new-installment     pic s9(7)v99.
       77 ws-existing-installments pic s9(7)v99.
       77 ws-approve-dti         pic 9(3)v99.
       77 ws-refer-dti           pic 9(3)v99.
       77 ws-salary-months       pic 9.
       77 ws-salary-total        pic s9(9)v99.
       77 ws-monthly-income      pic s9(7)v99.
       77 ws-dti-pct             pic 9(3)v99.
       77 ws-exposure            pic s9(9)v99.
       77 ws-obligor-limit       pic 9(9)v99.
       77 ws-first-month         pic 9(6).
       77 ws-period              pic 9(6).
       77 ws-first-month-no      pic 9(6).
       77 ws-entry-month-no      pic 9(6).
       77 ws-month-index         pic 9(2).
       77 ws-month-slot          pic 9(6).
       77 ws-months-paid         pic 9.
       77 ws-entry-amount        pic s9(7)v99.
       77 ws-archive-filename    pic x(30).
       77 ws-reason-code         pic x(2).
       77 ws-reason-text         pic x(40).
       77 ws-app-seq             pic 9(9).
       77 ws-decision            pic x(1).
       77 ws-action              pic x(2) value "LA".
       77 ws-approval-seq        pic 9(9).
       77 ws-approval-amount     pic s9(9)v99.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-zero-type           pic 9 value zero.
       77 ws-zero-id             pic 9(5) value zero.
       77 ws-outcome-name        pic x(10).
       77 ws-no-currency         pic x(3) value spaces.
       77 ws-no-routing          pic x(4) value spaces.
       77 a                      pic 9(2).
       77 r                      pic 9.
       77 print-amount           pic -(7)9.99.
       77 print-dti              pic zz9.99.
       01 ws-entry-date          pic 9(8).
       01 ws-entry-date-parts redefines ws-entry-date.
           05 ws-entry-yyyy      pic 9(4).
           05 ws-entry-mm        pic 9(2).
           05 ws-entry-dd        pic 9(2).
       01 ws-month-parts.
           05 ws-month-yyyy      pic 9(4).
           05 ws-month-mm        pic 9(2).
       01 ws-month-value redefines ws-month-parts pic 9(6).
       01 ws-applicant-accounts.
           05 ws-acct-count      pic 9(2) value zero.
           05 ws-acct-entry      pic 9(7) occurs 8 times.
       01 ws-salary-table.
           05 ws-salary-paid     pic 9 occurs 6 times.
       01 ws-reason-table.
           05 ws-reason-count    pic 9 value zero.
           05 ws-reason          pic x(2) occurs 6 times.
       01 ws-decline-switch      pic 9 value zero.
          88  ws-must-decline      value 1.
       01 ws-refer-switch        pic 9 value zero.
          88  ws-must-refer        value 1.
       01 ws-rate-bool           pic 9.
          88  ws-rate-found        value 1.
       01 ws-account-bool        pic 9 value zero.
          88  ws-account-usable    value 1.
       01 ws-digit-bool          pic 9 value zero.
          88  ws-account-possible  value 1.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Disbursement account ? : " no advancing.
           accept ws-account-no.
           call "Validate-Account-No" using
                                  by content ws-account-no
                                  by reference ws-digit-bool.
           if not ws-account-possible
               display space
               display "    That account number is not valid"
               exit program
           end-if.
           perform check-account-usable.
           if not ws-account-usable
               display space
               display "    Account cannot take the disbursement"
               exit program
           end-if.
           display "    Amount requested     ? : " no advancing.
           accept ws-amount.
           move ws-amount to ws-amount-dec.
           display "    Term in months       ? : " no advancing.
           accept ws-term-months.
           if ws-amount is equal to zero
           or ws-term-months is equal to zero
               display space
               display "    Amount and term must both be"
               display "    greater than zero"
               exit program
           end-if.
           perform take-purpose.
           display "    Rate (F=fixed V=variable) ? : " no advancing.
           move space to ws-rate-type.
           accept ws-rate-type.
           if ws-rate-type is equal to "v"
               move "V" to ws-rate-type
           end-if.
           if ws-rate-type is equal to "V"
               display "    Margin over base rate (9.999999) ? : "
                       no advancing
               accept ws-margin
               perform look-up-base-rate
               if not ws-rate-found
                   display space
                   display "    No base rate loaded - apply for a"
                   display "    fixed-rate loan instead"
                   exit program
               end-if
           else
               move space to ws-rate-type
               move zero  to ws-margin
               perform look-up-rate
           end-if.
           perform compute-installment.
           call "Lending-Rule" using
                                  by reference ws-approve-dti
                                               ws-refer-dti
                                               ws-salary-months.
           perform assess-application.
           perform record-application.
           perform show-outcome.
           exit program
           .
      *>----------------------------------------------------------------

       check-account-usable.
           move zero to ws-account-bool.
           move zero to ws-customer-id.
           move ws-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                                            key is account-no
                   invalid key
                       continue
                   not invalid key
                       if not account-is-closed
                       and not account-on-hold
                           set ws-account-usable to true
                           move account-owner-id to ws-customer-id
                       end-if
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       take-purpose.
           display "    Purpose C=car H=home improvement E=education".
           display "            D=debt consolidation O=other".
           display "    Purpose ? : " no advancing.
           accept ws-purpose-code.
           move ws-purpose-code to la-purpose-code.
           if not la-for-car and not la-for-home
           and not la-for-education and not la-for-consolidation
               move "O" to ws-purpose-code la-purpose-code
           end-if.
           display "    Purpose note (blank = purpose) ? : "
                   no advancing.
           move spaces to ws-purpose-text.
           accept ws-purpose-text.
           if ws-purpose-text is equal to spaces
               evaluate true
                   when la-for-car
                       move "Car purchase"       to ws-purpose-text
                   when la-for-home
                       move "Home improvement"   to ws-purpose-text
                   when la-for-education
                       move "Education"          to ws-purpose-text
                   when la-for-consolidation
                       move "Debt consolidation" to ws-purpose-text
                   when other
                       move "Personal"           to ws-purpose-text
               end-evaluate
           end-if
           .
      *>----------------------------------------------------------------

       look-up-rate.
           move zero to ws-annual-rate.
           move zero to ws-rate-bool.
           call "Interest-Rate" using
                                  by content loan-rate-account-type
                                             ws-amount-dec
                                             ws-today
                                  by reference ws-annual-rate
                                               ws-rate-bool.
           if not ws-rate-found
               move default-loan-rate to ws-annual-rate
           end-if
           .
      *>----------------------------------------------------------------

       look-up-base-rate.
           move zero to ws-rate-bool.
           call "Base-Rate" using
                                  by content ws-today
                                  by reference ws-base-rate
                                               ws-base-date
                                               ws-rate-bool.
           compute ws-annual-rate = ws-base-rate + ws-margin
           .
      *>----------------------------------------------------------------

       compute-installment.
           compute ws-monthly-rate rounded = ws-annual-rate / 12.
           if ws-monthly-rate is equal to zero
               compute ws-new-installment rounded =
                       ws-amount-dec / ws-term-months
           else
               compute ws-factor rounded =
                       (1 + ws-monthly-rate) ** ws-term-months
               compute ws-new-installment rounded =
                       ws-amount-dec * ws-monthly-rate * ws-factor
                       / (ws-factor - 1)
           end-if
           .
      *>----------------------------------------------------------------

       assess-application.
           move zero to ws-reason-count ws-decline-switch
                        ws-refer-switch.
           move zero to ws-exposure ws-existing-installments.
           perform gather-applicant-accounts.
           perform weigh-salary-credits.
           perform weigh-existing-loans.
           perform check-bureau-record.
           perform check-kyc-record.
           perform check-exposure.
           perform check-affordability.
           evaluate true
               when ws-must-decline
                   move "D" to ws-decision
               when ws-must-refer
                   move "R" to ws-decision
               when other
                   move "A" to ws-decision
           end-evaluate
           .
      *>----------------------------------------------------------------

      *> Every open account the applicant owns - salary may land on
      *> any of them - and the overdraft limits they carry, which
      *> count toward the exposure.

       gather-applicant-accounts.
           move zero to ws-acct-count.
           move zero to ws-at-end-switch.
           move ws-customer-id to account-owner-id.
           open input archivoAccounts.
           start archivoAccounts key is equal to account-owner-id
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform take-applicant-account until ws-no-more-records.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       take-applicant-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if account-owner-id not equal ws-customer-id
                       set ws-no-more-records to true
                   else
                       if account-is-open
                       and ws-acct-count is less than
                           max-applicant-accounts
                           add 1 to ws-acct-count
                           move account-no
                             to ws-acct-entry (ws-acct-count)
                           add account-overdraft-limit to ws-exposure
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The window is the last complete months, oldest first; each
      *> salary credit inside it marks its month paid. Months the
      *> journal archive has already taken are read back from their
      *> month files, the way Offer-Select-Batch reads them.

       weigh-salary-credits.
           move zero to ws-salary-total.
           move zero to ws-salary-table.
           move ws-today (1:6) to ws-first-month.
           move 1 to ws-month-index.
           perform step-month-back
               until ws-month-index is greater than ws-salary-months.
           move ws-first-month to ws-month-value.
           compute ws-first-month-no =
                   ws-month-yyyy * 12 + ws-month-mm.
           move 1 to a.
           perform read-account-salary
               until a is greater than ws-acct-count.
           move ws-first-month to ws-period.
           move 1 to ws-month-index.
           perform read-one-archive
               until ws-month-index is greater than ws-salary-months
           .
      *>----------------------------------------------------------------

       step-month-back.
           if ws-first-month (5:2) is equal to "01"
               compute ws-first-month = ws-first-month - 89
           else
               compute ws-first-month = ws-first-month - 1
           end-if.
           add 1 to ws-month-index
           .
      *>----------------------------------------------------------------

       read-account-salary.
           move zero to ws-at-end-switch.
           move ws-acct-entry (a) to journal-account-no.
           open input archivoJournal.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform weigh-journal-entry until ws-no-more-records.
           close archivoJournal.
           add 1 to a
           .
      *>----------------------------------------------------------------

       weigh-journal-entry.
           read archivoJournal next record
               at end
                   set ws-no-more-records to true
               not at end
                   if journal-account-no not equal ws-acct-entry (a)
                       set ws-no-more-records to true
                   else
                       if journal-is-salary-credit
                       and journal-not-reversed
                           move journal-date   to ws-entry-date
                           move journal-amount to ws-entry-amount
                           perform take-salary
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       read-one-archive.
           move spaces to ws-archive-filename.
           string "jrnl"     delimited by size
                  ws-period  delimited by size
                  ".arc"     delimited by size
                  into ws-archive-filename
           end-string.
           move zero to ws-at-end-switch.
           open input archivoArchive.
           perform weigh-archive-line until ws-no-more-records.
           close archivoArchive.
           if ws-period (5:2) is equal to "12"
               compute ws-period = ws-period + 89
           else
               compute ws-period = ws-period + 1
           end-if.
           add 1 to ws-month-index
           .
      *>----------------------------------------------------------------

       weigh-archive-line.
           read archivoArchive
               at end
                   set ws-no-more-records to true
               not at end
                   if arc-txn-type is equal to "SA"
                       perform find-applicant-account
                       if ws-entry-found
                           move arc-date-print (1:4)
                             to ws-entry-date (1:4)
                           move arc-date-print (6:2)
                             to ws-entry-date (5:2)
                           move arc-date-print (9:2)
                             to ws-entry-date (7:2)
                           compute ws-entry-amount =
                               function numval (arc-amount-print)
                           perform take-salary
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       find-applicant-account.
           move zero to ws-found-switch.
           move 1 to a.
           perform match-applicant-account
               until a is greater than ws-acct-count
                  or ws-entry-found
           .
      *>----------------------------------------------------------------

       match-applicant-account.
           if ws-acct-entry (a) is equal to arc-account-no
               set ws-entry-found to true
           else
               add 1 to a
           end-if
           .
      *>----------------------------------------------------------------

       take-salary.
           compute ws-entry-month-no =
                   ws-entry-yyyy * 12 + ws-entry-mm.
           if ws-entry-month-no is less than ws-first-month-no
               exit paragraph
           end-if.
           compute ws-month-slot =
                   ws-entry-month-no - ws-first-month-no + 1.
           if ws-month-slot is greater than ws-salary-months
               exit paragraph
           end-if.
           move 1 to ws-salary-paid (ws-month-slot).
           add ws-entry-amount to ws-salary-total
           .
      *>----------------------------------------------------------------

      *> Installments already committed to, outstanding balances for
      *> the exposure, and the applicant's record with us: a loan in
      *> arrears refers, one written off declines.

       weigh-existing-loans.
           move zero to ws-at-end-switch.
           open input archivoLoans.
           perform weigh-one-loan until ws-no-more-records.
           close archivoLoans
           .
      *>----------------------------------------------------------------

       weigh-one-loan.
           read archivoLoans next record
               at end
                   set ws-no-more-records to true
               not at end
                   if loan-customer-id is equal to ws-customer-id
                       evaluate true
                           when loan-is-active
                               add loan-installment
                                to ws-existing-installments
                               add loan-outstanding to ws-exposure
                               if loan-days-past-due is greater
                                  than zero
                               or loan-missed-count is greater
                                  than zero
                                   move "AR" to ws-reason-code
                                   perform add-refer-reason
                               end-if
                           when loan-is-written-off
                               move "BW" to ws-reason-code
                               perform add-decline-reason
                       end-evaluate
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> What the bureau holds on the applicant's facilities, as the
      *> last monthly file reported them.

       check-bureau-record.
           move zero to ws-at-end-switch.
           open input archivoBureau.
           perform weigh-bureau-record until ws-no-more-records.
           close archivoBureau
           .
      *>----------------------------------------------------------------

       weigh-bureau-record.
           read archivoBureau
               at end
                   set ws-no-more-records to true
               not at end
                   if cbd-record-type is equal to "D"
                   and cbd-customer-id is equal to ws-customer-id
                       evaluate true
                           when cbd-is-written-off
                               move "BW" to ws-reason-code
                               perform add-decline-reason
                           when cbd-is-delinquent
                               move "BD" to ws-reason-code
                               perform add-refer-reason
                       end-evaluate
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-kyc-record.
           move ws-customer-id to kyc-customer-id.
           open input archivoKyc.
           read archivoKyc record
                           key is kyc-customer-id
               invalid key
                   move "KM" to ws-reason-code
                   perform add-decline-reason
               not invalid key
                   if kyc-doc-expiry is greater than zero
                   and kyc-doc-expiry is less than ws-today
                       move "KE" to ws-reason-code
                       perform add-refer-reason
                   end-if
                   if kyc-review-due-date is greater than zero
                   and kyc-review-due-date is less than ws-today
                       move "KR" to ws-reason-code
                       perform add-refer-reason
                   end-if
                   if kyc-risk-high
                       move "KH" to ws-reason-code
                       perform add-refer-reason
                   end-if
           end-read.
           close archivoKyc
           .
      *>----------------------------------------------------------------

       check-exposure.
           move default-obligor-limit to ws-obligor-limit.
           open input archivoExposureCfg
           read archivoExposureCfg
                   at end
                       continue
                   not at end
                       if expcfg-obligor-limit is greater than zero
                           move expcfg-obligor-limit
                             to ws-obligor-limit
                       end-if
           end-read.
           close archivoExposureCfg.
           add ws-amount-dec to ws-exposure.
           if ws-exposure is greater than ws-obligor-limit
               move "EX" to ws-reason-code
               perform add-refer-reason
           end-if
           .
      *>----------------------------------------------------------------

      *> A ratio past 999.99 percent is simply recorded at the cap -
      *> it is a decline either way.

       check-affordability.
           move zero to ws-monthly-income ws-dti-pct.
           if ws-salary-total is not greater than zero
               move "NS" to ws-reason-code
               perform add-decline-reason
               exit paragraph
           end-if.
           compute ws-monthly-income rounded =
                   ws-salary-total / ws-salary-months.
           move zero to ws-months-paid.
           move 1 to ws-month-index.
           perform count-paid-month
               until ws-month-index is greater than ws-salary-months.
           if ws-months-paid is less than ws-salary-months
               move "SI" to ws-reason-code
               perform add-refer-reason
           end-if.
           compute ws-dti-pct rounded =
                   (ws-existing-installments + ws-new-installment)
                   * 100 / ws-monthly-income
               on size error
                   move 999.99 to ws-dti-pct
           end-compute.
           evaluate true
               when ws-dti-pct is greater than ws-refer-dti
                   move "DT" to ws-reason-code
                   perform add-decline-reason
               when ws-dti-pct is greater than ws-approve-dti
                   move "DR" to ws-reason-code
                   perform add-refer-reason
           end-evaluate
           .
      *>----------------------------------------------------------------

       count-paid-month.
           if ws-salary-paid (ws-month-index) is equal to 1
               add 1 to ws-months-paid
           end-if.
           add 1 to ws-month-index
           .
      *>----------------------------------------------------------------

       add-decline-reason.
           set ws-must-decline to true.
           perform add-reason
           .
      *>----------------------------------------------------------------

       add-refer-reason.
           set ws-must-refer to true.
           perform add-reason
           .
      *>----------------------------------------------------------------

      *> A reason already given is not repeated - two written-off
      *> facilities are one reason.

       add-reason.
           move zero to ws-found-switch.
           move 1 to r.
           perform match-reason
               until r is greater than ws-reason-count
                  or ws-entry-found.
           if not ws-entry-found
           and ws-reason-count is less than 6
               add 1 to ws-reason-count
               move ws-reason-code to ws-reason (ws-reason-count)
           end-if
           .
      *>----------------------------------------------------------------

       match-reason.
           if ws-reason (r) is equal to ws-reason-code
               set ws-entry-found to true
           else
               add 1 to r
           end-if
           .
      *>----------------------------------------------------------------

       record-application.
           perform next-seq-no.
           move zero to ws-approval-seq.
           if ws-decision is not equal to "D"
               perform queue-for-approval
           end-if.
           initialize loan-application-record.
           move ws-app-seq               to la-seq-no.
           move ws-customer-id           to la-customer-id.
           move ws-account-no            to la-account-no.
           move ws-amount-dec            to la-amount.
           move ws-term-months           to la-term-months.
           move ws-purpose-code          to la-purpose-code.
           move ws-purpose-text          to la-purpose-text.
           move ws-rate-type             to la-rate-type.
           move ws-margin                to la-margin.
           move ws-annual-rate           to la-quoted-rate.
           move ws-monthly-income        to la-monthly-income.
           move ws-existing-installments to la-existing-installments.
           move ws-new-installment       to la-new-installment.
           move ws-dti-pct               to la-dti-pct.
           move ws-exposure              to la-exposure.
           move ws-decision              to la-decision.
           move ws-reason-count          to la-reason-count.
           move 1 to r.
           perform copy-one-reason until r is greater than 6.
           if ws-decision is equal to "D"
               set la-is-declined to true
           else
               set la-is-queued to true
           end-if.
           move ws-approval-seq          to la-approval-seq.
           move ls-staff-id              to la-keyed-by.
           move ws-today                 to la-keyed-date.
           move zero to la-loan-seq la-booked-by la-booked-date.
           open i-o archivoLoanApp
               write loan-application-record
                   invalid key
                       display "Loan-Application: write failed"
               end-write
           close archivoLoanApp
           .
      *>----------------------------------------------------------------

       copy-one-reason.
           if r is greater than ws-reason-count
               move spaces to la-reason (r)
           else
               move ws-reason (r) to la-reason (r)
           end-if.
           add 1 to r
           .
      *>----------------------------------------------------------------

      *> The approval item carries the application's sequence, so
      *> Loan-Open books exactly what was assessed; the outcome rides
      *> in the name field for the checker's list.

       queue-for-approval.
           if ws-decision is equal to "A"
               move "APPROVED" to ws-outcome-name
           else
               move "REFERRED" to ws-outcome-name
           end-if.
           move ws-amount-dec to ws-approval-amount.
           call "Approval-Post" using
                                  by content ws-action
                                             ls-staff-id
                                             ws-approval-amount
                                             ws-app-seq
                                             ws-atm-id
                                             ws-customer-id
                                             ws-zero-type
                                             ws-outcome-name
                                             ws-no-currency
                                             ws-zero-id
                                             ws-zero-id
                                             ws-account-no
                                             ws-no-routing
                                  by reference ws-approval-seq
           .
      *>----------------------------------------------------------------

       show-outcome.
           display space.
           display "    Application " ws-app-seq " for customer "
                   ws-customer-id.
           move ws-new-installment to print-amount.
           display "    Installment quoted   : " print-amount.
           move ws-monthly-income to print-amount.
           display "    Monthly salary income: " print-amount.
           move ws-dti-pct to print-dti.
           display "    Debt-to-income       : " print-dti "%".
           evaluate ws-decision
               when "A"
                   display "    APPROVED - queued for a second"
                   display "    supervisor to release and book"
               when "R"
                   display "    REFERRED - queued for a supervisor's"
                   display "    decision"
               when other
                   display "    DECLINED"
           end-evaluate.
           move 1 to r.
           perform show-one-reason
               until r is greater than ws-reason-count
           .
      *>----------------------------------------------------------------

       show-one-reason.
           move ws-reason (r) to ws-reason-code.
           call "Loan-Reason-Text" using
                                  by content ws-reason-code
                                  by reference ws-reason-text.
           display "      " ws-reason-code " " ws-reason-text.
           add 1 to r
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to laseq-key.
           open i-o archivoLoanAppSeq
               read archivoLoanAppSeq record
                                      key is laseq-key
                   invalid key
                       move 1 to laseq-next
                       write laseq-record
                   not invalid key
                       add 1 to laseq-next
                       rewrite laseq-record
               end-read
           close archivoLoanAppSeq.
           move laseq-next to ws-app-seq
           .
      *>----------------------------------------------------------------

       end program Loan-Application.
