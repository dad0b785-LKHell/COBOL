      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Books a personal installment loan once its application has
      *> been assessed (Loan-Application) and released by a second
      *> supervisor on Approval-Workbench, which calls here with the
      *> application's sequence: the disbursement account, principal,
      *> term and pricing basis come off loanapp.dat, the account is
      *> checked again, and the application is stamped booked with
      *> the loan's sequence. The annual rate comes from the same
      *> tiered, effective-dated ratetable.cfg the deposit products
      *> price from (account type 4 rows are loan pricing, with a
      *> flat fallback when no row matches), and the level
      *> installment is computed the standard annuity way. The full
      *> amortization schedule - every installment's due date and
      *> principal/interest split - is generated onto loansched.dat
      *> up front, and the principal is disbursed through Add-money
      *> so the credit journals and books
      *> to GL like any other posting ("LD" carries it to the loans
      *> receivable account). Loan-Repayment-Batch collects the
      *> installments from the linked account as they fall due.
      *> A loan booked variable is priced instead at the base rate in
      *> force (Base-Rate) plus the application's margin, and
      *> Loan-Reprice-Batch moves it whenever the base rate does.
      *>----------------------------------------------------------------

       Identification Division.
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoLoanApp assign to "loanapp.dat"
           organization is indexed
           access is dynamic
           record key is la-seq-no.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoLoanApp.
       copy "LOANAPP.cpy".

       working-storage section.
      *> Rate table rows for account type 4 are loan pricing; with no
      *> row loaded the historical flat lending rate applies, the
       78 default-loan-rate       value .120000.
       77 ws-today               pic 9(8).
       77 ws-account-no          pic 9(7).
       77 ws-principal-dec       pic s9(7)v99.
       77 ws-term-months         pic 9(3).
       77 ws-annual-rate         pic v9(6).
       77 ws-rate-type           pic x(1).
       77 ws-margin              pic 9v9(6).
       77 ws-base-rate           pic v9(6).
       77 ws-base-date           pic 9(8).
       77 ws-monthly-rate        pic v9(9).
       77 ws-factor              pic 9(9)v9(6).
       77 ws-installment         pic s9(7)v99.
          88  ws-rate-found        value 1.
       01 ws-account-bool        pic 9 value zero.
          88  ws-account-usable    value 1.
       01 ws-app-switch          pic 9 value zero.
          88  ws-app-found         value 1.

       Linkage Section.
         77 ls-app-seq           pic 9(9).
         01 bool                 pic 9.
            88  exist  value 1.
            88  not-exist  value zero.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-app-seq
                                bool
                                ls-staff-id.

       main-procedure.
           set not-exist to true.
           accept ws-today from date yyyymmdd.
           perform read-application.
           if not ws-app-found
               display "   Loan application " ls-app-seq
                       " not on file or not awaiting booking"
               exit program
           end-if.
           perform check-account-usable.
           if not ws-account-usable
               display "   Account " ws-account-no
                       " can no longer take the disbursement"
               exit program
           end-if.
           if ws-rate-type is equal to "V"
               perform look-up-base-rate
               if not ws-rate-found
                   display "   No base rate loaded - variable loan"
                   display "   cannot be booked"
                   exit program
               end-if
           else
               perform look-up-rate
           end-if.
           perform compute-installment.
           move ws-installment to print-installment.
           display "   Monthly installment : " print-installment.
           perform write-loan-record.
           perform generate-schedule.
           move "LD" to ws-txn-type.
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if exist
               perform mark-application-booked
               display "   Loan " ws-loan-seq " booked and"
                       " disbursed"
           else
      *> The disbursement leg failed after the register was taken -
                           continue
                   end-delete
               close archivoLoans
               display "   Disbursement refused - loan not booked"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

      *> Only an application still waiting on the queue books - the
      *> amount, term and pricing basis are the ones it was assessed
      *> on, so what the second supervisor released is what is lent.

       read-application.
           move zero to ws-app-switch.
           move ls-app-seq to la-seq-no.
           open input archivoLoanApp
               read archivoLoanApp record
                                   key is la-seq-no
                   invalid key
                       continue
                   not invalid key
                       if la-is-queued
                           set ws-app-found to true
                           move la-account-no   to ws-account-no
                           move la-amount       to ws-principal-dec
                           move la-term-months  to ws-term-months
                           move la-rate-type    to ws-rate-type
                           move la-margin       to ws-margin
                       end-if
               end-read
           close archivoLoanApp
           .
      *>----------------------------------------------------------------

       mark-application-booked.
           move ls-app-seq to la-seq-no.
           open i-o archivoLoanApp
               read archivoLoanApp record
                                   key is la-seq-no
                   invalid key
                       continue
                   not invalid key
                       set la-is-booked to true
                       move ws-loan-seq  to la-loan-seq
                       move ls-staff-id  to la-booked-by
                       move ws-today     to la-booked-date
                       rewrite loan-application-record
               end-read
           close archivoLoanApp
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

      *> A variable loan tracks the base rate: the rate now is the
      *> base row in force today plus the loan's margin, and the row's
      *> effective date is kept so the repricing run can tell when a
      *> newer row takes over.

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

      *> The standard annuity installment: principal times the
      *> monthly rate, grossed up by the compounding factor over the
      *> term. A zero rate degenerates to straight principal over
           move zero              to loan-paid-count.
           move zero              to loan-missed-count.
           move zero              to loan-oldest-unpaid-date.
           move zero              to loan-provision-held.
           if ws-rate-type is equal to "V"
               set loan-is-variable to true
               move ws-margin         to loan-margin
               move ws-base-date      to loan-base-effective-date
           else
               set loan-is-fixed to true
               move zero              to loan-margin
               move zero              to loan-base-effective-date
           end-if.
           move zero              to loan-new-rate.
           move zero              to loan-new-base-date.
           move zero              to loan-reprice-due-date.
           move zero              to loan-days-past-due.
           move zero              to loan-closed-date.
           compute ws-due-days =
                   function integer-of-date (ws-today) + 30.
           compute loan-next-due-date =
