      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Books a recurring deposit (monthly savings plan) at the
      *> branch: the staff member keys the linked account the
      *> installments come from, the monthly installment and the term
      *> in months. The booked rate comes from ratetable.cfg the same
      *> way Term-Deposit-Open prices the term book - account type 6
      *> rows price recurring deposits, banded on what the plan will
      *> have built up by maturity, with a flat fallback when no row
      *> matches. The first installment is taken on the spot through
      *> Subtract-money as a "TD" placement, so it journals and
      *> reaches the term deposit liability account exactly like a
      *> term deposit; Recurring-Deposit-Batch collects the rest
      *> every thirty days and pays the plan out at maturity.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Recurring-Deposit-Open.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoRecurDep assign to "rdeposit.dat"
           organization is indexed
           access is dynamic
           record key is rd-seq-no.

       Select archivoRdSeq assign to "rdseq.dat"
           organization is indexed
           access is dynamic
           record key is rdseq-key.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Data Division.

       File Section.
       FD archivoRecurDep.
       copy "RDEPOSIT.cpy".

       FD archivoRdSeq.
       01 rdseq-record.
           05 rdseq-key             pic 9(1).
           05 rdseq-next            pic 9(9).

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       working-storage section.
      *> Rate table rows for account type 6 price recurring deposits;
      *> with no row loaded the flat term rate applies.
       78 recurring-rate-account-type value 6.
       78 default-recurring-rate  value .030000.
       77 ws-today               pic 9(8).
       77 ws-account-no          pic 9(7).
       77 ws-installment         pic 9(7).
       77 ws-installment-dec     pic s9(7)v99.
       77 ws-term-months         pic 9(3).
       77 ws-plan-total          pic s9(7)v99.
       77 ws-annual-rate         pic v9(6).
       77 ws-owner-id            pic 9(5).
       77 ws-rd-seq              pic 9(9).
       77 ws-today-days          pic 9(9) comp.
       77 ws-due-days            pic 9(9) comp.
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       01 ws-rate-bool           pic 9.
          88  ws-rate-found        value 1.
       01 ws-account-bool        pic 9 value zero.
          88  ws-account-usable    value 1.
       01 ws-digit-bool          pic 9 value zero.
          88  ws-account-possible  value 1.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Linked account       ? : " no advancing.
           accept ws-account-no.
           call "Validate-Account-No" using
                                  by content ws-account-no
                                  by reference ws-digit-bool.
           if not ws-account-possible
               display space
               display "    That account number is not valid"
               exit program
           end-if.
           display "    Monthly installment  ? : " no advancing.
           accept ws-installment.
           move ws-installment to ws-installment-dec.
           display "    Term in months       ? : " no advancing.
           accept ws-term-months.
           if ws-installment is equal to zero
           or ws-term-months is equal to zero
               display space
               display "    Installment and term must both be"
               display "    greater than zero"
               exit program
           end-if.
           perform check-account-usable.
           if not ws-account-usable
               display space
               display "    Account cannot fund the plan"
               exit program
           end-if.
           perform look-up-rate.
           move "TD" to ws-txn-type.
           move zero to bool.
           call "Subtract-money" using
                                  by content ws-account-no
                                             ws-installment-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if exist
               perform write-deposit-record
               display space
               display "    Recurring deposit " ws-rd-seq
                       " booked to " rd-maturity-date
               display "    next installment due " rd-next-due-date
           else
               display space
               display "    First installment refused - not booked"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       check-account-usable.
           move zero to ws-account-bool.
           move zero to ws-owner-id.
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
                           move account-owner-id to ws-owner-id
                       end-if
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       look-up-rate.
           compute ws-plan-total = ws-installment-dec * ws-term-months.
           move zero to ws-annual-rate.
           move zero to ws-rate-bool.
           call "Interest-Rate" using
                                  by content recurring-rate-account-type
                                             ws-plan-total
                                             ws-today
                                  by reference ws-annual-rate
                                               ws-rate-bool.
           if not ws-rate-found
               move default-recurring-rate to ws-annual-rate
           end-if
           .
      *>----------------------------------------------------------------

       write-deposit-record.
           perform next-seq-no.
           compute ws-today-days = function integer-of-date (ws-today).
           move ws-rd-seq          to rd-seq-no.
           move ws-account-no      to rd-account-no.
           move ws-owner-id        to rd-customer-id.
           move ws-installment-dec to rd-installment.
           move ws-annual-rate     to rd-rate.
           move ws-term-months     to rd-term-months.
           move ws-today           to rd-start-date.
           compute ws-due-days = ws-today-days + (ws-term-months * 30).
           compute rd-maturity-date =
                   function date-of-integer (ws-due-days).
           compute ws-due-days = ws-today-days + 30.
           compute rd-next-due-date =
                   function date-of-integer (ws-due-days).
           move 1                  to rd-paid-count.
           move zero               to rd-missed-count.
           move ws-installment-dec to rd-balance.
           compute rd-weighted-days =
                   ws-installment-dec * ws-today-days.
           move zero               to rd-interest-paid.
           move zero               to rd-settled-date.
           set rd-is-active to true.
           open i-o archivoRecurDep
               write recurring-deposit-record
                   invalid key
                       display "Recurring-Deposit-Open: write failed"
               end-write
           close archivoRecurDep
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to rdseq-key.
           open i-o archivoRdSeq
               read archivoRdSeq record
                                 key is rdseq-key
                   invalid key
                       move 1 to rdseq-next
                       write rdseq-record
                   not invalid key
                       add 1 to rdseq-next
                       rewrite rdseq-record
               end-read
           close archivoRdSeq.
           move rdseq-next to ws-rd-seq
           .
      *>----------------------------------------------------------------

       end program Recurring-Deposit-Open.
