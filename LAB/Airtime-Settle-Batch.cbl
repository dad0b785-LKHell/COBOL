      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly batch job for prepaid airtime sold at the machines.
      *> First the refunds: the operators' failure file lists the
      *> top-ups they could not apply to the phone (number not on
      *> their network, number barred), each quoting the top-up's
      *> sequence and confirmation code from the reconciliation file
      *> it went out on. Each one matched is credited back to the
      *> customer's account through Add-money as an "MR" entry,
      *> marked refunded with the operator's reason, and the customer
      *> is told through Notify-Post. Failures that match nothing, or
      *> a top-up already refunded, go on the report instead.
      *> Then the sweep: every pending top-up on airtopup.dat is
      *> appended to its operator's own dated reconciliation file -
      *> the file the operator loads to credit the phones - and
      *> marked sent. Each operator is settled the night's sales less
      *> the refunds of top-ups it had already been paid for, through
      *> Settlement-Post under the "AIRT" routing code the way
      *> Biller-Remit-Batch settles billers; an operator whose
      *> refunds outrun its sales is left for the branch to recover
      *> and flagged on airtime.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Airtime-Settle-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoTopups assign to "airtopup.dat"
           organization is indexed
           access is dynamic
           record key is tu-seq-no
           alternate record key is tu-journal-seq with duplicates.

       Select optional archivoOperators assign to "airoper.dat"
           organization is indexed
           access is dynamic
           record key is airop-code.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoFailures assign to "airtime-fail.dat"
           organization is line sequential.

       Select optional archivoRecon assign to ws-recon-filename
           organization is line sequential.

       Select archivoReport assign to "airtime.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoTopups.
       copy "AIRTOPUP.cpy".

       FD archivoOperators.
       copy "AIROPER.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoFailures.
       01 failure-record.
           05 fail-seq-no          pic 9(9).
           05 fail-confirm-code    pic x(12).
           05 fail-reason          pic x(20).

       FD archivoRecon.
       01 recon-line-record.
           05 recon-seq-no         pic 9(9).
           05 recon-confirm-code   pic x(12).
           05 recon-phone-no       pic x(12).
           05 recon-amount         pic 9(7)v99.
           05 recon-date           pic 9(8).
           05 recon-atm-id         pic 9(3).

       FD archivoReport.
       01 airtime-report-line    pic x(80).

       working-storage section.
       78 airtime-routing-code   value "AIRT".
       78 operator-slot-count    value 20.
       78 dash-line  value "------------------------------------".
       77 ws-today               pic 9(8).
       77 ws-recon-filename      pic x(30).
       77 ws-slot                pic 9(2).
       77 ws-found-slot          pic 9(2).
       77 ws-slot-oper           pic x(4).
       77 ws-settlement-seq      pic 9(9).
       77 ws-net-amount          pic s9(7)v99.
       77 ws-zero-source         pic 9(7) value zero.
       77 ws-zero-fee            pic s9(5)v99 value zero.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-dest-routing        pic x(4) value airtime-routing-code.
       77 ws-txn-type            pic x(2) value "MR".
       77 ws-credit-amount       pic s9(7)v99.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-customer-id         pic 9(5).
       77 ws-event               pic x(2) value "MR".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).
       77 ws-refund-count        pic 9(5) value zero.
       77 ws-sent-count          pic 9(5) value zero.
       77 ws-unmatched-count     pic 9(5) value zero.
       77 ws-report-line         pic x(80).
       77 ws-exception-reason    pic x(20).
       77 print-amount           pic -(6)9.99.
       77 print-sent             pic -(7)9.99.
       77 print-refunds          pic -(7)9.99.
       77 print-net              pic -(7)9.99.
       77 print-count            pic zzzz9.
       77 print-refund-count     pic zzzz9.
       01 ws-operator-table.
           05 ws-oper-slot occurs 20 times.
              10 ws-slot-code       pic x(4).
              10 ws-slot-sent-count pic 9(5).
              10 ws-slot-sent-total pic s9(9)v99.
              10 ws-slot-refund-count pic 9(5).
              10 ws-slot-refund-total pic s9(9)v99.
              10 ws-slot-clawback   pic s9(9)v99.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-items     value 1.
       01 ws-fail-switch         pic 9 value zero.
          88  ws-no-more-failures  value 1.
       01 ws-sent-switch         pic 9 value zero.
          88  ws-was-sent          value 1.

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           move 1 to ws-slot.
           perform clear-one-slot
               until ws-slot is greater than operator-slot-count.
           open output archivoReport.
           move dash-line to airtime-report-line.
           write airtime-report-line.
           move spaces to ws-report-line.
           string " Airtime top-up settlement for " ws-today
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to airtime-report-line.
           write airtime-report-line.
           move dash-line to airtime-report-line.
           write airtime-report-line.
           open input archivoFailures.
           open i-o archivoTopups.
           perform process-failure until ws-no-more-failures.
           close archivoFailures.
           move zero to tu-seq-no.
           start archivoTopups key is not less than tu-seq-no
               invalid key
                   set ws-no-more-items to true
           end-start.
           perform sweep-topup until ws-no-more-items.
           close archivoTopups.
           move dash-line to airtime-report-line.
           write airtime-report-line.
           move 1 to ws-slot.
           perform settle-one-operator
               until ws-slot is greater than operator-slot-count.
           move dash-line to airtime-report-line.
           write airtime-report-line.
           close archivoReport.
           display "Airtime-Settle-Batch: "
                   ws-sent-count " sent, "
                   ws-refund-count " refunded, "
                   ws-unmatched-count " unmatched".
           stop run
           .
      *>----------------------------------------------------------------

       clear-one-slot.
           move spaces to ws-slot-code (ws-slot).
           move zero   to ws-slot-sent-count (ws-slot)
                          ws-slot-sent-total (ws-slot)
                          ws-slot-refund-count (ws-slot)
                          ws-slot-refund-total (ws-slot)
                          ws-slot-clawback (ws-slot).
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

       process-failure.
           read archivoFailures next record
               at end
                   set ws-no-more-failures to true
               not at end
                   perform match-failure
           end-read
           .
      *>----------------------------------------------------------------

      *> The sequence finds the top-up and the confirmation code has
      *> to agree with it - the operator is quoting our own file back,
      *> so a mismatch is a wrong line, not a refund to guess at.

       match-failure.
           move fail-seq-no to tu-seq-no.
           read archivoTopups record
                              key is tu-seq-no
               invalid key
                   move "no such top-up" to ws-exception-reason
                   perform write-failure-exception
               not invalid key
                   evaluate true
                       when tu-confirm-code not equal
                            fail-confirm-code
                           move "code does not match"
                             to ws-exception-reason
                           perform write-failure-exception
                       when tu-is-refunded
                           move "already refunded"
                             to ws-exception-reason
                           perform write-failure-exception
                       when other
                           perform refund-topup
                   end-evaluate
           end-read
           .
      *>----------------------------------------------------------------

      *> The top-up is only marked refunded once the credit has
      *> actually posted, so a failed Add-money leaves it to be
      *> refunded on the next run rather than eating it.

       refund-topup.
           move zero to ws-sent-switch.
           if tu-is-sent
               set ws-was-sent to true
           end-if.
           move tu-amount to ws-credit-amount.
           call "Add-money" using
                              by content tu-account-no
                                         ws-credit-amount
                              by reference bool
                              by content ws-txn-type
                                         ws-atm-id
                              by reference ws-resulting-balance.
           if not exist
               move "refund did not post" to ws-exception-reason
               perform write-failure-exception
               exit paragraph
           end-if.
           set tu-is-refunded to true.
           move ws-today    to tu-refund-date.
           move fail-reason to tu-fail-reason.
           rewrite airtime-topup-record.
           add 1 to ws-refund-count.
           move tu-oper-code to ws-slot-oper.
           perform bucket-operator.
           if ws-found-slot is greater than zero
               add 1 to ws-slot-refund-count (ws-found-slot)
               add tu-amount to ws-slot-refund-total (ws-found-slot)
               if ws-was-sent
                   add tu-amount to ws-slot-clawback (ws-found-slot)
               end-if
           end-if.
           move tu-amount to print-amount.
           move spaces to ws-report-line.
           string " REFUND " tu-confirm-code " " tu-phone-no
                  " " print-amount " " fail-reason
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to airtime-report-line.
           write airtime-report-line.
           perform queue-refund-notice
           .
      *>----------------------------------------------------------------

       write-failure-exception.
           add 1 to ws-unmatched-count.
           move spaces to ws-report-line.
           string " EXCEPTION " fail-seq-no " " fail-confirm-code
                  " " ws-exception-reason
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to airtime-report-line.
           write airtime-report-line
           .
      *>----------------------------------------------------------------

       queue-refund-notice.
           move zero to ws-customer-id.
           move tu-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record
                                    key is account-no
                   invalid key
                       continue
                   not invalid key
                       move account-owner-id to ws-customer-id
               end-read
           close archivoAccounts.
           if ws-customer-id is equal to zero
               exit paragraph
           end-if.
           move spaces to ws-notify-text.
           string "Top-up refunded " delimited by size
                  print-amount       delimited by size
                  " "                delimited by size
                  tu-confirm-code    delimited by size
                  into ws-notify-text
           end-string.
           call "Notify-Post" using
                                  by content ws-customer-id
                                             tu-account-no
                                             ws-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq
           .
      *>----------------------------------------------------------------

       sweep-topup.
           read archivoTopups next record
               at end
                   set ws-no-more-items to true
               not at end
                   if tu-is-pending
                       move tu-oper-code to ws-slot-oper
                       perform bucket-operator
                       if ws-found-slot is greater than zero
                           add 1 to ws-slot-sent-count (ws-found-slot)
                           add tu-amount
                            to ws-slot-sent-total (ws-found-slot)
                       end-if
                       perform write-recon-line
                       set tu-is-sent to true
                       move ws-today to tu-sent-date
                       rewrite airtime-topup-record
                       add 1 to ws-sent-count
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       bucket-operator.
           move zero to ws-found-slot.
           move 1 to ws-slot.
           perform find-operator-slot
               until ws-slot is greater than operator-slot-count
                  or ws-found-slot is greater than zero
           .
      *>----------------------------------------------------------------

       find-operator-slot.
           if ws-slot-code (ws-slot) is equal to ws-slot-oper
               move ws-slot to ws-found-slot
           else
               if ws-slot-code (ws-slot) is equal to spaces
                   move ws-slot-oper to ws-slot-code (ws-slot)
                   move ws-slot to ws-found-slot
               end-if
           end-if.
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

      *> One dated file per operator, appended item by item the same
      *> open-write-close way Biller-Remit-Batch writes remittances,
      *> so a restart never double-writes a top-up already marked
      *> sent.

       write-recon-line.
           move spaces to ws-recon-filename.
           string "airtime-"      delimited by size
                  tu-oper-code    delimited by size
                  "-"             delimited by size
                  ws-today        delimited by size
                  ".dat"          delimited by size
                  into ws-recon-filename
           end-string.
           move tu-seq-no       to recon-seq-no.
           move tu-confirm-code to recon-confirm-code.
           move tu-phone-no     to recon-phone-no.
           move tu-amount       to recon-amount.
           move tu-date         to recon-date.
           move tu-atm-id       to recon-atm-id.
           open extend archivoRecon
               write recon-line-record
           close archivoRecon
           .
      *>----------------------------------------------------------------

       settle-one-operator.
           if ws-slot-code (ws-slot) not equal spaces
               perform post-operator-settlement
           end-if.
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

       post-operator-settlement.
           compute ws-net-amount = ws-slot-sent-total (ws-slot)
                                 - ws-slot-clawback (ws-slot).
           move ws-slot-sent-count (ws-slot)   to print-count.
           move ws-slot-refund-count (ws-slot) to print-refund-count.
           move ws-slot-sent-total (ws-slot)   to print-sent.
           move ws-slot-refund-total (ws-slot) to print-refunds.
           move ws-net-amount                  to print-net.
           move spaces to ws-report-line.
           string " " ws-slot-code (ws-slot)
                  " sent " print-count " " print-sent
                  " refunded " print-refund-count " " print-refunds
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to airtime-report-line.
           write airtime-report-line.
           move ws-slot-code (ws-slot) to airop-code.
           open input archivoOperators.
           read archivoOperators record
                                 key is airop-code
               invalid key
                   move spaces to ws-report-line
                   string "      operator unknown - settlement held "
                          print-net
                          delimited by size
                          into ws-report-line
                   end-string
               not invalid key
                   perform settle-operator-net
           end-read.
           close archivoOperators.
           move ws-report-line to airtime-report-line.
           write airtime-report-line
           .
      *>----------------------------------------------------------------

       settle-operator-net.
           move spaces to ws-report-line.
           evaluate true
               when ws-net-amount is greater than zero
                   call "Settlement-Post" using
                                  by content ws-zero-source
                                             airop-settle-acct
                                             ws-dest-routing
                                             ws-net-amount
                                             ws-zero-fee
                                             ws-atm-id
                                             ws-today
                                  by reference ws-settlement-seq
                   string "      settled " print-net " to "
                          airop-settle-acct " seq " ws-settlement-seq
                          delimited by size
                          into ws-report-line
                   end-string
               when ws-net-amount is less than zero
                   string "      DUE FROM OPERATOR " print-net
                          delimited by size
                          into ws-report-line
                   end-string
               when other
                   move "      nothing to settle" to ws-report-line
           end-evaluate
           .
      *>----------------------------------------------------------------

       end program Airtime-Settle-Batch.
