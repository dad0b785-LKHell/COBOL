      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Branch replacement of a lost, blocked or captured card. The
      *> old card number is retired on cardretire.dat so it is never
      *> handed out again, a new number is picked from the ones
      *> neither in use nor retired, and a fresh PIN is derived and
      *> stored hashed exactly as Card-Issuance-Batch does for a new
      *> card. The production line - new card plus plaintext PIN for
      *> the mailer - is appended to the cardreplace.rpt vendor
      *> extract. The replacement fee comes from Fee-Schedule ("CR")
      *> and is charged as an ordinary "FE" posting, which carries
      *> its VAT-Post entry with it. Accessibility, alert and
      *> card-control settings are all keyed by customer-id, not
      *> card number, so they follow the customer onto the new card
      *> untouched. Any capture of the old card still open in a
      *> capture bin is closed on cardcust.dat as "replaced".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Card-Replace.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id
           alternate record key is customer-card-no.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoRetired assign to "cardretire.dat"
           organization is line sequential.

       Select optional archivoCaptured assign to "captured-cards.dat"
           organization is line sequential.

       Select optional archivoCustody assign to "cardcust.dat"
           organization is line sequential.

       Select optional archivoReplaceExtract
           assign to "cardreplace.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoRetired.
       copy "CARDRET.cpy".

       FD archivoCaptured.
       copy "CAPTURED.cpy".

       FD archivoCustody.
       copy "CARDCUST.cpy".

       FD archivoReplaceExtract.
       01 replace-extract-line  pic x(70).

       working-storage section.
       78 card-life-days         value 1095.
       77 ws-expiry-days         pic 9(9) comp.
       77 ws-today               pic 9(8).
       77 ws-time                pic 9(8).
       77 ws-customer-id         pic 9(5).
       77 ws-charge-account      pic 9(7).
       77 ws-account-type        pic 9.
       77 ws-old-card-no         pic 9.
       01 ws-old-status          pic x(1).
          88  ws-old-card-gone     value "L" "B".
       77 ws-customer-name       pic x(10).
       77 ws-new-card-no         pic 9.
       77 ws-new-pin             pic 9(4).
       77 ws-pin-hash            pic 9(4).
       77 print-new-pin          pic 9(4).
       77 ws-answer              pic x(1).
       01 ws-card-no-table.
           05 ws-card-no-flag occurs 10 times pic 9.
       01 ws-card-no-switch      pic 9 value zero.
          88  ws-card-no-found     value 1.
       77 i                      pic 9(2).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-cust-switch         pic 9 value zero.
          88  ws-cust-eof          value 1.
       01 ws-match-switch        pic 9 value zero.
          88  ws-custody-on-file   value 1.
       77 ws-closed-count        pic 9(3) value zero.
       01 ws-open-capture-table.
           05 ws-open-capture-date occurs 20 times pic 9(8).
       77 ws-open-capture-count  pic 9(2) value zero.
       77 j                      pic 9(2).
       77 ws-fee-txn-type        pic x(2) value "CR".
       77 ws-fee-amount          pic s9(5)v99.
       77 ws-fee-deferred        pic x(1).
       77 ws-charge-amount       pic s9(7)v99.
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 print-fee              pic z,zz9.99.
       01 bool                   pic 9.
          88  exist      value 1.
          88  not-exist  value zero.
       01 ws-refuse-switch       pic 9 value zero.
          88  ws-refused           value 1.
       77 ws-action              pic x(2) value "CP".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 ws-notify-event        pic x(2) value "CR".
       77 ws-notify-text         pic x(40)
                     value "Your replacement card is on its way".
       77 ws-notify-seq          pic 9(9).

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           accept ws-time from time.
           move zero to ws-refuse-switch.
           move zero to ws-closed-count.
           display "    Customer ID   ? : " no advancing.
           accept ws-customer-id.
           perform look-up-customer.
           if not ws-refused
               display "    Account to charge the fee ? : " no advancing
               accept ws-charge-account
               perform check-charge-account
           end-if.
           if not ws-refused
               perform build-card-no-table
               perform find-next-card-no
               if not ws-card-no-found
                   display "    No card numbers available"
                   set ws-refused to true
               end-if
           end-if.
           if not ws-refused
               perform confirm-replacement
           end-if.
           if not ws-refused
               perform charge-replacement-fee
           end-if.
           if not ws-refused
               perform reissue-card
               perform retire-old-card-no
               perform write-extract-line
               perform close-open-captures
               perform write-audit-entry
               perform queue-replacement-notice
               display space
               display "    New card number   : " ws-new-card-no
               display "    PIN mailer queued for the card vendor"
               if ws-closed-count is greater than zero
                   display "    Captures closed   : " ws-closed-count
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

      *> Only a card the bank already treats as gone can be replaced
      *> here - a capture marks the card lost, a customer merge
      *> blocks it. A working card is renewed by Card-Renewal-Batch.

       look-up-customer.
           move ws-customer-id to customer-id.
           open input archivoCustomer
               read archivoCustomer record into registro
                                            key is customer-id
                   invalid key
                       display "    Customer not found"
                       set ws-refused to true
                   not invalid key
                       move customer-card-no     to ws-old-card-no
                       move customer-card-status to ws-old-status
                       move customer-name        to ws-customer-name
               end-read
           close archivoCustomer.
           if not ws-refused
           and not ws-old-card-gone
               display "    Card is not lost, blocked or captured"
               set ws-refused to true
           end-if
           .
      *>----------------------------------------------------------------

       check-charge-account.
           move ws-charge-account to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                                            key is account-no
                   invalid key
                       display "    Account not found"
                       set ws-refused to true
                   not invalid key
                       if account-owner-id not equal ws-customer-id
                           display "    Account is not the customer's"
                           set ws-refused to true
                       else
                           move account-type to ws-account-type
                       end-if
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

      *> A number is free only if no customer holds it and it has
      *> never been retired.

       build-card-no-table.
           move zero to ws-card-no-table.
           move zero to ws-at-end-switch.
           open input archivoCustomer
               perform mark-customer-card until ws-no-more-records
           close archivoCustomer.
           move zero to ws-at-end-switch.
           open input archivoRetired
               perform mark-retired-card until ws-no-more-records
           close archivoRetired.
           move zero to ws-at-end-switch
           .
      *>----------------------------------------------------------------

       mark-customer-card.
           read archivoCustomer next record
               at end
                   set ws-no-more-records to true
               not at end
                   move 1 to ws-card-no-flag (customer-card-no + 1)
           end-read
           .
      *>----------------------------------------------------------------

       mark-retired-card.
           read archivoRetired
               at end
                   set ws-no-more-records to true
               not at end
                   move 1 to ws-card-no-flag (retire-card-no + 1)
           end-read
           .
      *>----------------------------------------------------------------

       find-next-card-no.
           move zero to ws-card-no-switch.
           move zero to ws-new-card-no.
           move 1 to i.
           perform try-card-no-slot
               until ws-card-no-found or i is greater than 10
           .
      *>----------------------------------------------------------------

       try-card-no-slot.
           if ws-card-no-flag (i) is equal to zero
               compute ws-new-card-no = i - 1
               set ws-card-no-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       confirm-replacement.
           move zero to ws-fee-amount.
           call "Fee-Schedule" using
                                  by content ws-fee-txn-type
                                             ws-account-type
                                  by reference ws-fee-amount
                                               ws-fee-deferred.
           move ws-fee-amount to print-fee.
           display "    Replacement fee   : " print-fee.
           display "    Replace card " ws-old-card-no
                   " with new card " ws-new-card-no " (Y/N) ? : "
                   no advancing.
           move space to ws-answer.
           accept ws-answer.
           if ws-answer not equal "Y" and ws-answer not equal "y"
               display "    Replacement cancelled"
               set ws-refused to true
           end-if
           .
      *>----------------------------------------------------------------

       charge-replacement-fee.
           if ws-fee-amount is greater than zero
           and ws-fee-deferred not equal "D"
               move "FE" to ws-txn-type
               move ws-fee-amount to ws-charge-amount
               call "Subtract-money" using
                                  by content ws-charge-account
                                             ws-charge-amount
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               if not-exist
                   display "    Fee could not be charged - "
                           "card not replaced"
                   set ws-refused to true
               end-if
           end-if
           .
      *>----------------------------------------------------------------

      *> The PIN is seeded off the time of day as well as the
      *> customer-id, so a replacement never repeats the PIN the
      *> lost card went out with.

       reissue-card.
           compute ws-new-pin =
               function mod ((ws-customer-id * 6173) + ws-time, 10000).
           call "Pin-Hash" using by content ws-new-pin
                                  by reference ws-pin-hash.
           move ws-customer-id to customer-id.
           open i-o archivoCustomer
               read archivoCustomer record
                                     key is customer-id
                   invalid key
                       continue
                   not invalid key
                       move ws-new-card-no to customer-card-no
                       move ws-pin-hash    to customer-pin
                       move zero           to customer-pin-attempts
                       move zero           to customer-locked
                       set card-active     to true
                       compute ws-expiry-days =
                           function integer-of-date (ws-today)
                           + card-life-days
                       compute customer-card-expiry =
                           function date-of-integer (ws-expiry-days)
                       rewrite registro
               end-read
           close archivoCustomer
           .
      *>----------------------------------------------------------------

       retire-old-card-no.
           move ws-old-card-no to retire-card-no.
           move ws-customer-id to retire-customer-id.
           move ws-old-status  to retire-reason.
           move ls-staff-id    to retire-staff-id.
           move ws-today       to retire-date.
           open extend archivoRetired
               write card-retire-record
           close archivoRetired
           .
      *>----------------------------------------------------------------

       write-extract-line.
           move ws-new-pin to print-new-pin.
           move spaces to replace-extract-line.
           string "Replaced: customer " delimited by size
                  ws-customer-id        delimited by size
                  " card "              delimited by size
                  ws-new-card-no        delimited by size
                  " was "               delimited by size
                  ws-old-card-no        delimited by size
                  " pin "               delimited by size
                  print-new-pin         delimited by size
                  " name "              delimited by size
                  ws-customer-name      delimited by size
                  into replace-extract-line
           end-string.
           open extend archivoReplaceExtract
               write replace-extract-line
           close archivoReplaceExtract
           .
      *>----------------------------------------------------------------

      *> Every capture of the old card with no custody action yet is
      *> gathered first, then closed - the capture log and the
      *> custody file are both line sequential and cannot be held
      *> open against each other.

       close-open-captures.
           move zero to ws-open-capture-count.
           move zero to ws-at-end-switch.
           open input archivoCaptured
               perform collect-open-capture until ws-no-more-records
           close archivoCaptured.
           move zero to ws-at-end-switch.
           move 1 to j.
           perform write-replaced-custody
               until j is greater than ws-open-capture-count
           .
      *>----------------------------------------------------------------

       collect-open-capture.
           read archivoCaptured
               at end
                   set ws-no-more-records to true
               not at end
                   if capt-card-no is equal to ws-old-card-no
                   and ws-open-capture-count is less than 20
                       perform look-up-custody
                       if not ws-custody-on-file
                           add 1 to ws-open-capture-count
                           move capt-date to ws-open-capture-date
                                             (ws-open-capture-count)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       look-up-custody.
           move zero to ws-match-switch.
           move zero to ws-cust-switch.
           open input archivoCustody
               perform scan-custody until ws-cust-eof
           close archivoCustody
           .
      *>----------------------------------------------------------------

       scan-custody.
           read archivoCustody
               at end
                   set ws-cust-eof to true
               not at end
                   if cust-card-no is equal to capt-card-no
                  and cust-capture-date is equal to capt-date
                       set ws-custody-on-file to true
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-replaced-custody.
           move ws-old-card-no           to cust-card-no.
           move ws-open-capture-date (j) to cust-capture-date.
           set cust-replaced             to true.
           move ls-staff-id              to cust-staff-id.
           move ws-today                 to cust-date.
           open extend archivoCustody
               write card-custody-record
           close archivoCustody.
           add 1 to ws-closed-count.
           add 1 to j
           .
      *>----------------------------------------------------------------

       write-audit-entry.
           move spaces to ws-before-image.
           string "card "        delimited by size
                  ws-old-card-no delimited by size
                  " status "     delimited by size
                  ws-old-status  delimited by size
                  into ws-before-image
           end-string.
           move spaces to ws-after-image.
           string "card "        delimited by size
                  ws-new-card-no delimited by size
                  " fee "        delimited by size
                  print-fee      delimited by size
                  into ws-after-image
           end-string.
           move ws-customer-id to ws-audit-key.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       queue-replacement-notice.
           call "Notify-Post" using
                                  by content ws-customer-id
                                             ws-charge-account
                                             ws-notify-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq
           .
      *>----------------------------------------------------------------

       end program Card-Replace.
