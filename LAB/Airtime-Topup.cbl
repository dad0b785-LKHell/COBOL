      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The ATM prepaid airtime flow, called from menu-transactions
      *> the same whole-flow way Bill-Payment is: lists the active
      *> mobile operators, takes the phone number to top up - Enter
      *> alone keeps the number the bank holds for the customer -
      *> checked for the operator's digit count, then offers the
      *> operator's own denominations. The debit goes through
      *> Subtract-money under its own "MT" journal type, and the
      *> confirmation code - the operator code and the top-up's
      *> sequence number, which the operator's reconciliation file
      *> quotes back - is shown on the screen; Print-Receipt and
      *> E-Receipt put it on the receipt through Airtime-Lookup.
      *> Each top-up is recorded on airtopup.dat with the journal
      *> sequence it posted under, which is what Airtime-Settle-Batch
      *> sends to the operator and settles overnight. The amount
      *> debited goes back to the caller for the receipt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Airtime-Topup.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoOperators assign to "airoper.dat"
           organization is indexed
           access is dynamic
           record key is airop-code.

       Select optional archivoTopups assign to "airtopup.dat"
           organization is indexed
           access is dynamic
           record key is tu-seq-no
           alternate record key is tu-journal-seq with duplicates.

       Select archivoTuSeq assign to "tuseq.dat"
           organization is indexed
           access is dynamic
           record key is tuseq-key.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Data Division.

       File Section.
       FD archivoOperators.
       copy "AIROPER.cpy".

       FD archivoTopups.
       copy "AIRTOPUP.cpy".

       FD archivoTuSeq.
       01 tuseq-record.
           05 tuseq-key             pic 9(1).
           05 tuseq-next            pic 9(9).

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-code                pic x(4).
       77 ws-phone-no            pic x(12).
       77 ws-default-phone       pic x(12).
       77 ws-choice              pic 9.
       77 ws-amount-dec          pic s9(7)v99.
       77 ws-txn-type            pic x(2) value "MT".
       77 ws-tu-seq              pic 9(9).
       77 ws-journal-seq         pic 9(9).
       77 ws-confirm-code        pic x(12).
       77 ws-oper-name           pic x(15).
       77 ws-phone-digits        pic 9(2).
       77 ws-denom-count         pic 9.
       77 ws-denom-index         pic 9.
       77 ws-phone-index         pic 9(2).
       77 print-denom            pic zz9.
       77 print-amount           pic zz9.99.
       01 ws-denom-table.
           05 ws-denom           pic 9(3) occurs 6 times.
       01 ws-oper-bool           pic 9 value zero.
          88  ws-oper-found        value 1.
       01 ws-phone-bool          pic 9 value zero.
          88  ws-phone-valid       value 1.
          88  ws-phone-invalid     value zero.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-operators value 1.
       01 ws-jrnl-switch         pic 9 value zero.
          88  ws-jrnl-eof          value 1.

       Linkage Section.
         77 ls-account-no        pic 9(7).
         77 ls-atm-id            pic 9(3).
         01 bool                 pic 9.
            88  exist  value 1.
            88  not-exist  value zero.
         77 ls-resulting-balance pic s9(9)v99.
         77 ls-amount            pic s9(7)v99.

      *>----------------------------------------------------------------
       Procedure division using ls-account-no
                                ls-atm-id
                                bool
                                ls-resulting-balance
                                ls-amount.

       main-procedure.
           set not-exist to true.
           move zero to ls-amount.
           accept ws-today from date yyyymmdd.
           perform list-operators.
           display "    Mobile operator ? : " no advancing.
           accept ws-code.
           perform find-operator.
           if not ws-oper-found
               display space
               display "    Operator not found or not available"
               exit program
           end-if.
           perform find-customer-phone.
           if ws-default-phone is equal to spaces
               display "    Phone number to top up ? : " no advancing
           else
               display "    Phone number (Enter = " ws-default-phone
                       ") ? : " no advancing
           end-if.
           move spaces to ws-phone-no.
           accept ws-phone-no.
           if ws-phone-no is equal to spaces
               move ws-default-phone to ws-phone-no
           end-if.
           perform check-phone-number.
           if ws-phone-invalid
               display space
               display "    That is not a " ws-oper-name " number -"
               display "    please check it and try again"
               exit program
           end-if.
           display space.
           display "    Top-up amounts :".
           move 1 to ws-denom-index.
           perform list-one-denomination
               until ws-denom-index is greater than ws-denom-count.
           display "    Choice ? : " no advancing.
           accept ws-choice.
           if ws-choice is less than 1
           or ws-choice is greater than ws-denom-count
               exit program
           end-if.
           move ws-denom (ws-choice) to ws-amount-dec.
           call "Subtract-money" using
                                  by content ls-account-no
                                             ws-amount-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ls-atm-id
                                  by reference ls-resulting-balance.
           if exist
               perform find-posted-journal-seq
               perform write-topup-detail
               move ws-amount-dec to ls-amount
               move ws-amount-dec to print-amount
               display space
               display "    Top-up of " print-amount " to "
                       ws-phone-no " accepted"
               display "    Confirmation code : " ws-confirm-code
           else
               display space
               display "    Top-up failed - nothing debited"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       list-operators.
           move zero to ws-at-end-switch.
           display "    Mobile operators you can top up here :".
           open input archivoOperators.
           perform list-one-operator until ws-no-more-operators.
           close archivoOperators.
           display space
           .
      *>----------------------------------------------------------------

       list-one-operator.
           read archivoOperators next record
               at end
                   set ws-no-more-operators to true
               not at end
                   if airop-is-active
                       display "      " airop-code " " airop-name
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       find-operator.
           move zero to ws-oper-bool.
           move ws-code to airop-code.
           open input archivoOperators
               read archivoOperators record
                                     key is airop-code
                   invalid key
                       continue
                   not invalid key
                       if airop-is-active
                       and airop-denom-count is greater than zero
                           set ws-oper-found to true
                           move airop-name         to ws-oper-name
                           move airop-phone-digits to ws-phone-digits
                           move airop-denom-count  to ws-denom-count
                           move 1 to ws-denom-index
                           perform copy-one-denomination
                               until ws-denom-index is greater than 6
                       end-if
               end-read
           close archivoOperators
           .
      *>----------------------------------------------------------------

       copy-one-denomination.
           move airop-denom (ws-denom-index)
             to ws-denom (ws-denom-index).
           add 1 to ws-denom-index
           .
      *>----------------------------------------------------------------

       list-one-denomination.
           move ws-denom (ws-denom-index) to print-denom.
           display "      " ws-denom-index " - " print-denom.
           add 1 to ws-denom-index
           .
      *>----------------------------------------------------------------

      *> The number the bank holds for the card's owner is offered as
      *> the default - most customers top up their own phone.

       find-customer-phone.
           move spaces to ws-default-phone.
           move ls-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record
                                    key is account-no
                   invalid key
                       move zero to account-owner-id
               end-read
           close archivoAccounts.
           if account-owner-id is equal to zero
               exit paragraph
           end-if.
           move account-owner-id to customer-id.
           open input archivoCustomer
               read archivoCustomer record
                                    key is customer-id
                   invalid key
                       continue
                   not invalid key
                       if not contact-phone-bad
                           move customer-phone to ws-default-phone
                       end-if
               end-read
           close archivoCustomer
           .
      *>----------------------------------------------------------------

      *> Digits only, as many as the operator's numbers carry and no
      *> more - a short or mistyped number lands back on the customer
      *> before any money moves, not on the operator as a failed
      *> top-up to refund.

       check-phone-number.
           set ws-phone-valid to true.
           if ws-phone-no is equal to spaces
               set ws-phone-invalid to true
               exit paragraph
           end-if.
           move 1 to ws-phone-index.
           perform check-one-phone-position
               until ws-phone-index is greater than 12
                  or ws-phone-invalid
           .
      *>----------------------------------------------------------------

       check-one-phone-position.
           if ws-phone-digits is greater than zero
           and ws-phone-index is greater than ws-phone-digits
               if ws-phone-no (ws-phone-index:1) not equal space
                   set ws-phone-invalid to true
               end-if
           else
               if ws-phone-digits is greater than zero
               or ws-phone-no (ws-phone-index:1) not equal space
                   if ws-phone-no (ws-phone-index:1) is not numeric
                       set ws-phone-invalid to true
                   end-if
               end-if
           end-if.
           add 1 to ws-phone-index
           .
      *>----------------------------------------------------------------

      *> The debit just posted is this account's newest journal
      *> entry - found the same way Bill-Payment finds it - so the
      *> operator's file and the receipt can quote the exact journal
      *> sequence the money left under.

       find-posted-journal-seq.
           move zero to ws-journal-seq.
           move zero to ws-jrnl-switch.
           move ls-account-no to journal-account-no.
           open input archivoJournal.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-jrnl-eof to true
           end-start.
           perform find-newest-entry until ws-jrnl-eof.
           close archivoJournal
           .
      *>----------------------------------------------------------------

       find-newest-entry.
           read archivoJournal next record
               at end
                   set ws-jrnl-eof to true
               not at end
                   if journal-account-no not equal ls-account-no
                       set ws-jrnl-eof to true
                   else
                       move journal-seq-no to ws-journal-seq
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-topup-detail.
           perform next-seq-no.
           move spaces to ws-confirm-code.
           string ws-code           delimited by size
                  ws-tu-seq (2:8)   delimited by size
                  into ws-confirm-code
           end-string.
           move ws-tu-seq       to tu-seq-no.
           move ws-journal-seq  to tu-journal-seq.
           move ls-account-no   to tu-account-no.
           move ws-code         to tu-oper-code.
           move ws-phone-no     to tu-phone-no.
           move ws-amount-dec   to tu-amount.
           move ws-confirm-code to tu-confirm-code.
           move ws-today        to tu-date.
           move ls-atm-id       to tu-atm-id.
           set tu-is-pending to true.
           move zero   to tu-sent-date tu-refund-date.
           move spaces to tu-fail-reason.
           open i-o archivoTopups
               write airtime-topup-record
                   invalid key
                       display "Airtime-Topup: detail write failed"
               end-write
           close archivoTopups
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to tuseq-key.
           open i-o archivoTuSeq
               read archivoTuSeq record
                                 key is tuseq-key
                   invalid key
                       move 1 to tuseq-next
                       write tuseq-record
                   not invalid key
                       add 1 to tuseq-next
                       rewrite tuseq-record
               end-read
           close archivoTuSeq.
           move tuseq-next to ws-tu-seq
           .
      *>----------------------------------------------------------------

       end program Airtime-Topup.
