      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Subject access extract, run by a supervisor from
      *> Branch-Terminal when a customer asks to see the personal
      *> data the bank holds on them. For one customer id it gathers
      *> every record held about them into a single readable report,
      *> dsarNNNNN.rpt (NNNNN the customer id):
      *>   - the customer.dat and kyc.dat records;
      *>   - every account they own or are a joint holder on;
      *>   - the journal entries on those accounts, live and from
      *>     every month archive since the earliest account opened;
      *>   - receipts and notify.dat messages;
      *>   - failed sign-ins and captured-card rows for their card;
      *>   - disputes on their accounts and complaints they raised;
      *>   - nominees on their accounts and mandate roles, whether as
      *>     signer elsewhere or as the signers on their accounts;
      *>   - marketing consents;
      *>   - audit.dat entries keyed on them or on their accounts;
      *>   - AML alerts that have been cleared. Open and escalated
      *>     alerts are withheld - disclosing them would tip the
      *>     customer off - and are counted only on the request log
      *>     and on the supervisor's screen, never on the report.
      *> The request is logged in dsar.dat against the date it
      *> reached the bank, with the statutory due date
      *> response-days later, and the report closes with the dates
      *> and whether the response beat the deadline. The extract
      *> itself lands on the audit trail under "DS".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. DSAR-Extract.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoKyc assign to "kyc.dat"
           organization is indexed
           access is dynamic
           record key is kyc-customer-id.

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

       Select optional archivoReceipts assign to "receipts.dat"
           organization is indexed
           access is dynamic
           record key is rcpt-journal-seq.

       Select optional archivoNotify assign to "notify.dat"
           organization is indexed
           access is dynamic
           record key is notify-seq-no.

       Select optional archivoFailAcc assign to "failed-access.dat"
           organization is line sequential.

       Select optional archivoCaptured assign to "captured-cards.dat"
           organization is line sequential.

       Select optional archivoDispute assign to "dispute.dat"
           organization is indexed
           access is dynamic
           record key is case-seq-no.

       Select optional archivoComplaint assign to "complaint.dat"
           organization is indexed
           access is dynamic
           record key is cmp-seq-no.

       Select optional archivoNominees assign to "nominee.dat"
           organization is indexed
           access is dynamic
           record key is nom-seq-no.

       Select optional archivoMandate assign to "mandate.dat"
           organization is indexed
           access is dynamic
           record key is mand-key.

       Select optional archivoConsent assign to "consent.dat"
           organization is indexed
           access is dynamic
           record key is consent-key.

       Select optional archivoAudit assign to "audit.dat"
           organization is line sequential.

       Select optional archivoAlerts assign to "amlalert.dat"
           organization is indexed
           access is dynamic
           record key is alert-seq-no.

       Select optional archivoDsar assign to "dsar.dat"
           organization is indexed
           access is dynamic
           record key is dsar-key.

       Select archivoReport assign to ws-report-filename
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoKyc.
       copy "KYCREC.cpy".

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

       FD archivoReceipts.
       copy "RECEIPT.cpy".

       FD archivoNotify.
       copy "NOTIFY.cpy".

       FD archivoFailAcc.
       copy "FAILACC.cpy".

       FD archivoCaptured.
       copy "CAPTURED.cpy".

       FD archivoDispute.
       copy "DISPUTE.cpy".

       FD archivoComplaint.
       copy "COMPLAIN.cpy".

       FD archivoNominees.
       copy "NOMINEE.cpy".

       FD archivoMandate.
       copy "MANDATE.cpy".

       FD archivoConsent.
       copy "CONSENT.cpy".

       FD archivoAudit.
       copy "AUDITREC.cpy".

       FD archivoAlerts.
       copy "AMLALERT.cpy".

       FD archivoDsar.
       copy "DSAR.cpy".

       FD archivoReport.
       01 dsar-report-line       pic x(70).

       working-storage section.
       78 response-days          value 30.
       78 max-accounts           value 50.
       77 ws-customer-id         pic 9(5).
       77 ws-card-no             pic 9.
       77 ws-received-date       pic 9(8).
       77 ws-today               pic 9(8).
       77 ws-due-date            pic 9(8).
       77 ws-days-taken          pic 9(5).
       77 ws-earliest-open       pic 9(8).
       77 ws-period              pic 9(6).
       77 ws-end-period          pic 9(6).
       77 ws-report-filename     pic x(13).
       77 ws-archive-filename    pic x(14).
       77 ws-account-count       pic 9(3) value zero.
       77 a                      pic 9(3).
       77 ws-look-account        pic 9(7).
       77 ws-record-count        pic 9(7) value zero.
       77 ws-section-count       pic 9(7).
       77 ws-withheld-count      pic 9(5) value zero.
       77 ws-section-title       pic x(40).
       77 ws-line-label          pic x(20).
       77 ws-line-value          pic x(40).
       77 ws-role                pic x(10).
       77 ws-audit-action        pic x(2) value "DS".
       77 ws-audit-key           pic 9(9).
       77 ws-audit-before        pic x(40) value spaces.
       77 ws-audit-after         pic x(40).
       77 print-amount           pic -(9)9.99.
       77 print-balance          pic -(9)9.99.
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-account-table.
           05 ws-account-entry occurs 50 times.
              10 ws-held-account  pic 9(7).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-customer-switch     pic 9 value zero.
          88  ws-customer-found    value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           move zero to ws-record-count ws-withheld-count.
           move zero to ws-account-count ws-customer-switch.
           display "    Customer id              ? : " no advancing.
           accept ws-customer-id.
           move ws-customer-id to customer-id.
           open input archivoCustomer.
           read archivoCustomer record key is customer-id
               invalid key
                   continue
               not invalid key
                   set ws-customer-found to true
           end-read.
           if not ws-customer-found
               close archivoCustomer
               display "    No such customer"
               exit program
           end-if.
           display "    Request received yyyymmdd"
                   " (blank = today) ? : " no advancing.
           move zero to ws-received-date.
           accept ws-received-date.
           if ws-received-date is equal to zero
               move ws-today to ws-received-date
           end-if.
           if ws-received-date is greater than ws-today
           or function integer-of-date (ws-received-date) = zero
               close archivoCustomer
               display "    Date not valid - no extract produced"
               exit program
           end-if.
           compute ws-due-date = function date-of-integer
               (function integer-of-date (ws-received-date)
              + response-days).
           compute ws-days-taken =
                   function integer-of-date (ws-today)
                 - function integer-of-date (ws-received-date).
           move spaces to ws-report-filename.
           string "dsar" ws-customer-id ".rpt"
                  delimited by size
                  into ws-report-filename
           end-string.
           open output archivoReport.
           perform write-report-heading.
           perform write-customer-section.
           close archivoCustomer.
           perform write-kyc-section.
           perform write-account-section.
           perform write-journal-section.
           perform write-receipt-section.
           perform write-notify-section.
           perform write-failed-access-section.
           perform write-captured-section.
           perform write-dispute-section.
           perform write-complaint-section.
           perform write-nominee-section.
           perform write-mandate-section.
           perform write-consent-section.
           perform write-audit-section.
           perform write-alert-section.
           perform write-report-summary.
           close archivoReport.
           perform log-request.
           move ws-customer-id to ws-audit-key.
           move spaces to ws-audit-after.
           string "Subject access extract rcvd "
                  ws-received-date
                  delimited by size
                  into ws-audit-after
           end-string.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-audit-before
                                             ws-audit-after.
           move ws-record-count to print-count.
           display space.
           display "    Extract written to " ws-report-filename.
           display "    Records disclosed        " print-count.
           if ws-withheld-count is greater than zero
               display "    AML alerts withheld      " ws-withheld-count
           end-if.
           display "    Received " ws-received-date
                   "  due " ws-due-date
                   "  produced " ws-today.
           if ws-today is greater than ws-due-date
               display "    Response is LATE - past the statutory "
                       "due date"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to dsar-report-line.
           write dsar-report-line.
           move spaces to ws-report-line.
           string " Subject access extract - customer " ws-customer-id
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to dsar-report-line.
           write dsar-report-line.
           move spaces to ws-report-line.
           string " Request received " ws-received-date
                  "   produced " ws-today
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to dsar-report-line.
           write dsar-report-line.
           move dash-line to dsar-report-line.
           write dsar-report-line
           .
      *>----------------------------------------------------------------

       start-section.
           move zero to ws-section-count.
           move spaces to dsar-report-line.
           write dsar-report-line.
           move spaces to ws-report-line.
           string " " ws-section-title
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to dsar-report-line.
           write dsar-report-line.
           move dash-line to dsar-report-line.
           write dsar-report-line
           .
      *>----------------------------------------------------------------

       end-section.
           if ws-section-count is equal to zero
               move "   None held" to dsar-report-line
               write dsar-report-line
           end-if
           .
      *>----------------------------------------------------------------

       count-record.
           add 1 to ws-section-count.
           add 1 to ws-record-count
           .
      *>----------------------------------------------------------------

       write-field-line.
           move spaces to ws-report-line.
           string "   " ws-line-label " " ws-line-value
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to dsar-report-line.
           write dsar-report-line
           .
      *>----------------------------------------------------------------

       write-built-line.
           move ws-report-line to dsar-report-line.
           write dsar-report-line
           .
      *>----------------------------------------------------------------

       write-customer-section.
           move "Customer record" to ws-section-title.
           perform start-section.
           perform count-record.
           move customer-card-no to ws-card-no.
           move "Name" to ws-line-label.
           move customer-name to ws-line-value.
           perform write-field-line.
           move "City" to ws-line-label.
           move customer-city to ws-line-value.
           perform write-field-line.
           move "Address" to ws-line-label.
           move customer-address to ws-line-value.
           perform write-field-line.
           move "Phone" to ws-line-label.
           move customer-phone to ws-line-value.
           perform write-field-line.
           move "E-mail" to ws-line-label.
           move customer-email to ws-line-value.
           perform write-field-line.
           move "Previous phone" to ws-line-label.
           move customer-prior-phone to ws-line-value.
           perform write-field-line.
           move "Previous e-mail" to ws-line-label.
           move customer-prior-email to ws-line-value.
           perform write-field-line.
           move "Contact marked bad" to ws-line-label.
           move customer-contact-bad to ws-line-value.
           perform write-field-line.
           move "Bank" to ws-line-label.
           move customer-bank-id to ws-line-value.
           perform write-field-line.
           move "Card number" to ws-line-label.
           move customer-card-no to ws-line-value.
           perform write-field-line.
           move "Card status" to ws-line-label.
           move customer-card-status to ws-line-value.
           perform write-field-line.
           move "Card expiry" to ws-line-label.
           move customer-card-expiry to ws-line-value.
           perform write-field-line.
           move "Card locked" to ws-line-label.
           move customer-locked to ws-line-value.
           perform write-field-line.
           move "Screen preference" to ws-line-label.
           move customer-access-pref to ws-line-value.
           perform write-field-line.
           move "Fast cash amount" to ws-line-label.
           move customer-fast-amount to ws-line-value.
           perform write-field-line.
           move "Cooling-off until" to ws-line-label.
           move customer-cooloff-until to ws-line-value.
           perform write-field-line.
           perform end-section
           .
      *>----------------------------------------------------------------

       write-kyc-section.
           move "Identity (KYC) record" to ws-section-title.
           perform start-section.
           move ws-customer-id to kyc-customer-id.
           open input archivoKyc.
           read archivoKyc record key is kyc-customer-id
               invalid key
                   continue
               not invalid key
                   perform count-record
                   move "Document type" to ws-line-label
                   move kyc-doc-type to ws-line-value
                   perform write-field-line
                   move "Document number" to ws-line-label
                   move kyc-doc-number to ws-line-value
                   perform write-field-line
                   move "Document expiry" to ws-line-label
                   move kyc-doc-expiry to ws-line-value
                   perform write-field-line
                   move "Date of birth" to ws-line-label
                   move kyc-birth-date to ws-line-value
                   perform write-field-line
                   move "Risk class" to ws-line-label
                   move kyc-risk-class to ws-line-value
                   perform write-field-line
                   move "Last reviewed" to ws-line-label
                   move kyc-last-review-date to ws-line-value
                   perform write-field-line
                   move "Next review due" to ws-line-label
                   move kyc-review-due-date to ws-line-value
                   perform write-field-line
           end-read.
           close archivoKyc.
           perform end-section
           .
      *>----------------------------------------------------------------

      *> Joint holders are not keyed, so the whole account file is
      *> read once and every account the customer owns or shares is
      *> kept for the passes that follow.

       write-account-section.
           move "Accounts held (owner or joint)" to ws-section-title.
           perform start-section.
           move zero to ws-earliest-open.
           move zero to ws-at-end-switch.
           open input archivoAccounts.
           perform take-account until ws-no-more-records.
           close archivoAccounts.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   move spaces to ws-role
                   if account-owner-id is equal to ws-customer-id
                       move "Owner" to ws-role
                   else
                       if account-joint-owner-id (1) = ws-customer-id
                       or account-joint-owner-id (2) = ws-customer-id
                           move "Joint" to ws-role
                       end-if
                   end-if
                   if ws-role is not equal to spaces
                       perform list-account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       list-account.
           perform count-record.
           if ws-account-count is less than max-accounts
               add 1 to ws-account-count
               move account-no to ws-held-account (ws-account-count)
           else
               display "DSAR-Extract: account table full"
           end-if.
           if account-open-date is greater than zero
               if ws-earliest-open is equal to zero
               or account-open-date is less than ws-earliest-open
                   move account-open-date to ws-earliest-open
               end-if
           end-if.
           move account-balance to print-balance.
           move spaces to ws-report-line.
           string "   " account-no " type " account-type
                  " " ws-role " opened " account-open-date
                  " bal " print-balance
                  delimited by size
                  into ws-report-line
           end-string.
           perform write-built-line.
           move spaces to ws-report-line.
           string "      name " account-owner " " account-currency
                  " joint " account-joint-owner-id (1)
                  " " account-joint-owner-id (2)
                  " status " account-closed-status
                  account-dormancy-status
                  " closed " account-close-date
                  delimited by size
                  into ws-report-line
           end-string.
           perform write-built-line
           .
      *>----------------------------------------------------------------

       find-held-account.
           move zero to ws-found-switch.
           move 1 to a.
           perform match-held-account
               until a is greater than ws-account-count
                  or ws-entry-found
           .
      *>----------------------------------------------------------------

       match-held-account.
           if ws-held-account (a) is equal to ws-look-account
               set ws-entry-found to true
           else
               add 1 to a
           end-if
           .
      *>----------------------------------------------------------------

      *> The month archives run from the month the earliest of the
      *> accounts opened; a month with no archive file is skipped.

       write-journal-section.
           move "Transactions (journal and archives)"
             to ws-section-title.
           perform start-section.
           if ws-earliest-open is greater than zero
               move ws-earliest-open (1:6) to ws-period
               move ws-today (1:6) to ws-end-period
               perform read-archive-month
                   until ws-period is greater than ws-end-period
           end-if.
           open input archivoJournal.
           move 1 to a.
           perform list-live-journal until a > ws-account-count.
           close archivoJournal.
           perform end-section
           .
      *>----------------------------------------------------------------

       read-archive-month.
           move spaces to ws-archive-filename.
           string "jrnl"     delimited by size
                  ws-period  delimited by size
                  ".arc"     delimited by size
                  into ws-archive-filename
           end-string.
           move zero to ws-at-end-switch.
           open input archivoArchive.
           perform take-archive-line until ws-no-more-records.
           close archivoArchive.
           if ws-period (5:2) is equal to "12"
               compute ws-period = ws-period + 89
           else
               compute ws-period = ws-period + 1
           end-if
           .
      *>----------------------------------------------------------------

       take-archive-line.
           read archivoArchive
               at end
                   set ws-no-more-records to true
               not at end
                   if arc-account-no is numeric
                       move arc-account-no to ws-look-account
                       perform find-held-account
                       if ws-entry-found
                           perform count-record
                           move spaces to ws-report-line
                           string "   " archive-line-record
                                  delimited by size
                                  into ws-report-line
                           end-string
                           perform write-built-line
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       list-live-journal.
           move zero to ws-at-end-switch.
           move ws-held-account (a) to journal-account-no.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform take-journal-entry until ws-no-more-records.
           add 1 to a
           .
      *>----------------------------------------------------------------

       take-journal-entry.
           read archivoJournal next record
               at end
                   set ws-no-more-records to true
               not at end
                   if journal-account-no is not equal to
                      ws-held-account (a)
                       set ws-no-more-records to true
                   else
                       perform count-record
                       move journal-amount to print-amount
                       move journal-balance-after to print-balance
                       move spaces to ws-report-line
                       string "   " journal-seq-no "  "
                              journal-account-no "  "
                              journal-txn-type "  "
                              journal-date " " print-amount
                              " " print-balance
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-receipt-section.
           move "Receipts kept" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoReceipts.
           perform take-receipt until ws-no-more-records.
           close archivoReceipts.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-receipt.
           read archivoReceipts next record
               at end
                   set ws-no-more-records to true
               not at end
                   move rcpt-account-no to ws-look-account
                   perform find-held-account
                   if ws-entry-found
                       perform count-record
                       move rcpt-amount to print-amount
                       move spaces to ws-report-line
                       string "   " rcpt-journal-seq "  "
                              rcpt-account-no "  " rcpt-txn-type
                              "  " rcpt-date " " print-amount
                              " " rcpt-atm-location
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-notify-section.
           move "Messages sent or queued" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoNotify.
           perform take-notification until ws-no-more-records.
           close archivoNotify.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-notification.
           read archivoNotify next record
               at end
                   set ws-no-more-records to true
               not at end
                   if notify-customer-id is equal to ws-customer-id
                       perform count-record
                       move spaces to ws-report-line
                       string "   " notify-seq-no "  " notify-date
                              "  event " notify-event
                              "  status " notify-status
                              "  by " notify-channel
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                       move spaces to ws-report-line
                       string "      " notify-text
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-failed-access-section.
           move "Failed sign-in attempts" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoFailAcc.
           perform take-failed-access until ws-no-more-records.
           close archivoFailAcc.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-failed-access.
           read archivoFailAcc
               at end
                   set ws-no-more-records to true
               not at end
                   if failacc-customer-id is equal to ws-customer-id
                       perform count-record
                       move spaces to ws-report-line
                       string "   " failacc-date " " failacc-time
                              "  ATM " failacc-atm-id
                              "  card " failacc-card-no
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-captured-section.
           move "Cards captured by machines" to ws-section-title.
           perform start-section.
           if ws-card-no is greater than zero
               move zero to ws-at-end-switch
               open input archivoCaptured
               perform take-captured-card until ws-no-more-records
               close archivoCaptured
           end-if.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-captured-card.
           read archivoCaptured
               at end
                   set ws-no-more-records to true
               not at end
                   if capt-card-no is equal to ws-card-no
                       perform count-record
                       move spaces to ws-report-line
                       string "   " capt-date " " capt-time
                              "  ATM " capt-atm-id
                              "  reason " capt-reason
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-dispute-section.
           move "Disputed transactions" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoDispute.
           perform take-dispute until ws-no-more-records.
           close archivoDispute.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-dispute.
           read archivoDispute next record
               at end
                   set ws-no-more-records to true
               not at end
                   move case-account-no to ws-look-account
                   perform find-held-account
                   if ws-entry-found
                       perform count-record
                       move case-amount to print-amount
                       move spaces to ws-report-line
                       string "   case " case-seq-no "  "
                              case-account-no " " print-amount
                              "  reason " case-reason
                              " status " case-status
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                       move spaces to ws-report-line
                       string "      opened " case-open-date
                              "  closed " case-close-date
                              "  journal " case-journal-seq
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-complaint-section.
           move "Complaints" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoComplaint.
           perform take-complaint until ws-no-more-records.
           close archivoComplaint.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-complaint.
           read archivoComplaint next record
               at end
                   set ws-no-more-records to true
               not at end
                   if cmp-customer-id is equal to ws-customer-id
                       perform count-record
                       move spaces to ws-report-line
                       string "   " cmp-seq-no "  " cmp-category
                              " via " cmp-channel
                              "  opened " cmp-open-date
                              "  status " cmp-status
                              " " cmp-outcome
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                       move spaces to ws-report-line
                       string "      " cmp-description
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                       if cmp-resolution is not equal to spaces
                           move spaces to ws-report-line
                           string "      " cmp-resolution
                                  delimited by size
                                  into ws-report-line
                           end-string
                           perform write-built-line
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-nominee-section.
           move "Nominees on the accounts" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoNominees.
           perform take-nominee until ws-no-more-records.
           close archivoNominees.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-nominee.
           read archivoNominees next record
               at end
                   set ws-no-more-records to true
               not at end
                   move nom-account-no to ws-look-account
                   perform find-held-account
                   if ws-entry-found
                       perform count-record
                       move spaces to ws-report-line
                       string "   " nom-account-no "  " nom-name
                              " " nom-relationship
                              " " nom-share-pct "%"
                              "  " nom-date " " nom-status
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-mandate-section.
           move "Signing mandates" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoMandate.
           perform take-mandate until ws-no-more-records.
           close archivoMandate.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-mandate.
           read archivoMandate next record
               at end
                   set ws-no-more-records to true
               not at end
                   move mand-account-no to ws-look-account
                   perform find-held-account
                   if mand-signer-id is equal to ws-customer-id
                   or ws-entry-found
                       perform count-record
                       move mand-signer-limit to print-amount
                       move mand-dual-threshold to print-balance
                       move spaces to ws-report-line
                       string "   acct " mand-account-no
                              " signer " mand-signer-id
                              " limit " print-amount
                              " dual " print-balance
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-consent-section.
           move "Marketing consents" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           move ws-customer-id to consent-customer-id.
           move low-values to consent-channel.
           open input archivoConsent.
           start archivoConsent key is not less than consent-key
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform take-consent until ws-no-more-records.
           close archivoConsent.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-consent.
           read archivoConsent next record
               at end
                   set ws-no-more-records to true
               not at end
                   if consent-customer-id is not equal to
                      ws-customer-id
                       set ws-no-more-records to true
                   else
                       perform count-record
                       move spaces to ws-report-line
                       string "   channel " consent-channel
                              "  status " consent-status
                              "  on " consent-date
                              "  source " consent-source
                              delimited by size
                              into ws-report-line
                       end-string
                       perform write-built-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The audit key holds a customer id or an account number
      *> depending on the action, so either identifies the customer.

       write-audit-section.
           move "Staff actions on the records" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoAudit.
           perform take-audit-entry until ws-no-more-records.
           close archivoAudit.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-audit-entry.
           read archivoAudit
               at end
                   set ws-no-more-records to true
               not at end
                   move zero to ws-found-switch
                   if audit-key is equal to ws-customer-id
                       set ws-entry-found to true
                   else
                       if audit-key is less than 10000000
                           move audit-key to ws-look-account
                           perform find-held-account
                       end-if
                   end-if
                   if ws-entry-found
                       perform list-audit-entry
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       list-audit-entry.
           perform count-record.
           move spaces to ws-report-line.
           string "   " audit-date " " audit-time
                  "  action " audit-action
                  "  key " audit-key
                  "  staff " audit-staff-id
                  delimited by size
                  into ws-report-line
           end-string.
           perform write-built-line.
           if audit-before is not equal to spaces
               move spaces to ws-report-line
               string "      was " audit-before
                      delimited by size
                      into ws-report-line
               end-string
               perform write-built-line
           end-if.
           if audit-after is not equal to spaces
               move spaces to ws-report-line
               string "      now " audit-after
                      delimited by size
                      into ws-report-line
               end-string
               perform write-built-line
           end-if
           .
      *>----------------------------------------------------------------

       write-alert-section.
           move "Transaction monitoring alerts" to ws-section-title.
           perform start-section.
           move zero to ws-at-end-switch.
           open input archivoAlerts.
           perform take-alert until ws-no-more-records.
           close archivoAlerts.
           perform end-section
           .
      *>----------------------------------------------------------------

       take-alert.
           read archivoAlerts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if alert-owner-id is equal to ws-customer-id
                       if alert-is-cleared
                           perform count-record
                           move spaces to ws-report-line
                           string "   alert " alert-seq-no
                                  "  rule " alert-rule
                                  "  raised " alert-date
                                  "  cleared"
                                  delimited by size
                                  into ws-report-line
                           end-string
                           perform write-built-line
                       else
                           add 1 to ws-withheld-count
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-report-summary.
           move spaces to dsar-report-line.
           write dsar-report-line.
           move dash-line to dsar-report-line.
           write dsar-report-line.
           move "Request received" to ws-line-label.
           move ws-received-date to ws-line-value.
           perform write-field-line.
           move "Statutory due date" to ws-line-label.
           move ws-due-date to ws-line-value.
           perform write-field-line.
           move "Produced" to ws-line-label.
           move ws-today to ws-line-value.
           perform write-field-line.
           move "Days taken" to ws-line-label.
           move ws-days-taken to print-count.
           move print-count to ws-line-value.
           perform write-field-line.
           move "Records disclosed" to ws-line-label.
           move ws-record-count to print-count.
           move print-count to ws-line-value.
           perform write-field-line.
           move "Response" to ws-line-label.
           if ws-today is greater than ws-due-date
               move "LATE - past the statutory due date"
                 to ws-line-value
           else
               move "Within the statutory period" to ws-line-value
           end-if.
           perform write-field-line
           .
      *>----------------------------------------------------------------

       log-request.
           open i-o archivoDsar.
           move ws-customer-id   to dsar-customer-id.
           move ws-received-date to dsar-received-date.
           read archivoDsar record key is dsar-key
               invalid key
                   move spaces to dsar-record
                   move ws-customer-id   to dsar-customer-id
                   move ws-received-date to dsar-received-date
                   perform fill-log-record
                   write dsar-record
                       invalid key
                           display "DSAR-Extract: log write failed"
                   end-write
               not invalid key
                   perform fill-log-record
                   rewrite dsar-record
           end-read.
           close archivoDsar
           .
      *>----------------------------------------------------------------

       fill-log-record.
           move ws-due-date       to dsar-due-date.
           move ws-today          to dsar-produced-date.
           move ls-staff-id       to dsar-staff-id.
           move ws-record-count   to dsar-record-count.
           move ws-withheld-count to dsar-withheld-count.
           if ws-today is greater than ws-due-date
               set dsar-late to true
           else
               set dsar-on-time to true
           end-if
           .
      *>----------------------------------------------------------------

       end program DSAR-Extract.
