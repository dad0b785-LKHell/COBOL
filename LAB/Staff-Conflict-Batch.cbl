      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly conflict-of-interest sweep over the day's staff
      *> actions. Every journal.dat entry carrying a journal-staff-id
      *> (Teller-Txn, Reversal-Post, Suspense-Workbench) and every
      *> audit.dat action against a customer or an account is
      *> checked against the staff member's declared links on
      *> stafflnk.dat, and flagged when the acting staff-id touched:
      *>   - an account they or a linked relative own,
      *>   - a joint account a linked customer sits on, or
      *>   - an account whose owner shares a phone number or an
      *>     address with one of their linked customers.
      *> Each hit goes on the compliance exception report
      *> (staff-conflict.rpt) and onto the AML-Workbench queue as an
      *> "SD" alert against the account owner, so the case is worked
      *> and disposed like any other alert. The links are held in a
      *> bounded in-memory table while the day's records are
      *> scanned, the same way Audit-Report-Batch holds its summary.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Staff-Conflict-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoStaffLink assign to "stafflnk.dat"
           organization is indexed
           access is dynamic
           record key is slk-key.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoAudit assign to "audit.dat"
           organization is line sequential.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select archivoAlerts assign to "amlalert.dat"
           organization is indexed
           access is dynamic
           record key is alert-seq-no.

       Select archivoAmlSeq assign to "amlseq.dat"
           organization is indexed
           access is dynamic
           record key is amlseq-key.

       Select archivoReport assign to "staff-conflict.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoStaffLink.
       copy "STAFFLNK.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoAudit.
       copy "AUDITREC.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoAlerts.
       copy "AMLALERT.cpy".

       FD archivoAmlSeq.
       01 amlseq-record.
           05 amlseq-key           pic 9(1).
           05 amlseq-next          pic 9(9).

       FD archivoReport.
       01 conflict-report-line   pic x(70).

       working-storage section.
       77 ws-run-date            pic 9(8).
       77 ws-entry-date          pic 9(8).
       77 ws-link-count          pic 9(3) value zero.
       78 max-link-entries       value 300.
       01 ws-link-table.
           05 ws-link-entry occurs 300 times.
              10 ws-lnk-staff-id    pic 9(5).
              10 ws-lnk-customer-id pic 9(5).
              10 ws-lnk-relation    pic x(1).
              10 ws-lnk-phone       pic x(12).
              10 ws-lnk-address     pic x(20).
       77 i                      pic 9(3).
       77 ws-act-staff-id        pic 9(5).
       77 ws-act-account-no      pic 9(7).
       77 ws-act-source          pic x(1).
       77 ws-act-ref             pic 9(9).
       77 ws-act-journal-seq     pic 9(9).
       77 ws-owner-id            pic 9(5).
       77 ws-joint-1             pic 9(5).
       77 ws-joint-2             pic 9(5).
       77 ws-owner-phone         pic x(12).
       77 ws-owner-address       pic x(20).
       77 ws-hit-reason          pic x(16).
       77 ws-hit-count           pic 9(5) value zero.
       77 ws-new-alert-seq       pic 9(9).
       77 print-count            pic zzzz9.
       77 ws-report-line         pic x(70).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-linked-switch       pic 9 value zero.
          88  ws-staff-is-linked   value 1.
       01 ws-hit-switch          pic 9 value zero.
          88  ws-hit-found         value 1.
       01 ws-read-switch         pic 9 value zero.
          88  ws-record-found      value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-run-date from date yyyymmdd.
           perform load-staff-links.
           open output archivoReport.
           perform write-report-header.
           if ws-link-count is greater than zero
               open input archivoJournal archivoAccounts
                          archivoCustomer
               perform scan-journal
               perform scan-audit-trail
               close archivoJournal archivoAccounts archivoCustomer
           end-if.
           perform write-report-footer.
           close archivoReport.
           display "Staff-Conflict-Batch: " ws-hit-count
                   " exceptions raised".
           stop run
           .
      *>----------------------------------------------------------------

       load-staff-links.
           move zero to ws-at-end-switch.
           open input archivoStaffLink archivoCustomer.
           perform load-one-link until ws-no-more-records.
           close archivoStaffLink archivoCustomer
           .
      *>----------------------------------------------------------------

       load-one-link.
           read archivoStaffLink next record
               at end
                   set ws-no-more-records to true
               not at end
                   if ws-link-count is less than max-link-entries
                       add 1 to ws-link-count
                       move ws-link-count to i
                       move slk-staff-id    to ws-lnk-staff-id (i)
                       move slk-customer-id to ws-lnk-customer-id (i)
                       move slk-relation    to ws-lnk-relation (i)
                       move spaces to ws-lnk-phone (i)
                                      ws-lnk-address (i)
                       move slk-customer-id to customer-id
                       read archivoCustomer key is customer-id
                           invalid key
                               continue
                           not invalid key
                               move customer-phone
                                 to ws-lnk-phone (i)
                               move customer-address
                                 to ws-lnk-address (i)
                       end-read
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       scan-journal.
           move zero to ws-at-end-switch.
           move zero to journal-seq-no.
           start archivoJournal key is greater than journal-seq-no
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform check-one-journal until ws-no-more-records
           .
      *>----------------------------------------------------------------

      *> The actual transaction date decides the day, so a teller
      *> posting on a Saturday that rolled forward to Monday's
      *> business date is still swept on Saturday night.

       check-one-journal.
           read archivoJournal next record
               at end
                   set ws-no-more-records to true
               not at end
                   if journal-txn-date is greater than zero
                       move journal-txn-date to ws-entry-date
                   else
                       move journal-date to ws-entry-date
                   end-if
                   if ws-entry-date is equal to ws-run-date
                   and journal-staff-id is greater than zero
                       move journal-staff-id   to ws-act-staff-id
                       move journal-account-no to ws-act-account-no
                       move "J"                to ws-act-source
                       move journal-seq-no     to ws-act-ref
                       move journal-seq-no     to ws-act-journal-seq
                       perform check-account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       scan-audit-trail.
           move zero to ws-at-end-switch.
           open input archivoAudit.
           perform check-one-audit until ws-no-more-records.
           close archivoAudit
           .
      *>----------------------------------------------------------------

      *> What audit-key holds depends on the action: a customer-id
      *> for contact changes and unlocks, an account-no for account
      *> maintenance, a journal sequence for a reversal.

       check-one-audit.
           read archivoAudit
               at end
                   set ws-no-more-records to true
               not at end
                   if audit-date is equal to ws-run-date
                       move audit-staff-id to ws-act-staff-id
                       move "A"            to ws-act-source
                       move audit-key      to ws-act-ref
                       move zero           to ws-act-journal-seq
                       evaluate true
                           when audit-update-contact
                           when audit-unlock-customer
                               move audit-key to ws-owner-id
                               move zero to ws-joint-1 ws-joint-2
                               move zero to ws-act-account-no
                               perform check-owner-links
                           when audit-open-account
                           when audit-reactivate
                           when audit-close-account
                           when audit-mandate-change
                               move audit-key to ws-act-account-no
                               perform check-account
                           when audit-post-reversal
                               perform check-reversed-entry
                       end-evaluate
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-reversed-entry.
           move audit-key to journal-seq-no.
           read archivoJournal record key is journal-seq-no
               invalid key
                   continue
               not invalid key
                   move journal-account-no to ws-act-account-no
                   move journal-seq-no     to ws-act-journal-seq
                   perform check-account
           end-read
           .
      *>----------------------------------------------------------------

       check-account.
           move zero to ws-read-switch.
           move ws-act-account-no to account-no.
           read archivoAccounts record key is account-no
               invalid key
                   continue
               not invalid key
                   set ws-record-found to true
                   move account-owner-id           to ws-owner-id
                   move account-joint-owner-id (1) to ws-joint-1
                   move account-joint-owner-id (2) to ws-joint-2
           end-read.
           if ws-record-found
               perform check-owner-links
           end-if
           .
      *>----------------------------------------------------------------

       check-owner-links.
           move zero to ws-linked-switch.
           move zero to ws-hit-switch.
           move spaces to ws-hit-reason.
           move 1 to i.
           perform match-owner-link
               until ws-hit-found or i is greater than ws-link-count.
           if not ws-hit-found and ws-staff-is-linked
               perform read-owner-contact
               move 1 to i
               perform match-contact-link
                   until ws-hit-found
                      or i is greater than ws-link-count
           end-if.
           if ws-hit-found
               perform write-exception-line
               perform raise-conflict-alert
           end-if
           .
      *>----------------------------------------------------------------

       match-owner-link.
           if ws-lnk-staff-id (i) is equal to ws-act-staff-id
               set ws-staff-is-linked to true
               evaluate true
                   when ws-lnk-customer-id (i) = ws-owner-id
                       set ws-hit-found to true
                       if ws-lnk-relation (i) is equal to "S"
                           move "OWN ACCOUNT" to ws-hit-reason
                       else
                           move "RELATIVE ACCOUNT" to ws-hit-reason
                       end-if
                   when ws-joint-1 is greater than zero
                    and ws-lnk-customer-id (i) = ws-joint-1
                   when ws-joint-2 is greater than zero
                    and ws-lnk-customer-id (i) = ws-joint-2
                       set ws-hit-found to true
                       move "JOINT ACCOUNT" to ws-hit-reason
               end-evaluate
           end-if.
           if not ws-hit-found
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       read-owner-contact.
           move spaces to ws-owner-phone ws-owner-address.
           move ws-owner-id to customer-id.
           read archivoCustomer key is customer-id
               invalid key
                   continue
               not invalid key
                   move customer-phone   to ws-owner-phone
                   move customer-address to ws-owner-address
           end-read
           .
      *>----------------------------------------------------------------

       match-contact-link.
           if ws-lnk-staff-id (i) is equal to ws-act-staff-id
               evaluate true
                   when ws-owner-phone not equal spaces
                    and ws-owner-phone = ws-lnk-phone (i)
                       set ws-hit-found to true
                       move "SHARED PHONE" to ws-hit-reason
                   when ws-owner-address not equal spaces
                    and ws-owner-address = ws-lnk-address (i)
                       set ws-hit-found to true
                       move "SHARED ADDRESS" to ws-hit-reason
               end-evaluate
           end-if.
           if not ws-hit-found
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       write-report-header.
           move dash-line to conflict-report-line.
           write conflict-report-line.
           move spaces to ws-report-line.
           string " Staff conflict-of-interest exceptions for "
                                           delimited by size
                  ws-run-date              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to conflict-report-line.
           write conflict-report-line.
           move " Staff src ref       account cust  reason"
               to conflict-report-line.
           write conflict-report-line.
           move dash-line to conflict-report-line.
           write conflict-report-line
           .
      *>----------------------------------------------------------------

       write-exception-line.
           add 1 to ws-hit-count.
           move spaces to ws-report-line.
           string " "                  delimited by size
                  ws-act-staff-id      delimited by size
                  " "                  delimited by size
                  ws-act-source        delimited by size
                  "   "                delimited by size
                  ws-act-ref           delimited by size
                  " "                  delimited by size
                  ws-act-account-no    delimited by size
                  " "                  delimited by size
                  ws-owner-id          delimited by size
                  " "                  delimited by size
                  ws-hit-reason        delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to conflict-report-line.
           write conflict-report-line
           .
      *>----------------------------------------------------------------

       write-report-footer.
           if ws-hit-count is equal to zero
               move " (no conflicts found)" to conflict-report-line
               write conflict-report-line
           end-if.
           move dash-line to conflict-report-line.
           write conflict-report-line.
           move ws-hit-count to print-count.
           move spaces to ws-report-line.
           string " Exceptions raised: " delimited by size
                  print-count            delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to conflict-report-line.
           write conflict-report-line
           .
      *>----------------------------------------------------------------

       raise-conflict-alert.
           initialize aml-alert-record.
           perform next-alert-seq.
           move ws-new-alert-seq to alert-seq-no.
           move ws-owner-id      to alert-owner-id.
           set alert-staff-conflict to true.
           move ws-run-date      to alert-date.
           set alert-is-open to true.
           move zero to alert-staff-id.
           if ws-act-journal-seq is greater than zero
               move 1 to alert-jrnl-count
               move ws-act-journal-seq to alert-jrnl-seq (1)
           else
               move zero to alert-jrnl-count
           end-if.
           open i-o archivoAlerts
               write aml-alert-record
                   invalid key
                       display "Staff-Conflict-Batch: alert write"
                               " failed"
               end-write
           close archivoAlerts
           .
      *>----------------------------------------------------------------

       next-alert-seq.
           move 1 to amlseq-key.
           open i-o archivoAmlSeq
               read archivoAmlSeq record
                                  key is amlseq-key
                   invalid key
                       move 1 to amlseq-next
                       write amlseq-record
                   not invalid key
                       add 1 to amlseq-next
                       rewrite amlseq-record
               end-read
           close archivoAmlSeq.
           move amlseq-next to ws-new-alert-seq
           .
      *>----------------------------------------------------------------

       end program Staff-Conflict-Batch.
