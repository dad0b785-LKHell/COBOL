      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Marketing consent report for the data protection officer.
      *> Lists every consent.dat record - customer, channel, given
      *> or withdrawn, the date and where it was recorded (branch
      *> with the staff id, or the customer at the machine) - with
      *> the do-not-contact requests in force; counts per channel
      *> the customers who have consented and withdrawn; counts the
      *> customers on file with no marketing consent at all; and
      *> totals the marketing items Notify-Dispatch-Batch held back
      *> for want of consent (notifysup.dat), listing those of the
      *> last 30 days. Writes consent.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Consent-Report-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoConsent assign to "consent.dat"
           organization is indexed
           access is dynamic
           record key is consent-key.

       Select archivoCustomers assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoSuppressed assign to "notifysup.dat"
           organization is line sequential.

       Select archivoReport assign to "consent.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoConsent.
       copy "CONSENT.cpy".

       FD archivoCustomers.
       copy "CUSTOMER.cpy".

       FD archivoSuppressed.
       01 suppressed-line.
           05 sup-date             pic 9(8).
           05 filler               pic x(2).
           05 sup-seq-no           pic 9(9).
           05 filler               pic x(2).
           05 sup-customer-id      pic 9(5).
           05 filler               pic x(2).
           05 sup-account-no       pic 9(7).
           05 filler               pic x(2).
           05 sup-event            pic x(2).
           05 filler               pic x(2).
           05 sup-text             pic x(40).

       FD archivoReport.
       01 consent-report-line    pic x(70).

       working-storage section.
       78 recent-days            value 30.
       77 ws-today               pic 9(8).
       77 ws-recent-from         pic 9(8).
       77 ws-slot                pic 9.
       77 ws-last-customer       pic 9(5) value zero.
       77 ws-record-count        pic 9(7) value zero.
       77 ws-dnc-count           pic 9(7) value zero.
       77 ws-customer-count      pic 9(7) value zero.
       77 ws-no-consent-count    pic 9(7) value zero.
       77 ws-suppressed-total    pic 9(7) value zero.
       77 ws-suppressed-recent   pic 9(7) value zero.
       77 ws-customer-name       pic x(10).
       77 ws-line-label          pic x(34).
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-channel-codes       pic x(5) value "SELA*".
       01 ws-channel-table redefines ws-channel-codes.
           05 ws-channel-code occurs 5 times pic x(1).
       01 ws-channel-names.
           05 filler             pic x(14) value "Text message  ".
           05 filler             pic x(14) value "Email         ".
           05 filler             pic x(14) value "Letter        ".
           05 filler             pic x(14) value "ATM screen    ".
           05 filler             pic x(14) value "Do not contact".
       01 ws-channel-name-table redefines ws-channel-names.
           05 ws-channel-name occurs 5 times pic x(14).
       01 ws-channel-counts.
           05 ws-channel-count occurs 5 times.
              10 ws-granted-count   pic 9(7).
              10 ws-withdrawn-count pic 9(7).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-consent-switch      pic 9 value zero.
          88  ws-has-consent       value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-recent-from = function date-of-integer
               (function integer-of-date (ws-today) - recent-days).
           initialize ws-channel-counts.
           open output archivoReport.
           perform write-report-heading.
           perform list-consents.
           perform count-unconsented.
           perform list-suppressions.
           perform write-report-summary.
           close archivoReport.
           display "Consent-Report-Batch: " ws-record-count
                   " consent records, " ws-suppressed-total
                   " suppressions".
           stop run
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to consent-report-line.
           write consent-report-line.
           move spaces to ws-report-line.
           string " Marketing consent register as at " ws-today
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to consent-report-line.
           write consent-report-line.
           move dash-line to consent-report-line.
           write consent-report-line.
           move spaces to ws-report-line.
           move "Cust"    to ws-report-line (2:4).
           move "Name"    to ws-report-line (11:4).
           move "Channel" to ws-report-line (23:7).
           move "St"      to ws-report-line (37:2).
           move "Since"   to ws-report-line (42:5).
           move "Src"     to ws-report-line (51:3).
           move "Staff"   to ws-report-line (61:5).
           move ws-report-line to consent-report-line.
           write consent-report-line
           .
      *>----------------------------------------------------------------

       list-consents.
           move zero to ws-at-end-switch.
           open input archivoConsent.
           open input archivoCustomers.
           perform list-consent until ws-no-more-records.
           close archivoConsent archivoCustomers
           .
      *>----------------------------------------------------------------

       list-consent.
           read archivoConsent next record
               at end
                   set ws-no-more-records to true
               not at end
                   perform report-consent
           end-read
           .
      *>----------------------------------------------------------------

       report-consent.
           add 1 to ws-record-count.
           move 1 to ws-slot.
           perform step-channel
               until ws-slot is equal to 5
                  or ws-channel-code (ws-slot) is equal to
                     consent-channel.
           if consent-is-granted
               add 1 to ws-granted-count (ws-slot)
               if consent-do-not-contact
                   add 1 to ws-dnc-count
               end-if
           else
               add 1 to ws-withdrawn-count (ws-slot)
           end-if.
           if consent-customer-id not equal ws-last-customer
               move consent-customer-id to ws-last-customer
               move "(unknown)" to ws-customer-name
               move consent-customer-id to customer-id
               read archivoCustomers record key is customer-id
                   invalid key
                       continue
                   not invalid key
                       move customer-name to ws-customer-name
               end-read
           end-if.
           move spaces to ws-report-line.
           string " " consent-customer-id "    " ws-customer-name
                  "  " ws-channel-name (ws-slot)
                  " " consent-status "   " consent-date
                  "  " consent-source
                  delimited by size
                  into ws-report-line
           end-string.
           if consent-at-branch
               move consent-staff-id to ws-report-line (61:5)
           end-if.
           move ws-report-line to consent-report-line.
           write consent-report-line
           .
      *>----------------------------------------------------------------

       step-channel.
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

      *> A customer counts as consented if any channel other than
      *> "*" is granted and no do-not-contact request stands -
      *> Consent-Check gives that answer per channel.

       count-unconsented.
           move zero to ws-at-end-switch.
           open input archivoCustomers.
           perform check-customer until ws-no-more-records.
           close archivoCustomers
           .
      *>----------------------------------------------------------------

       check-customer.
           read archivoCustomers next record
               at end
                   set ws-no-more-records to true
               not at end
                   add 1 to ws-customer-count
                   move zero to ws-consent-switch
                   move 1 to ws-slot
                   perform check-channel
                       until ws-slot is greater than 4
                          or ws-has-consent
                   if not ws-has-consent
                       add 1 to ws-no-consent-count
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-channel.
           call "Consent-Check" using
                                  by content customer-id
                                             ws-channel-code (ws-slot)
                                  by reference ws-consent-switch.
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

       list-suppressions.
           move spaces to consent-report-line.
           write consent-report-line.
           move dash-line to consent-report-line.
           write consent-report-line.
           move spaces to ws-report-line.
           string " Marketing suppressed for want of consent since "
                  ws-recent-from
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to consent-report-line.
           write consent-report-line.
           move dash-line to consent-report-line.
           write consent-report-line.
           move zero to ws-at-end-switch.
           open input archivoSuppressed.
           perform read-suppression until ws-no-more-records.
           close archivoSuppressed
           .
      *>----------------------------------------------------------------

       read-suppression.
           read archivoSuppressed
               at end
                   set ws-no-more-records to true
               not at end
                   add 1 to ws-suppressed-total
                   if sup-date is not less than ws-recent-from
                       add 1 to ws-suppressed-recent
                       move spaces to ws-report-line
                       string " " sup-date " " sup-customer-id " "
                              sup-account-no " " sup-event " "
                              sup-text
                              delimited by size
                              into ws-report-line
                       end-string
                       move ws-report-line to consent-report-line
                       write consent-report-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-report-summary.
           move spaces to consent-report-line.
           write consent-report-line.
           move dash-line to consent-report-line.
           write consent-report-line.
           move 1 to ws-slot.
           perform write-channel-lines until ws-slot is greater than 5.
           move "Do-not-contact requests in force" to ws-line-label.
           move ws-dnc-count to print-count.
           perform write-count-line.
           move "Customers on file" to ws-line-label.
           move ws-customer-count to print-count.
           perform write-count-line.
           move "Customers with no consent" to ws-line-label.
           move ws-no-consent-count to print-count.
           perform write-count-line.
           move "Suppressed - last 30 days" to ws-line-label.
           move ws-suppressed-recent to print-count.
           perform write-count-line.
           move "Suppressed - all on log" to ws-line-label.
           move ws-suppressed-total to print-count.
           perform write-count-line
           .
      *>----------------------------------------------------------------

       write-channel-lines.
           if ws-slot is less than 5
               move spaces to ws-line-label
               string ws-channel-name (ws-slot) " - given"
                      delimited by size
                      into ws-line-label
               end-string
               move ws-granted-count (ws-slot) to print-count
               perform write-count-line
               move spaces to ws-line-label
               string ws-channel-name (ws-slot) " - withdrawn"
                      delimited by size
                      into ws-line-label
               end-string
               move ws-withdrawn-count (ws-slot) to print-count
               perform write-count-line
           end-if.
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string " " ws-line-label " " print-count
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to consent-report-line.
           write consent-report-line
           .
      *>----------------------------------------------------------------

       end program Consent-Report-Batch.
