      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Register for general customer complaints - everything that
      *> is not a dispute over one journal entry. Staff take the
      *> complaint against the customer-id with its category, the
      *> channel it arose on (ATM, teller, agent, notification) and
      *> the atm-id or staff-id involved; the acknowledgment
      *> deadline (3 business days) and final-response deadline (15
      *> business days) are stamped on the same bankcal.dat calendar
      *> Dispute-Workbench uses. Open complaints are worked with two
      *> actions:
      *>   A acknowledge - the customer has been told we have it
      *>   R resolve     - outcome, root cause and the response
      *>                   given, with an optional goodwill credit
      *>                   posted through Add-money as a "GW" entry
      *> A goodwill credit over the Approval-Threshold is refused
      *> here, and every one posted is written to audit.dat through
      *> Audit-Log.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Complaint-Workbench.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoComplaint assign to "complaint.dat"
           organization is indexed
           access is dynamic
           record key is cmp-seq-no.

       Select archivoCmpSeq assign to "complaintseq.dat"
           organization is indexed
           access is dynamic
           record key is cmpseq-key.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select archivoStaff assign to "staff.dat"
           organization is indexed
           access is dynamic
           record key is staff-id.

       Data Division.

       File Section.
       FD archivoComplaint.
       copy "COMPLAIN.cpy".

       FD archivoCmpSeq.
       01 cmpseq-record.
           05 cmpseq-key            pic 9(1).
           05 cmpseq-next           pic 9(9).

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoStaff.
       copy "STAFF.cpy".

       working-storage section.
       78 ack-clock-days          value 3.
       78 final-clock-days        value 15.
       77 ws-menu-option          pic 9.
       77 ws-today                pic 9(8).
       77 ws-deadline             pic 9(8).
       77 ws-clock-days           pic 9(2).
       77 ws-date-integer         pic 9(9) comp.
       77 ws-day-count            pic 9(2).
       77 ws-case-seq             pic 9(9).
       77 ws-pick-seq             pic 9(9).
       77 ws-case-action          pic x(1).
       77 ws-branch-id            pic 9(3).
       77 ws-lookup-staff         pic 9(5).
       77 ws-goodwill-amount      pic 9(5)v99.
       77 ws-post-amount          pic s9(7)v99.
       77 ws-threshold            pic s9(7)v99.
       77 ws-txn-type             pic x(2) value "GW".
       77 ws-atm-id               pic 9(3) value zero.
       77 ws-resulting-balance    pic s9(9)v99.
       77 ws-overdue-marker       pic x(8).
       77 ws-audit-action         pic x(2) value "GW".
       77 ws-before-image         pic x(40).
       77 ws-after-image          pic x(40).
       77 print-amount            pic -(7)9.99.
       01 bool                    pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-customer-switch      pic 9 value zero.
          88  ws-customer-on-file   value 1.
       01 ws-at-end-switch        pic 9 value zero.
          88  ws-no-more-cases      value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
         77 ls-staff-id           pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display dash-line.
           display "   Customer complaints".
           display "   1 = Take new complaint   2 = Work open ones".
           display "   Option ? : " no advancing.
           accept ws-menu-option.
           if ws-menu-option is equal to 1
               perform take-new-complaint
           else
               perform list-open-complaints
               perform work-complaints
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       take-new-complaint.
           initialize complaint-record.
           display "   Customer ID ? : " no advancing.
           accept cmp-customer-id.
           perform look-up-customer.
           if not ws-customer-on-file
               display "   No such customer"
               exit paragraph
           end-if.
           display "   Category (SC staff CA cash NT notice FE fee"
           display "             CD card AS account OT other) ? : "
                   no advancing.
           accept cmp-category.
           if not cmp-category-valid
               display "   Unknown category"
               exit paragraph
           end-if.
           display "   Channel (A=ATM T=teller G=agent N=notice) ? : "
                   no advancing.
           accept cmp-channel.
           if not cmp-channel-valid
               display "   Unknown channel"
               exit paragraph
           end-if.
           if cmp-via-atm
               display "   ATM id involved ? : " no advancing
               accept cmp-atm-id
           end-if.
           if cmp-via-teller or cmp-staff-conduct
               display "   Staff ID involved (0 = unknown) ? : "
                       no advancing
               accept cmp-staff-involved
           end-if.
           display "   Complaint ? : " no advancing.
           accept cmp-description.
           perform find-branch.
           move ws-branch-id to cmp-branch-id.
           move ack-clock-days to ws-clock-days.
           perform compute-deadline.
           move ws-deadline to cmp-ack-due-date.
           move final-clock-days to ws-clock-days.
           perform compute-deadline.
           move ws-deadline to cmp-final-due-date.
           perform next-seq-no.
           move ws-case-seq to cmp-seq-no.
           set cmp-is-open to true.
           move ws-today    to cmp-open-date.
           move ls-staff-id to cmp-keyed-by.
           open i-o archivoComplaint
               write complaint-record
                   invalid key
                       display "Complaint-Workbench: write failed"
                   not invalid key
                       display "   Complaint " ws-case-seq
                               " taken - acknowledge by "
                               cmp-ack-due-date
                       display "   final response due "
                               cmp-final-due-date
               end-write
           close archivoComplaint
           .
      *>----------------------------------------------------------------

       look-up-customer.
           move zero to ws-customer-switch.
           move cmp-customer-id to customer-id.
           open input archivoCustomer.
           read archivoCustomer key is customer-id
               invalid key
                   continue
               not invalid key
                   set ws-customer-on-file to true
           end-read.
           close archivoCustomer
           .
      *>----------------------------------------------------------------

      *> The complaint belongs to the branch of the staff member it
      *> is about when there is one, otherwise to the branch that
      *> took it.

       find-branch.
           move zero to ws-branch-id.
           if cmp-staff-involved is greater than zero
               move cmp-staff-involved to ws-lookup-staff
           else
               move ls-staff-id to ws-lookup-staff
           end-if.
           move ws-lookup-staff to staff-id.
           open input archivoStaff.
           read archivoStaff key is staff-id
               invalid key
                   continue
               not invalid key
                   move staff-branch-id to ws-branch-id
           end-read.
           close archivoStaff
           .
      *>----------------------------------------------------------------

      *> Business days out on the bank calendar, one day at a time,
      *> exactly as Dispute-Workbench computes its clock.

       compute-deadline.
           move ws-today to ws-deadline.
           move zero to ws-day-count.
           perform step-one-business-day
               until ws-day-count is equal to ws-clock-days
           .
      *>----------------------------------------------------------------

       step-one-business-day.
           compute ws-date-integer =
               function integer-of-date (ws-deadline) + 1.
           compute ws-deadline =
               function date-of-integer (ws-date-integer).
           call "Next-Business-Day" using by reference ws-deadline.
           add 1 to ws-day-count
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to cmpseq-key.
           open i-o archivoCmpSeq
               read archivoCmpSeq record
                                  key is cmpseq-key
                   invalid key
                       move 1 to cmpseq-next
                       write cmpseq-record
                   not invalid key
                       add 1 to cmpseq-next
                       rewrite cmpseq-record
               end-read
           close archivoCmpSeq.
           move cmpseq-next to ws-case-seq
           .
      *>----------------------------------------------------------------

       list-open-complaints.
           display dash-line.
           move zero to ws-at-end-switch.
           open input archivoComplaint.
           move zero to cmp-seq-no.
           start archivoComplaint key is greater than cmp-seq-no
               invalid key
                   set ws-no-more-cases to true
           end-start.
           perform list-one-complaint until ws-no-more-cases.
           close archivoComplaint.
           display dash-line
           .
      *>----------------------------------------------------------------

       list-one-complaint.
           read archivoComplaint next record
               at end
                   set ws-no-more-cases to true
               not at end
                   if not cmp-is-resolved
                       move spaces to ws-overdue-marker
                       if cmp-is-open
                       and ws-today > cmp-ack-due-date
                           move "ACK LATE" to ws-overdue-marker
                       end-if
                       if ws-today > cmp-final-due-date
                           move "OVERDUE" to ws-overdue-marker
                       end-if
                       display "   " cmp-seq-no
                               " cust " cmp-customer-id
                               " " cmp-category
                               " " cmp-channel
                               " " cmp-status
                               " due " cmp-final-due-date
                               " " ws-overdue-marker
                       display "      " cmp-description
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       work-complaints.
           display "   Complaint seq to work (0 = done) ? : "
                   no advancing.
           accept ws-pick-seq.
           if ws-pick-seq is greater than zero
               perform work-one-complaint
               go to work-complaints
           end-if
           .
      *>----------------------------------------------------------------

       work-one-complaint.
           display "   Action (A=acknowledge R=resolve) ? : "
                   no advancing.
           accept ws-case-action.
           if ws-case-action not equal "A"
          and ws-case-action not equal "R"
               display "   Unknown action code"
               exit paragraph
           end-if.
           move ws-pick-seq to cmp-seq-no.
           open i-o archivoComplaint
               read archivoComplaint record
                                     key is cmp-seq-no
                   invalid key
                       display "   No such complaint"
                   not invalid key
                       evaluate true
                           when cmp-is-resolved
                               display "   Complaint already resolved"
                           when ws-case-action is equal to "A"
                               perform acknowledge-complaint
                           when other
                               perform resolve-complaint
                       end-evaluate
               end-read
           close archivoComplaint
           .
      *>----------------------------------------------------------------

       acknowledge-complaint.
           if cmp-is-acknowledged
               display "   Complaint already acknowledged"
           else
               set cmp-is-acknowledged to true
               move ws-today to cmp-ack-date
               rewrite complaint-record
               display "   Complaint acknowledged"
           end-if
           .
      *>----------------------------------------------------------------

      *> Resolving an unacknowledged complaint acknowledges it on the
      *> same day - the final response is the acknowledgment too.

       resolve-complaint.
           display "   Outcome (U=upheld P=partly N=not upheld) ? : "
                   no advancing.
           accept cmp-outcome.
           if not cmp-upheld and not cmp-partly-upheld
          and not cmp-not-upheld
               display "   Unknown outcome"
               exit paragraph
           end-if.
           display "   Root cause (PR process SY system PE people"
           display "               TP third party CU customer"
           display "               NF no fault) ? : " no advancing.
           accept cmp-root-cause.
           if not cmp-cause-valid
               display "   Unknown root cause"
               exit paragraph
           end-if.
           display "   Response given ? : " no advancing.
           accept cmp-resolution.
           move zero to cmp-goodwill-acct cmp-goodwill-amount.
           if not cmp-not-upheld
               perform offer-goodwill
           end-if.
           if cmp-ack-date is equal to zero
               move ws-today to cmp-ack-date
           end-if.
           set cmp-is-resolved to true.
           move ws-today    to cmp-resolved-date.
           move ls-staff-id to cmp-resolved-by.
           rewrite complaint-record.
           display "   Complaint resolved"
           .
      *>----------------------------------------------------------------

       offer-goodwill.
           display "   Goodwill credit (0 = none) ? : " no advancing.
           accept ws-goodwill-amount.
           if ws-goodwill-amount is equal to zero
               exit paragraph
           end-if.
           move ws-goodwill-amount to ws-post-amount.
           call "Approval-Threshold" using
                                  by reference ws-threshold.
           if ws-post-amount is greater than ws-threshold
               display "   Over approval threshold - no credit given"
               exit paragraph
           end-if.
           display "   Credit to account ? : " no advancing.
           accept cmp-goodwill-acct.
           move zero to bool.
           call "Add-money" using
                                  by content cmp-goodwill-acct
                                             ws-post-amount
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if exist
               move ws-post-amount to cmp-goodwill-amount
               move ws-post-amount to print-amount
               display "   Goodwill credit posted " print-amount
               move spaces to ws-before-image ws-after-image
               string "complaint "        delimited by size
                      cmp-customer-id     delimited by size
                      " "                 delimited by size
                      cmp-category        delimited by size
                      into ws-before-image
               end-string
               string "goodwill to "      delimited by size
                      cmp-goodwill-acct   delimited by size
                      " "                 delimited by size
                      print-amount        delimited by size
                      into ws-after-image
               end-string
               call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             cmp-seq-no
                                             ws-before-image
                                             ws-after-image
           else
               move zero to cmp-goodwill-acct
               display "   Credit failed - no goodwill recorded"
           end-if
           .
      *>----------------------------------------------------------------

       end program Complaint-Workbench.
