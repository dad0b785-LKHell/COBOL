      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly complaint management report for the prompted month
      *> (yyyymm) from complaint.dat, written to complaint.rpt:
      *>   - complaints received, by category, by ATM (for those that
      *>     arose at a machine) and by branch,
      *>   - complaints resolved, by root cause, with the outcome
      *>     split and the goodwill paid,
      *>   - every breach of the response clock falling due in the
      *>     month: an acknowledgment or final response that was due
      *>     in the month and was given late or not at all.
      *> The ATM and branch counts are held in tables subscripted
      *> by the id itself, so nothing has to be sorted.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Complaint-Report-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoComplaint assign to "complaint.dat"
           organization is indexed
           access is dynamic
           record key is cmp-seq-no.

       Select archivoReport assign to "complaint.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoComplaint.
       copy "COMPLAIN.cpy".

       FD archivoReport.
       01 complaint-report-line  pic x(70).

       working-storage section.
       77 ws-report-month        pic 9(6).
       77 ws-received-count      pic 9(5) value zero.
       77 ws-resolved-count      pic 9(5) value zero.
       77 ws-upheld-count        pic 9(5) value zero.
       77 ws-partly-count        pic 9(5) value zero.
       77 ws-not-upheld-count    pic 9(5) value zero.
       77 ws-breach-count        pic 9(5) value zero.
       77 ws-goodwill-total      pic s9(9)v99 value zero.
       77 ws-breach-text         pic x(14).
       77 ws-slot                pic 9(4).
       77 i                      pic 9(4).
       77 print-count            pic zzzz9.
       77 print-amount           pic -(9)9.99.
       77 ws-report-line         pic x(70).
       01 ws-category-table.
           05 filler pic x(22) value "SCStaff conduct       ".
           05 filler pic x(22) value "CACash availability   ".
           05 filler pic x(22) value "NTNotification        ".
           05 filler pic x(22) value "FEFees and charges    ".
           05 filler pic x(22) value "CDCard service        ".
           05 filler pic x(22) value "ASAccount service     ".
           05 filler pic x(22) value "OTOther               ".
       01 ws-category-list redefines ws-category-table.
           05 ws-category-entry occurs 7 times.
              10 ws-category-code  pic x(2).
              10 ws-category-name  pic x(20).
       01 ws-cause-table.
           05 filler pic x(22) value "PRProcess failure     ".
           05 filler pic x(22) value "SYSystem failure      ".
           05 filler pic x(22) value "PEPeople / training   ".
           05 filler pic x(22) value "TPThird party         ".
           05 filler pic x(22) value "CUCustomer error      ".
           05 filler pic x(22) value "NFNo fault found      ".
       01 ws-cause-list redefines ws-cause-table.
           05 ws-cause-entry occurs 6 times.
              10 ws-cause-code     pic x(2).
              10 ws-cause-name     pic x(20).
       01 ws-count-tables.
           05 ws-category-count occurs 7 times pic 9(5).
           05 ws-cause-count    occurs 6 times pic 9(5).
           05 ws-atm-count      occurs 1000 times pic 9(5).
           05 ws-branch-count   occurs 1000 times pic 9(5).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-breach-switch       pic 9 value zero.
          88  ws-heading-written   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           display "Complaint report month (yyyymm) ? : " no advancing.
           accept ws-report-month.
           initialize ws-count-tables.
           open output archivoReport.
           perform write-report-header.
           perform scan-complaints.
           perform write-received-section.
           perform write-resolved-section.
           perform write-report-footer.
           close archivoReport.
           display "Complaint-Report-Batch: " ws-received-count
                   " received, " ws-resolved-count " resolved, "
                   ws-breach-count " clock breaches".
           stop run
           .
      *>----------------------------------------------------------------

      *> One pass does it all: the counts go into the tables, and
      *> the clock breaches are written as they are found, under
      *> their own heading.

       scan-complaints.
           move zero to ws-at-end-switch.
           open input archivoComplaint.
           perform weigh-one-complaint until ws-no-more-records.
           close archivoComplaint.
           if not ws-heading-written
               move " Response clock breaches: none" to
                    complaint-report-line
               write complaint-report-line
           end-if
           .
      *>----------------------------------------------------------------

       weigh-one-complaint.
           read archivoComplaint next record
               at end
                   set ws-no-more-records to true
               not at end
                   if cmp-open-date (1:6) is equal to ws-report-month
                       perform count-received
                   end-if
                   if cmp-is-resolved
                   and cmp-resolved-date (1:6) is equal to
                       ws-report-month
                       perform count-resolved
                   end-if
                   perform check-clock
           end-read
           .
      *>----------------------------------------------------------------

       count-received.
           add 1 to ws-received-count.
           move 1 to i.
           perform match-category until i > 7.
           if cmp-via-atm
               compute ws-slot = cmp-atm-id + 1
               add 1 to ws-atm-count (ws-slot)
           end-if.
           compute ws-slot = cmp-branch-id + 1.
           add 1 to ws-branch-count (ws-slot)
           .
      *>----------------------------------------------------------------

       match-category.
           if ws-category-code (i) is equal to cmp-category
               add 1 to ws-category-count (i)
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       count-resolved.
           add 1 to ws-resolved-count.
           evaluate true
               when cmp-upheld
                   add 1 to ws-upheld-count
               when cmp-partly-upheld
                   add 1 to ws-partly-count
               when other
                   add 1 to ws-not-upheld-count
           end-evaluate.
           add cmp-goodwill-amount to ws-goodwill-total.
           move 1 to i.
           perform match-cause until i > 6
           .
      *>----------------------------------------------------------------

       match-cause.
           if ws-cause-code (i) is equal to cmp-root-cause
               add 1 to ws-cause-count (i)
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

      *> A clock that fell due in the month is breached when what
      *> was due came after it, or has still not come at all.

       check-clock.
           if cmp-ack-due-date (1:6) is equal to ws-report-month
               if cmp-ack-date is equal to zero
               or cmp-ack-date > cmp-ack-due-date
                   move "ACK LATE" to ws-breach-text
                   perform write-breach-line
               end-if
           end-if.
           if cmp-final-due-date (1:6) is equal to ws-report-month
               if cmp-resolved-date is equal to zero
               or cmp-resolved-date > cmp-final-due-date
                   move "RESPONSE LATE" to ws-breach-text
                   perform write-breach-line
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       write-breach-line.
           if not ws-heading-written
               move " Response clock breaches" to complaint-report-line
               write complaint-report-line
               set ws-heading-written to true
           end-if.
           add 1 to ws-breach-count.
           move spaces to ws-report-line.
           string "   "                 delimited by size
                  cmp-seq-no            delimited by size
                  " cust "              delimited by size
                  cmp-customer-id       delimited by size
                  " "                   delimited by size
                  cmp-category          delimited by size
                  " opened "            delimited by size
                  cmp-open-date         delimited by size
                  " "                   delimited by size
                  ws-breach-text        delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line
           .
      *>----------------------------------------------------------------

       write-received-section.
           move dash-line to complaint-report-line.
           write complaint-report-line.
           move ws-received-count to print-count.
           move spaces to ws-report-line.
           string " Complaints received: " delimited by size
                  print-count              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line.
           move " By category" to complaint-report-line.
           write complaint-report-line.
           move 1 to i.
           perform write-category-line until i > 7.
           move " By ATM" to complaint-report-line.
           write complaint-report-line.
           move 1 to i.
           perform write-atm-line until i > 1000.
           move " By branch" to complaint-report-line.
           write complaint-report-line.
           move 1 to i.
           perform write-branch-line until i > 1000
           .
      *>----------------------------------------------------------------

       write-category-line.
           move ws-category-count (i) to print-count.
           move spaces to ws-report-line.
           string "   "                  delimited by size
                  ws-category-code (i)   delimited by size
                  " "                    delimited by size
                  ws-category-name (i)   delimited by size
                  print-count            delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-atm-line.
           if ws-atm-count (i) is greater than zero
               compute ws-slot = i - 1
               move ws-atm-count (i) to print-count
               move spaces to ws-report-line
               string "   ATM "             delimited by size
                      ws-slot (2:3)         delimited by size
                      "                  "  delimited by size
                      print-count           delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to complaint-report-line
               write complaint-report-line
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-branch-line.
           if ws-branch-count (i) is greater than zero
               compute ws-slot = i - 1
               move ws-branch-count (i) to print-count
               move spaces to ws-report-line
               string "   Branch "          delimited by size
                      ws-slot (2:3)         delimited by size
                      "               "     delimited by size
                      print-count           delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to complaint-report-line
               write complaint-report-line
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-resolved-section.
           move dash-line to complaint-report-line.
           write complaint-report-line.
           move ws-resolved-count to print-count.
           move spaces to ws-report-line.
           string " Complaints resolved: " delimited by size
                  print-count              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line.
           move spaces to ws-report-line.
           string "   upheld "             delimited by size
                  ws-upheld-count          delimited by size
                  "  partly "              delimited by size
                  ws-partly-count          delimited by size
                  "  not upheld "          delimited by size
                  ws-not-upheld-count      delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line.
           move ws-goodwill-total to print-amount.
           move spaces to ws-report-line.
           string "   goodwill paid "      delimited by size
                  print-amount             delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line.
           move " By root cause" to complaint-report-line.
           write complaint-report-line.
           move 1 to i.
           perform write-cause-line until i > 6
           .
      *>----------------------------------------------------------------

       write-cause-line.
           move ws-cause-count (i) to print-count.
           move spaces to ws-report-line.
           string "   "                  delimited by size
                  ws-cause-code (i)      delimited by size
                  " "                    delimited by size
                  ws-cause-name (i)      delimited by size
                  print-count            delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-report-header.
           move dash-line to complaint-report-line.
           write complaint-report-line.
           move spaces to ws-report-line.
           string " Customer complaints for " delimited by size
                  ws-report-month             delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line.
           move dash-line to complaint-report-line.
           write complaint-report-line
           .
      *>----------------------------------------------------------------

       write-report-footer.
           move dash-line to complaint-report-line.
           write complaint-report-line.
           move ws-breach-count to print-count.
           move spaces to ws-report-line.
           string " Clock breaches: "     delimited by size
                  print-count             delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to complaint-report-line.
           write complaint-report-line
           .
      *>----------------------------------------------------------------

       end program Complaint-Report-Batch.
