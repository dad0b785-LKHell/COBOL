      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly batch job: the personal loan application pipeline
      *> for the credit committee. Every application keyed in the
      *> month asked for (loanapp.dat) is counted and summed by
      *> decision - approve, refer, decline - and by purpose, with
      *> the approval rate; the approved and referred ones are then
      *> followed through to booked by Loan-Open, rejected by the
      *> second supervisor (the "LA" item on approval.dat) or still
      *> awaiting a decision. The decline and referral reasons are
      *> counted so the committee can see what turns applicants
      *> away. Written to loanpipe.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Pipeline-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoLoanApp assign to "loanapp.dat"
           organization is indexed
           access is dynamic
           record key is la-seq-no.

       Select optional archivoApproval assign to "approval.dat"
           organization is indexed
           access is dynamic
           record key is appr-seq-no.

       Select archivoReport assign to "loanpipe.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoLoanApp.
       copy "LOANAPP.cpy".

       FD archivoApproval.
       copy "APPROVAL.cpy".

       FD archivoReport.
       01 pipeline-report-line   pic x(70).

       working-storage section.
       77 ws-report-month        pic 9(6).
       77 ws-app-count           pic 9(5) value zero.
       77 ws-app-amount          pic s9(11)v99 value zero.
       77 ws-approve-count       pic 9(5) value zero.
       77 ws-approve-amount      pic s9(11)v99 value zero.
       77 ws-refer-count         pic 9(5) value zero.
       77 ws-refer-amount        pic s9(11)v99 value zero.
       77 ws-decline-count       pic 9(5) value zero.
       77 ws-decline-amount      pic s9(11)v99 value zero.
       77 ws-booked-count        pic 9(5) value zero.
       77 ws-booked-amount       pic s9(11)v99 value zero.
       77 ws-rejected-count      pic 9(5) value zero.
       77 ws-rejected-amount     pic s9(11)v99 value zero.
       77 ws-waiting-count       pic 9(5) value zero.
       77 ws-waiting-amount      pic s9(11)v99 value zero.
       77 ws-rate-pct            pic 9(3)v9.
       77 ws-reason-code         pic x(2).
       77 ws-reason-text         pic x(40).
       77 p                      pic 9.
       77 r                      pic 9(2).
       77 i                      pic 9.
       77 print-count            pic zzzz9.
       77 print-amount           pic -(11)9.99.
       77 print-rate             pic zz9.9.
       77 print-decline          pic zzzz9.
       77 print-refer            pic zzzz9.
       77 ws-label               pic x(20).
       77 ws-report-line         pic x(70).
       01 ws-purpose-codes       pic x(5) value "CHEDO".
       01 ws-purpose-code-table redefines ws-purpose-codes.
           05 ws-purpose-code    pic x(1) occurs 5 times.
       01 ws-purpose-names.
           05 filler             pic x(20) value "Car purchase".
           05 filler             pic x(20) value "Home improvement".
           05 filler             pic x(20) value "Education".
           05 filler             pic x(20) value "Debt consolidation".
           05 filler             pic x(20) value "Other".
       01 ws-purpose-name-table redefines ws-purpose-names.
           05 ws-purpose-name    pic x(20) occurs 5 times.
       01 ws-purpose-totals.
           05 ws-purpose-entry occurs 5 times.
              10 pu-count         pic 9(5).
              10 pu-approved      pic 9(5).
              10 pu-amount        pic s9(11)v99.
       01 ws-reason-codes        pic x(24)
                                 value "NSSIDTDREXBWBDARKMKEKRKH".
       01 ws-reason-code-table redefines ws-reason-codes.
           05 ws-reason-entry-code pic x(2) occurs 12 times.
       01 ws-reason-totals.
           05 ws-reason-entry occurs 12 times.
              10 rs-decline-count pic 9(5).
              10 rs-refer-count   pic 9(5).
       01 ws-purpose-heading.
           05 filler             pic x(21) value " By purpose".
           05 filler             pic x(29)
                                 value "count approved         amount".
       01 ws-reason-heading.
           05 filler             pic x(41) value " Reason".
           05 filler             pic x(17) value "declined referred".
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           display "Pipeline month (yyyymm) ? : " no advancing.
           accept ws-report-month.
           move zero to ws-purpose-totals ws-reason-totals.
           move zero to ws-at-end-switch.
           open input archivoLoanApp.
           open input archivoApproval.
           perform tally-one-application until ws-no-more-records.
           close archivoApproval.
           close archivoLoanApp.
           perform write-pipeline-report.
           display "Loan-Pipeline-Batch: " ws-app-count
                   " applications, " ws-approve-count " approved, "
                   ws-refer-count " referred, " ws-decline-count
                   " declined".
           stop run
           .
      *>----------------------------------------------------------------

       tally-one-application.
           read archivoLoanApp next record
               at end
                   set ws-no-more-records to true
               not at end
                   if la-keyed-date (1:6) is equal to ws-report-month
                       perform tally-application
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       tally-application.
           add 1        to ws-app-count.
           add la-amount to ws-app-amount.
           evaluate true
               when la-is-approve
                   add 1         to ws-approve-count
                   add la-amount to ws-approve-amount
               when la-is-refer
                   add 1         to ws-refer-count
                   add la-amount to ws-refer-amount
               when other
                   add 1         to ws-decline-count
                   add la-amount to ws-decline-amount
           end-evaluate.
           move 5 to p.
           move 1 to i.
           perform match-purpose until i is greater than 4.
           add 1         to pu-count (p).
           add la-amount to pu-amount (p).
           if la-is-approve
               add 1 to pu-approved (p)
           end-if.
           perform follow-through.
           move 1 to i.
           perform tally-one-reason
               until i is greater than la-reason-count
                  or i is greater than 6
           .
      *>----------------------------------------------------------------

       match-purpose.
           if la-purpose-code is equal to ws-purpose-code (i)
               move i to p
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

      *> What became of an application past the assessment: booked
      *> is on the application itself; a still-queued one is either
      *> rejected on the approval queue or waiting there.

       follow-through.
           if la-is-declined
               exit paragraph
           end-if.
           if la-is-booked
               add 1         to ws-booked-count
               add la-amount to ws-booked-amount
               exit paragraph
           end-if.
           move la-approval-seq to appr-seq-no.
           read archivoApproval record
                                key is appr-seq-no
               invalid key
                   add 1         to ws-waiting-count
                   add la-amount to ws-waiting-amount
               not invalid key
                   if appr-is-rejected
                       add 1         to ws-rejected-count
                       add la-amount to ws-rejected-amount
                   else
                       add 1         to ws-waiting-count
                       add la-amount to ws-waiting-amount
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       tally-one-reason.
           move zero to ws-found-switch.
           move 1 to r.
           perform match-reason
               until r is greater than 12
                  or ws-entry-found.
           if ws-entry-found
               if la-is-decline
                   add 1 to rs-decline-count (r)
               else
                   add 1 to rs-refer-count (r)
               end-if
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       match-reason.
           if la-reason (i) is equal to ws-reason-entry-code (r)
               set ws-entry-found to true
           else
               add 1 to r
           end-if
           .
      *>----------------------------------------------------------------

       write-pipeline-report.
           open output archivoReport.
           move dash-line to pipeline-report-line.
           write pipeline-report-line.
           move spaces to ws-report-line.
           string " Loan application pipeline for " ws-report-month
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to pipeline-report-line.
           write pipeline-report-line.
           move dash-line to pipeline-report-line.
           write pipeline-report-line.
           if ws-app-count is equal to zero
               move " (no applications keyed in the month)"
                 to pipeline-report-line
               write pipeline-report-line
               close archivoReport
               exit paragraph
           end-if.
           move "Applications" to ws-label.
           move ws-app-count  to print-count.
           move ws-app-amount to print-amount.
           perform write-volume-line.
           move "  approved" to ws-label.
           move ws-approve-count  to print-count.
           move ws-approve-amount to print-amount.
           perform write-volume-line.
           move "  referred" to ws-label.
           move ws-refer-count  to print-count.
           move ws-refer-amount to print-amount.
           perform write-volume-line.
           move "  declined" to ws-label.
           move ws-decline-count  to print-count.
           move ws-decline-amount to print-amount.
           perform write-volume-line.
           compute ws-rate-pct rounded =
                   ws-approve-count * 100 / ws-app-count.
           move ws-rate-pct to print-rate.
           move spaces to ws-report-line.
           string " Approval rate " print-rate "%"
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to pipeline-report-line.
           write pipeline-report-line.
           compute ws-rate-pct rounded =
                   (ws-approve-count + ws-refer-count) * 100
                   / ws-app-count.
           move ws-rate-pct to print-rate.
           move spaces to ws-report-line.
           string " Approved or referred " print-rate "%"
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to pipeline-report-line.
           write pipeline-report-line.
           move dash-line to pipeline-report-line.
           write pipeline-report-line.
           move " Approved and referred since" to pipeline-report-line.
           write pipeline-report-line.
           move "  booked" to ws-label.
           move ws-booked-count  to print-count.
           move ws-booked-amount to print-amount.
           perform write-volume-line.
           move "  rejected at review" to ws-label.
           move ws-rejected-count  to print-count.
           move ws-rejected-amount to print-amount.
           perform write-volume-line.
           move "  awaiting review" to ws-label.
           move ws-waiting-count  to print-count.
           move ws-waiting-amount to print-amount.
           perform write-volume-line.
           move dash-line to pipeline-report-line.
           write pipeline-report-line.
           move ws-purpose-heading to pipeline-report-line.
           write pipeline-report-line.
           move 1 to p.
           perform write-purpose-line until p is greater than 5.
           move dash-line to pipeline-report-line.
           write pipeline-report-line.
           move ws-reason-heading to pipeline-report-line.
           write pipeline-report-line.
           move 1 to r.
           perform write-reason-line until r is greater than 12.
           move dash-line to pipeline-report-line.
           write pipeline-report-line.
           close archivoReport
           .
      *>----------------------------------------------------------------

       write-volume-line.
           move spaces to ws-report-line.
           string " "          delimited by size
                  ws-label     delimited by size
                  print-count  delimited by size
                  "  "         delimited by size
                  print-amount delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to pipeline-report-line.
           write pipeline-report-line
           .
      *>----------------------------------------------------------------

       write-purpose-line.
           if pu-count (p) is greater than zero
               move pu-count (p)    to print-count
               move pu-approved (p) to print-decline
               move pu-amount (p)   to print-amount
               move spaces to ws-report-line
               string " "                  delimited by size
                      ws-purpose-name (p)  delimited by size
                      print-count          delimited by size
                      "    "               delimited by size
                      print-decline        delimited by size
                      print-amount         delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to pipeline-report-line
               write pipeline-report-line
           end-if.
           add 1 to p
           .
      *>----------------------------------------------------------------

       write-reason-line.
           if rs-decline-count (r) is greater than zero
           or rs-refer-count (r) is greater than zero
               move ws-reason-entry-code (r) to ws-reason-code
               call "Loan-Reason-Text" using
                                  by content ws-reason-code
                                  by reference ws-reason-text
               move rs-decline-count (r) to print-decline
               move rs-refer-count (r)   to print-refer
               move spaces to ws-report-line
               string " "              delimited by size
                      ws-reason-code   delimited by size
                      " "              delimited by size
                      ws-reason-text   delimited by size
                      print-decline    delimited by size
                      "    "           delimited by size
                      print-refer      delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to pipeline-report-line
               write pipeline-report-line
           end-if.
           add 1 to r
           .
      *>----------------------------------------------------------------

       end program Loan-Pipeline-Batch.
