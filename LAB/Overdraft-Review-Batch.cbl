      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly batch job: the overdraft renewal review list. Every
      *> active facility on odfacil.dat expiring within the review
      *> window (odreview.cfg, default 60 days) is listed on
      *> odreview.rpt for its annual review, and so is every account
      *> still carrying an account-overdraft-limit with no sanction
      *> on file at all - the old facilities nobody ever dated.
      *> Beside each is what the reviewer needs to decide: the limit
      *> and how much of it is drawn, and from journal.dat over the
      *> history window (default 90 days) the account's average
      *> balance after each posting and its salary credits ("SA")
      *> by count and total. The decision itself is keyed at the
      *> branch through Overdraft-Facility.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Overdraft-Review-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoFacility assign to "odfacil.dat"
           organization is indexed
           access is dynamic
           record key is odf-account-no.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoReviewCfg assign to "odreview.cfg"
           organization is line sequential.

       Select archivoReport assign to "odreview.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoFacility.
       copy "ODFACIL.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoReviewCfg.
       01 review-config-record.
           05 rvwcfg-review-days   pic 9(3).
           05 rvwcfg-history-days  pic 9(3).

       FD archivoReport.
       01 review-report-line     pic x(70).

       working-storage section.
       78 default-review-days    value 60.
       78 default-history-days   value 90.
       77 ws-review-days         pic 9(3).
       77 ws-history-days        pic 9(3).
       77 ws-today               pic 9(8).
       77 ws-horizon-days        pic 9(9) comp.
       77 ws-review-horizon      pic 9(8).
       77 ws-history-start       pic 9(8).
       77 ws-expiry-date         pic 9(8).
       77 ws-entry-count         pic 9(5).
       77 ws-balance-sum         pic s9(13)v99.
       77 ws-average-balance     pic s9(9)v99.
       77 ws-salary-count        pic 9(3).
       77 ws-salary-total        pic s9(9)v99.
       77 ws-listed-count        pic 9(5) value zero.
       77 ws-review-note         pic x(12).
       77 print-limit            pic -(7)9.99.
       77 print-used             pic -(7)9.99.
       77 print-average          pic -(9)9.99.
       77 print-salary           pic -(9)9.99.
       77 ws-report-line         pic x(70).
       01 ws-due-switch          pic 9 value zero.
          88  ws-due-for-review    value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-accounts  value 1.
       01 ws-jrnl-switch         pic 9 value zero.
          88  ws-jrnl-eof          value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform load-review-window.
           compute ws-horizon-days =
               function integer-of-date (ws-today) + ws-review-days.
           compute ws-review-horizon =
               function date-of-integer (ws-horizon-days).
           compute ws-horizon-days =
               function integer-of-date (ws-today) - ws-history-days.
           compute ws-history-start =
               function date-of-integer (ws-horizon-days).
           open output archivoReport.
           perform write-report-heading.
           open input archivoAccounts.
           perform review-account until ws-no-more-accounts.
           close archivoAccounts.
           if ws-listed-count is equal to zero
               move " (no facilities due for review)"
                 to review-report-line
               write review-report-line
           end-if.
           close archivoReport.
           display "Overdraft-Review-Batch: " ws-listed-count
                   " facilities due for review".
           stop run
           .
      *>----------------------------------------------------------------

       load-review-window.
           move default-review-days  to ws-review-days.
           move default-history-days to ws-history-days.
           open input archivoReviewCfg
           read archivoReviewCfg
                   at end
                       continue
                   not at end
                       move rvwcfg-review-days  to ws-review-days
                       move rvwcfg-history-days to ws-history-days
           end-read.
           close archivoReviewCfg
           .
      *>----------------------------------------------------------------

       review-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-accounts to true
               not at end
                   if account-is-open
                       perform check-facility
                       if ws-due-for-review
                           perform gather-history
                           perform write-review-line
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-facility.
           move zero to ws-due-switch.
           move zero to ws-expiry-date.
           move spaces to ws-review-note.
           move account-no to odf-account-no.
           open input archivoFacility.
           read archivoFacility record
                                key is odf-account-no
               invalid key
                   if account-overdraft-limit is greater than zero
                       move "NO SANCTION" to ws-review-note
                       set ws-due-for-review to true
                   end-if
               not invalid key
                   if odf-is-active
                   and odf-expiry-date <= ws-review-horizon
                       move odf-expiry-date to ws-expiry-date
                       move "RENEWAL DUE" to ws-review-note
                       set ws-due-for-review to true
                   end-if
           end-read.
           close archivoFacility
           .
      *>----------------------------------------------------------------

       gather-history.
           move zero to ws-entry-count.
           move zero to ws-balance-sum.
           move zero to ws-salary-count.
           move zero to ws-salary-total.
           move zero to ws-jrnl-switch.
           move account-no to journal-account-no.
           open input archivoJournal.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-jrnl-eof to true
           end-start.
           perform weigh-journal-entry until ws-jrnl-eof.
           close archivoJournal.
           move zero to ws-average-balance.
           if ws-entry-count is greater than zero
               compute ws-average-balance rounded =
                       ws-balance-sum / ws-entry-count
           end-if
           .
      *>----------------------------------------------------------------

       weigh-journal-entry.
           read archivoJournal next record
               at end
                   set ws-jrnl-eof to true
               not at end
                   if journal-account-no not equal account-no
                       set ws-jrnl-eof to true
                   else
                   if journal-date >= ws-history-start
                       add 1 to ws-entry-count
                       add journal-balance-after to ws-balance-sum
                       if journal-is-salary-credit
                           add 1 to ws-salary-count
                           add journal-amount to ws-salary-total
                       end-if
                   end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to review-report-line.
           write review-report-line.
           move spaces to ws-report-line.
           string " Overdraft facilities for review " delimited by size
                  ws-today delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to review-report-line.
           write review-report-line.
           move dash-line to review-report-line.
           write review-report-line
           .
      *>----------------------------------------------------------------

       write-review-line.
           add 1 to ws-listed-count.
           move account-overdraft-limit to print-limit.
           move account-overdraft-used  to print-used.
           move spaces to ws-report-line.
           string " Acct "      delimited by size
                  account-no    delimited by size
                  " limit "     delimited by size
                  print-limit   delimited by size
                  " drawn "     delimited by size
                  print-used    delimited by size
                  " "           delimited by size
                  ws-review-note delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to review-report-line.
           write review-report-line.
           move ws-average-balance to print-average.
           move ws-salary-total to print-salary.
           move spaces to ws-report-line.
           string "   expires "  delimited by size
                  ws-expiry-date delimited by size
                  " avg bal "    delimited by size
                  print-average  delimited by size
                  " salary "     delimited by size
                  ws-salary-count delimited by size
                  print-salary   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to review-report-line.
           write review-report-line
           .
      *>----------------------------------------------------------------

       end program Overdraft-Review-Batch.
