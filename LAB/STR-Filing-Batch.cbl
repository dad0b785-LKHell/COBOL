      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Builds the suspicious transaction report filing file for the
      *> financial intelligence unit (str-filing.dat) in its fixed
      *> format: a header naming us as reporting entity, one case
      *> record per STR case with its narrative and the subject's
      *> KYC identity, one transaction record per contributing
      *> journal entry, and a trailer of counts. Every open case on
      *> strcase.dat that has a narrative is filed and stamped with
      *> today's filing date; one still without a narrative is held
      *> back. The str-filing.rpt control report lists what was
      *> filed and calls out every escalation that has gone past the
      *> statutory filing deadline (30 days from escalation,
      *> overridable in str.cfg) - filed late tonight, or still not
      *> filed at all.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. STR-Filing-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoStrCase assign to "strcase.dat"
           organization is indexed
           access is dynamic
           record key is str-case-no.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoStrCfg assign to "str.cfg"
           organization is line sequential.

       Select archivoFiling assign to "str-filing.dat"
           organization is line sequential.

       Select archivoReport assign to "str-filing.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoStrCase.
       copy "STRCASE.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoStrCfg.
       01 str-config-record.
           05 strcfg-deadline-days pic 9(3).

       FD archivoFiling.
       01 filing-record.
           05 fil-rec-type         pic x(1).
           05 fil-payload          pic x(119).
           05 fil-header redefines fil-payload.
              10 fil-reporting-entity pic x(4).
              10 fil-file-date     pic 9(8).
              10 filler            pic x(107).
           05 fil-case redefines fil-payload.
              10 fil-case-no       pic 9(9).
              10 fil-customer-id   pic 9(5).
              10 fil-customer-name pic x(10).
              10 fil-doc-type      pic x(1).
              10 fil-doc-number    pic x(15).
              10 fil-birth-date    pic 9(8).
              10 fil-risk-class    pic x(1).
              10 fil-rule          pic x(2).
              10 fil-escalated-date pic 9(8).
              10 fil-narrative     pic x(60).
           05 fil-txn redefines fil-payload.
              10 fil-txn-case-no   pic 9(9).
              10 fil-journal-seq   pic 9(9).
              10 fil-account-no    pic 9(7).
              10 fil-txn-type      pic x(2).
              10 fil-amount        pic s9(7)v99
                                   sign leading separate.
              10 fil-txn-date      pic 9(8).
              10 filler            pic x(74).
           05 fil-trailer redefines fil-payload.
              10 fil-case-count    pic 9(5).
              10 fil-txn-count     pic 9(7).
              10 filler            pic x(107).

       FD archivoReport.
       01 str-report-line        pic x(70).

       working-storage section.
       78 home-routing-code      value "0001".
       78 default-deadline-days  value 30.
       77 ws-deadline-days       pic 9(3).
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-escalated-days      pic 9(9) comp.
       77 ws-case-age            pic 9(9).
       77 ws-filed-count         pic 9(5) value zero.
       77 ws-txn-count           pic 9(7) value zero.
       77 ws-held-count          pic 9(5) value zero.
       77 ws-overdue-count       pic 9(5) value zero.
       77 ws-flag-text           pic x(12).
       77 ws-report-line         pic x(70).
       77 i                      pic 9(2).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-cases     value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-deadline.
           open output archivoFiling.
           open output archivoReport.
           perform write-report-header.
           move "H" to fil-rec-type.
           move spaces to fil-payload.
           move home-routing-code to fil-reporting-entity.
           move ws-today          to fil-file-date.
           write filing-record.
           open input archivoJournal.
           open i-o archivoStrCase.
           move zero to str-case-no.
           start archivoStrCase key is greater than str-case-no
               invalid key
                   set ws-no-more-cases to true
           end-start.
           perform process-one-case until ws-no-more-cases.
           close archivoStrCase archivoJournal.
           move "Z" to fil-rec-type.
           move spaces to fil-payload.
           move ws-filed-count to fil-case-count.
           move ws-txn-count   to fil-txn-count.
           write filing-record.
           close archivoFiling.
           perform write-report-footer.
           close archivoReport.
           display "STR-Filing-Batch: " ws-filed-count
                   " cases filed, " ws-held-count " held, "
                   ws-overdue-count " past deadline".
           stop run
           .
      *>----------------------------------------------------------------

       load-deadline.
           move default-deadline-days to ws-deadline-days.
           open input archivoStrCfg
           read archivoStrCfg
                   at end
                       continue
                   not at end
                       move strcfg-deadline-days to ws-deadline-days
           end-read.
           close archivoStrCfg
           .
      *>----------------------------------------------------------------

       process-one-case.
           read archivoStrCase next record
               at end
                   set ws-no-more-cases to true
               not at end
                   if str-is-open
                       perform age-the-case
                       if str-narrative is equal to spaces
                           perform hold-case
                       else
                           perform file-case
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       age-the-case.
           move spaces to ws-flag-text.
           move zero to ws-case-age.
           if str-escalated-date is greater than zero
               compute ws-escalated-days =
                   function integer-of-date (str-escalated-date)
               compute ws-case-age = ws-today-days - ws-escalated-days
           end-if.
           if ws-case-age is greater than ws-deadline-days
               add 1 to ws-overdue-count
           end-if
           .
      *>----------------------------------------------------------------

       hold-case.
           add 1 to ws-held-count.
           if ws-case-age is greater than ws-deadline-days
               move "OVERDUE" to ws-flag-text
           else
               move "HELD" to ws-flag-text
           end-if.
           perform write-case-line
           .
      *>----------------------------------------------------------------

       file-case.
           move "C" to fil-rec-type.
           move spaces to fil-payload.
           move str-case-no        to fil-case-no.
           move str-customer-id    to fil-customer-id.
           move str-customer-name  to fil-customer-name.
           move str-kyc-doc-type   to fil-doc-type.
           move str-kyc-doc-number to fil-doc-number.
           move str-kyc-birth-date to fil-birth-date.
           move str-kyc-risk-class to fil-risk-class.
           move str-rule           to fil-rule.
           move str-escalated-date to fil-escalated-date.
           move str-narrative      to fil-narrative.
           write filing-record.
           move 1 to i.
           perform file-one-entry
               until i is greater than str-jrnl-count
                  or i is greater than 10.
           move ws-today to str-filed-date.
           set str-is-filed to true.
           rewrite str-case-record.
           add 1 to ws-filed-count.
           if ws-case-age is greater than ws-deadline-days
               move "FILED LATE" to ws-flag-text
           else
               move "FILED" to ws-flag-text
           end-if.
           perform write-case-line
           .
      *>----------------------------------------------------------------

       file-one-entry.
           move str-jrnl-seq (i) to journal-seq-no.
           read archivoJournal record key is journal-seq-no
               invalid key
                   continue
               not invalid key
                   move "T" to fil-rec-type
                   move spaces to fil-payload
                   move str-case-no        to fil-txn-case-no
                   move journal-seq-no     to fil-journal-seq
                   move journal-account-no to fil-account-no
                   move journal-txn-type   to fil-txn-type
                   move journal-amount     to fil-amount
                   if journal-txn-date is greater than zero
                       move journal-txn-date to fil-txn-date
                   else
                       move journal-date     to fil-txn-date
                   end-if
                   write filing-record
                   add 1 to ws-txn-count
           end-read.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-case-line.
           move spaces to ws-report-line.
           string "   "               delimited by size
                  str-case-no         delimited by size
                  " cust "            delimited by size
                  str-customer-id     delimited by size
                  " esc "             delimited by size
                  str-escalated-date  delimited by size
                  " age "             delimited by size
                  ws-case-age         delimited by size
                  " "                 delimited by size
                  ws-flag-text        delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to str-report-line.
           write str-report-line
           .
      *>----------------------------------------------------------------

       write-report-header.
           move dash-line to str-report-line.
           write str-report-line.
           move spaces to ws-report-line.
           string " STR filing run "        delimited by size
                  ws-today                 delimited by size
                  " - deadline "           delimited by size
                  ws-deadline-days         delimited by size
                  " days"                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to str-report-line.
           write str-report-line.
           move dash-line to str-report-line.
           write str-report-line
           .
      *>----------------------------------------------------------------

       write-report-footer.
           move dash-line to str-report-line.
           write str-report-line.
           move spaces to ws-report-line.
           string " Filed: "            delimited by size
                  ws-filed-count        delimited by size
                  "  held: "            delimited by size
                  ws-held-count         delimited by size
                  "  past deadline: "   delimited by size
                  ws-overdue-count      delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to str-report-line.
           write str-report-line
           .
      *>----------------------------------------------------------------

       end program STR-Filing-Batch.
