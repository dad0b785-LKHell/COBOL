      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly central-bank counterfeit return, straight from the
      *> suspect note register (suspnote.dat). For the prompted month
      *> it writes counterfeit-return.dat: a control header with the
      *> month's note count and face value, one summary line per
      *> denomination, then every note retained - date, denomination,
      *> serial and whether a machine (atm-id) or a teller (staff-id)
      *> took it out of the deposit. It also looks back over the
      *> counterfeit.cfg window (default 6 months ending with the
      *> return month) for customers whose deposits have turned up
      *> suspect notes on at least the configured number of separate
      *> days (default 2); any of them with a note in the return
      *> month is raised to the AML worklist as a "CF" alert for the
      *> compliance officer in AML-Workbench, and listed on
      *> counterfeit-repeat.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Counterfeit-Return-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoSuspNotes assign to "suspnote.dat"
           organization is indexed
           access is dynamic
           record key is sn-seq-no.

       Select optional archivoCfCfg assign to "counterfeit.cfg"
           organization is line sequential.

       Select archivoReturn assign to "counterfeit-return.dat"
           organization is line sequential.

       Select archivoRepeat assign to "counterfeit-repeat.rpt"
           organization is line sequential.

       Select optional archivoAlerts assign to "amlalert.dat"
           organization is indexed
           access is dynamic
           record key is alert-seq-no.

       Select archivoAmlSeq assign to "amlseq.dat"
           organization is indexed
           access is dynamic
           record key is amlseq-key.

       Data Division.

       File Section.
       FD archivoSuspNotes.
       copy "SUSPNOTE.cpy".

       FD archivoCfCfg.
       01 cf-config-record.
           05 cfcfg-repeat-days     pic 9(2).
           05 cfcfg-window-months   pic 9(2).

       FD archivoReturn.
       01 cf-header-record.
           05 cfh-record-type       pic x(1).
           05 cfh-bank-code         pic x(4).
           05 cfh-return-month      pic 9(6).
           05 cfh-note-count        pic 9(7).
           05 cfh-face-value        pic 9(9).
       01 cf-summary-record.
           05 cfs-record-type       pic x(1).
           05 cfs-denom-amount      pic 9(3).
           05 cfs-note-count        pic 9(7).
           05 cfs-face-value        pic 9(9).
       01 cf-detail-record.
           05 cfd-record-type       pic x(1).
           05 cfd-date              pic 9(8).
           05 cfd-denom-amount      pic 9(3).
           05 cfd-serial            pic x(12).
           05 cfd-source            pic x(1).
           05 cfd-atm-id            pic 9(3).
           05 cfd-staff-id          pic 9(5).

       FD archivoRepeat.
       01 repeat-report-line       pic x(70).

       FD archivoAlerts.
       copy "AMLALERT.cpy".

       FD archivoAmlSeq.
       01 amlseq-record.
           05 amlseq-key           pic 9(1).
           05 amlseq-next          pic 9(9).

       working-storage section.
       78 home-routing-code      value "0001".
       78 default-repeat-days    value 2.
       78 default-window-months  value 6.
       77 ws-repeat-days         pic 9(2).
       77 ws-window-months       pic 9(2).
       01 ws-return-month        pic 9(6).
       01 ws-return-parts redefines ws-return-month.
           05 ws-return-year     pic 9(4).
           05 ws-return-mm       pic 9(2).
       77 ws-window-start        pic 9(6).
       77 ws-month-number        pic 9(7).
       77 ws-start-year          pic 9(4).
       77 ws-start-month         pic 9(2).
       77 ws-note-month          pic 9(6).
       77 ws-run-date            pic 9(8).
       77 ws-note-count          pic 9(7) value zero.
       77 ws-face-value          pic 9(9) value zero.
       77 ws-denom-count         pic 9(2) value zero.
       78 max-denom-entries      value 10.
       01 ws-denom-table.
           05 ws-denom-entry occurs 10 times.
              10 ws-denom-amount   pic 9(3).
              10 ws-denom-notes    pic 9(7).
              10 ws-denom-value    pic 9(9).
       77 ws-cust-count          pic 9(3) value zero.
       78 max-cust-entries       value 200.
       01 ws-cust-table.
           05 ws-cust-entry occurs 200 times.
              10 ws-cust-id        pic 9(5).
              10 ws-cust-days      pic 9(3).
              10 ws-cust-last-date pic 9(8).
              10 ws-cust-in-month  pic 9(3).
       77 i                      pic 9(3).
       77 ws-alert-count         pic 9(5) value zero.
       77 ws-new-alert-seq       pic 9(9).
       77 ws-report-line         pic x(70).
       01 ws-note-switch         pic 9 value zero.
          88  ws-note-eof          value 1.
       01 ws-cfg-switch          pic 9 value zero.
          88  ws-cfg-eof           value 1.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           display "Counterfeit return month (yyyymm) ? : "
                   no advancing.
           accept ws-return-month.
           accept ws-run-date from date yyyymmdd.
           perform load-config.
           perform compute-window-start.
           perform gather-notes.
           perform write-return.
           perform raise-repeat-alerts.
           display "Counterfeit-Return-Batch: " ws-note-count
                   " notes returned, " ws-alert-count
                   " repeat depositors alerted".
           stop run
           .
      *>----------------------------------------------------------------

       load-config.
           move default-repeat-days   to ws-repeat-days.
           move default-window-months to ws-window-months.
           move zero to ws-cfg-switch.
           open input archivoCfCfg
               perform scan-config until ws-cfg-eof
           close archivoCfCfg
           .
      *>----------------------------------------------------------------

       scan-config.
           read archivoCfCfg
               at end
                   set ws-cfg-eof to true
               not at end
                   move cfcfg-repeat-days   to ws-repeat-days
                   move cfcfg-window-months to ws-window-months
           end-read
           .
      *>----------------------------------------------------------------

      *> Months are counted from year zero so the window can reach
      *> back across a year end.

       compute-window-start.
           if ws-window-months is equal to zero
               move 1 to ws-window-months
           end-if.
           compute ws-month-number =
                   ws-return-year * 12
                   + ws-return-mm - 1
                   - (ws-window-months - 1).
           divide ws-month-number by 12
               giving ws-start-year
               remainder ws-start-month.
           add 1 to ws-start-month.
           compute ws-window-start =
                   ws-start-year * 100 + ws-start-month
           .
      *>----------------------------------------------------------------

       gather-notes.
           move zero to ws-note-switch.
           open input archivoSuspNotes.
           move zero to sn-seq-no.
           start archivoSuspNotes key is greater than sn-seq-no
               invalid key
                   set ws-note-eof to true
           end-start.
           perform gather-one-note until ws-note-eof.
           close archivoSuspNotes
           .
      *>----------------------------------------------------------------

       gather-one-note.
           read archivoSuspNotes next record
               at end
                   set ws-note-eof to true
               not at end
                   move sn-date (1:6) to ws-note-month
                   if ws-note-month is equal to ws-return-month
                       add 1 to ws-note-count
                       add sn-denom-amount to ws-face-value
                       perform add-to-denom-table
                   end-if
                   if ws-note-month is not less than ws-window-start
                   and ws-note-month is not greater than
                       ws-return-month
                   and sn-customer-id is greater than zero
                       perform add-to-cust-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-to-denom-table.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-denom-entry
               until ws-entry-found or i is greater than ws-denom-count.
           if not ws-entry-found
           and ws-denom-count is less than max-denom-entries
               add 1 to ws-denom-count
               move ws-denom-count to i
               move sn-denom-amount to ws-denom-amount (i)
               move zero to ws-denom-notes (i)
               move zero to ws-denom-value (i)
               set ws-entry-found to true
           end-if.
           if ws-entry-found
               add 1 to ws-denom-notes (i)
               add sn-denom-amount to ws-denom-value (i)
           end-if
           .
      *>----------------------------------------------------------------

       match-denom-entry.
           if ws-denom-amount (i) is equal to sn-denom-amount
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

      *> Several notes out of the one deposit are one occasion, not
      *> several: only a new day counts towards a repeat depositor.

       add-to-cust-table.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-cust-entry
               until ws-entry-found or i is greater than ws-cust-count.
           if not ws-entry-found
           and ws-cust-count is less than max-cust-entries
               add 1 to ws-cust-count
               move ws-cust-count to i
               move sn-customer-id to ws-cust-id (i)
               move zero to ws-cust-days (i)
               move zero to ws-cust-last-date (i)
               move zero to ws-cust-in-month (i)
               set ws-entry-found to true
           end-if.
           if ws-entry-found
               if sn-date not equal ws-cust-last-date (i)
                   add 1 to ws-cust-days (i)
                   move sn-date to ws-cust-last-date (i)
               end-if
               if ws-note-month is equal to ws-return-month
                   add 1 to ws-cust-in-month (i)
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-cust-entry.
           if ws-cust-id (i) is equal to sn-customer-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       write-return.
           open output archivoReturn.
           move "H"               to cfh-record-type.
           move home-routing-code to cfh-bank-code.
           move ws-return-month   to cfh-return-month.
           move ws-note-count     to cfh-note-count.
           move ws-face-value     to cfh-face-value.
           write cf-header-record.
           move 1 to i.
           perform write-denom-summary
               until i is greater than ws-denom-count.
           move zero to ws-note-switch.
           open input archivoSuspNotes.
           move zero to sn-seq-no.
           start archivoSuspNotes key is greater than sn-seq-no
               invalid key
                   set ws-note-eof to true
           end-start.
           perform write-one-detail until ws-note-eof.
           close archivoSuspNotes.
           close archivoReturn
           .
      *>----------------------------------------------------------------

       write-denom-summary.
           move "S"                 to cfs-record-type.
           move ws-denom-amount (i) to cfs-denom-amount.
           move ws-denom-notes (i)  to cfs-note-count.
           move ws-denom-value (i)  to cfs-face-value.
           write cf-summary-record.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-one-detail.
           read archivoSuspNotes next record
               at end
                   set ws-note-eof to true
               not at end
                   if sn-date (1:6) is equal to ws-return-month
                       move "D"             to cfd-record-type
                       move sn-date         to cfd-date
                       move sn-denom-amount to cfd-denom-amount
                       move sn-serial       to cfd-serial
                       move sn-source       to cfd-source
                       move sn-atm-id       to cfd-atm-id
                       move sn-staff-id     to cfd-staff-id
                       write cf-detail-record
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       raise-repeat-alerts.
           open output archivoRepeat.
           move dash-line to repeat-report-line.
           write repeat-report-line.
           move spaces to ws-report-line.
           string " Repeat suspect note depositors "
                       delimited by size
                  ws-window-start delimited by size
                  " to "          delimited by size
                  ws-return-month delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to repeat-report-line.
           write repeat-report-line.
           move dash-line to repeat-report-line.
           write repeat-report-line.
           move 1 to i.
           perform check-one-customer
               until i is greater than ws-cust-count.
           if ws-alert-count is equal to zero
               move " (none)" to repeat-report-line
               write repeat-report-line
           end-if.
           close archivoRepeat
           .
      *>----------------------------------------------------------------

       check-one-customer.
           if ws-cust-days (i) is not less than ws-repeat-days
           and ws-cust-in-month (i) is greater than zero
               perform raise-repeat-alert
               move spaces to ws-report-line
               string " Customer "       delimited by size
                      ws-cust-id (i)     delimited by size
                      " days with notes " delimited by size
                      ws-cust-days (i)   delimited by size
                      " this month "     delimited by size
                      ws-cust-in-month (i) delimited by size
                      " alert "          delimited by size
                      ws-new-alert-seq   delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to repeat-report-line
               write repeat-report-line
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       raise-repeat-alert.
           initialize aml-alert-record.
           perform next-alert-seq.
           move ws-new-alert-seq to alert-seq-no.
           move ws-cust-id (i)   to alert-owner-id.
           set alert-suspect-notes to true.
           move ws-run-date      to alert-date.
           set alert-is-open to true.
           move zero to alert-staff-id.
           move zero to alert-jrnl-count.
           open i-o archivoAlerts
               write aml-alert-record
                   invalid key
                       display "Counterfeit-Return-Batch: alert write"
                               " failed"
                   not invalid key
                       add 1 to ws-alert-count
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

       end program Counterfeit-Return-Batch.
