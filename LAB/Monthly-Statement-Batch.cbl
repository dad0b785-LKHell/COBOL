      *> calendar month's activity pulled from the transaction journal
      *> - onto a single printer-ready statements.rpt, instead of
      *> statements only being available interactively one account at
      *> a time. An account moved to another product during the
      *> month carries a marker line for the conversion (convert.dat)
      *> under its activity.
      *> Must run before Archive-Journal-Batch in any month-end cycle
      *> - this job reads that same month's activity out of the live
      *> journal, which the archive job then removes.
           alternate record key is journal-account-no
                                   with duplicates.

       Select optional archivoConvert assign to "convert.dat"
           organization is indexed
           access is dynamic
           record key is conv-key.

       Select archivoStatements assign to "statements.rpt"
           organization is line sequential.

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoConvert.
       copy "CONVERT.cpy".

       FD archivoStatements.
       01 statement-report-line pic x(60).

          88  ws-no-more-accounts  value 1.
       01 ws-journal-switch      pic 9 value zero.
          88  ws-journal-at-end    value 1.
       01 ws-convert-switch      pic 9 value zero.
          88  ws-convert-at-end    value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
           perform read-checkpoint.
           open i-o archivoAccounts.
           open input archivoJournal.
           open input archivoConvert.
           if ws-resume-account is equal to zero
               open output archivoStatements
           else
           end-if.
           perform process-account until ws-no-more-accounts.
           close archivoAccounts archivoJournal archivoStatements.
           close archivoConvert.
           move zero to chkpt-last-account.
           set chkpt-is-complete to true.
           perform write-checkpoint.
                   set ws-journal-at-end to true
           end-start.
           perform scan-journal-entry until ws-journal-at-end.
           perform write-conversion-markers.
           move space to statement-report-line
           write statement-report-line
           .
           .
      *>----------------------------------------------------------------

       write-conversion-markers.
           move zero to ws-convert-switch.
           move account-no to conv-account-no.
           move ws-stmt-date-from to conv-date.
           start archivoConvert key is not less than conv-key
               invalid key
                   set ws-convert-at-end to true
           end-start.
           perform scan-conversion until ws-convert-at-end
           .
      *>----------------------------------------------------------------

       scan-conversion.
           read archivoConvert next record
               at end
                   set ws-convert-at-end to true
               not at end
                   if conv-account-no not equal account-no
                   or conv-date > ws-stmt-date-to
                       set ws-convert-at-end to true
                   else
                       move conv-date to print-jrnl-date
                       move space to statement-report-line
                       string "   " print-jrnl-date
                              "  ** converted from type " conv-old-type
                              " to type " conv-new-type
                           delimited by size into statement-report-line
                       write statement-report-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-activity-line.
           move journal-date   to print-jrnl-date.
           move journal-amount to print-jrnl-amount.
