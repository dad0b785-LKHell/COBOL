      *> as its own "OD" entry onto what is owed - deposits already
      *> sweep the facility down first in Add-money, and
      *> Overdraft-Aging-Report is collections' view of accounts
      *> stuck overdrawn too long. An account converted to another
      *> product today already had the day's interest settled at its
      *> old rate by Product-Conversion (convert.dat), so it is not
      *> credited again here.
      *> Given SIMULATE as the run mode on its input the job computes
      *> every posting exactly as above but posts nothing: each one
      *> goes to the prvint.rpt preview through Preview-Post, with
      *> the GL totals finance approves before the real run, and no
      *> account, journal, GL, rate log or checkpoint is touched.
      *>----------------------------------------------------------------

       Identification Division.
       Select optional archivoOdRateCfg assign to "odrate.cfg"
           organization is line sequential.

       Select optional archivoConvert assign to "convert.dat"
           organization is indexed
           access is dynamic
           record key is conv-key.

       Select optional archivoCheckpoint assign to "intchkpt.dat"
           organization is line sequential.

       01 odrate-config-record.
           05 odrate-cfg-rate      pic v9(6).

       FD archivoConvert.
       copy "CONVERT.cpy".

       FD archivoCheckpoint.
       copy "CHKPT.cpy".

       77 ws-checkpoint-interval pic 9 value 2.
       77 ws-records-since-chkpt pic 9 value zero.
       77 ws-resume-account      pic 9(7) value zero.
       01 ws-run-mode            pic x(8) value spaces.
          88  ws-simulating        value "SIMULATE".
       77 ws-preview-file        pic x(12) value "prvint.rpt".
       77 ws-preview-job         pic x(20) value "Interest-Batch".
       77 ws-preview-account     pic 9(7).
       77 ws-preview-type        pic x(2).
       77 ws-preview-amount      pic s9(7)v99.
       77 ws-preview-basis       pic x(20).
       77 ws-preview-balance     pic s9(9)v99.
       77 print-rate             pic .9(6).
       77 print-whtax-rate       pic .9(4).
       01 ws-converted-bool      pic 9 value zero.
          88  ws-converted-today   value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-accounts  value 1.


       main-procedure.
           accept ws-today from date yyyymmdd.
           accept ws-run-mode.
           perform load-whtax-rate.
           perform load-od-rate.
           if ws-simulating
               display "Interest-Batch: simulation - preview to "
                       ws-preview-file
               perform start-preview
               open input archivoAccounts
           else
               perform read-checkpoint
               open i-o archivoAccounts
           end-if.
           open input archivoConvert.
           if ws-resume-account is greater than zero
               move ws-resume-account to account-no
               start archivoAccounts key is greater than account-no
               end-start
           end-if.
           perform process-account until ws-no-more-accounts.
           close archivoAccounts archivoConvert.
           if ws-simulating
               call "Preview-Post" using
                                  by content "T"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-basis
                                             ws-preview-balance
               stop run
           end-if.
           move zero to chkpt-last-account.
           set chkpt-is-complete to true.
           perform write-checkpoint.
                   set ws-no-more-accounts to true
               not at end
                   if not account-on-hold
                       perform check-converted-today
                       perform look-up-rate
                       if ws-rate is greater than zero
                       and not ws-converted-today
                           perform accrue-interest
                       end-if
                       if account-overdraft-used is greater than zero
                           perform accrue-overdraft-interest
                       end-if
                   end-if
                   if not ws-simulating
                       perform checkpoint-if-due
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-converted-today.
           move zero to ws-converted-bool.
           move account-no to conv-account-no.
           move ws-today   to conv-date.
           read archivoConvert record
                               key is conv-key
               invalid key
                   continue
               not invalid key
                   set ws-converted-today to true
           end-read
           .
      *>----------------------------------------------------------------
                   account-balance * ws-rate.
           if ws-interest-amount is greater than zero
               add ws-interest-amount to account-balance
               if ws-simulating
                   move "IN" to ws-preview-type
                   move ws-interest-amount to ws-preview-amount
                   move ws-rate to print-rate
                   move spaces to ws-preview-basis
                   string "rate " print-rate
                          delimited by size
                          into ws-preview-basis
                   end-string
                   move account-balance to ws-preview-balance
                   perform preview-posting
               else
                   rewrite account
                   call "Journal-Post" using
                          by content account-no
                                     ws-interest-amount
                                     "IN"
                                     zero
                                     ws-today
                          by reference ws-journal-seq
                          by content   account-balance
                   call "GL-Post" using
                          by content ws-interest-amount
                                     "IN"
                                     zero
                                     ws-today
                   perform log-applied-rate
               end-if
               perform withhold-tax
           end-if
           .
                   ws-interest-amount * ws-whtax-rate.
           if ws-tax-amount is greater than zero
               subtract ws-tax-amount from account-balance
               if ws-simulating
                   move "WT" to ws-preview-type
                   move ws-tax-amount to ws-preview-amount
                   move ws-whtax-rate to print-whtax-rate
                   move spaces to ws-preview-basis
                   string "withholding " print-whtax-rate
                          delimited by size
                          into ws-preview-basis
                   end-string
                   move account-balance to ws-preview-balance
                   perform preview-posting
               else
                   rewrite account
                   call "Journal-Post" using
                          by content account-no
                                     ws-tax-amount
                                     "WT"
                                     zero
                                     ws-today
                          by reference ws-journal-seq
                          by content   account-balance
                   call "GL-Post" using
                          by content ws-tax-amount
                                     "WT"
                                     zero
                                     ws-today
               end-if
           end-if
           .
      *>----------------------------------------------------------------
      *> already at zero while the overdraft is drawn, so the charge
      *> deepens account-overdraft-used and the "OD" journal entry
      *> records it without moving the balance. GL-Post books it to
      *> overdraft interest income. A simulated line shows what the
      *> account would then owe: the balance less the facility drawn.

       accrue-overdraft-interest.
           compute ws-od-interest rounded =
                   account-overdraft-used * ws-od-rate.
           if ws-od-interest is greater than zero
               add ws-od-interest to account-overdraft-used
               if ws-simulating
                   move "OD" to ws-preview-type
                   move ws-od-interest to ws-preview-amount
                   move ws-od-rate to print-rate
                   move spaces to ws-preview-basis
                   string "od rate " print-rate
                          delimited by size
                          into ws-preview-basis
                   end-string
                   compute ws-preview-balance =
                           account-balance - account-overdraft-used
                   perform preview-posting
               else
                   rewrite account
                   call "Journal-Post" using
                          by content account-no
                                     ws-od-interest
                                     "OD"
                                     zero
                                     ws-today
                          by reference ws-journal-seq
                          by content   account-balance
                   call "GL-Post" using
                          by content ws-od-interest
                                     "OD"
                                     zero
                                     ws-today
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       start-preview.
           call "Preview-Post" using
                                  by content "H"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-job
                                             ws-preview-balance
           .
      *>----------------------------------------------------------------

       preview-posting.
           move account-no to ws-preview-account.
           call "Preview-Post" using
                                  by content "L"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-basis
                                             ws-preview-balance
           .
      *>----------------------------------------------------------------

       checkpoint-if-due.
           add 1 to ws-records-since-chkpt.
           if ws-records-since-chkpt >= ws-checkpoint-interval
