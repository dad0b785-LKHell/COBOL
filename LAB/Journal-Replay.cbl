      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Point-in-time recovery. Run by run-recover-journal.sh once
      *> the last Backup-Batch snapshot has been put back: the
      *> journal as it survived the failure (saved to journal.rcv
      *> before the restore) is replayed onto the restored files from
      *> the entry after the snapshot's control-total high-water mark
      *> - the highest journal-seq-no recorded in backup-totals.dat.
      *> Each entry is written back into journal.dat under its own
      *> sequence number, re-applied to account.dat exactly as
      *> Subtract-money and Add-money applied it (balance, overdraft
      *> used and since, the ATM daily-withdrawn total, last
      *> activity), and its GL regenerated through GL-Post. The daily
      *> totals start again each new posting day, as
      *> Reset-Daily-Limits-Batch would have started them. The
      *> operator can stop at a sequence number, at a moment in time
      *> (the entry's actual date and time), or run to the end.
      *> recovery.rpt proves every rebuilt balance against the
      *> journal's own balance-after: any entry that does not agree,
      *> or whose account is not on the restored file, is listed and
      *> the run ends with a non-zero return code. Only account,
      *> journal and GL are rolled forward - standing orders and
      *> holds stay as at the close, and GL entries that were never
      *> journalled must be re-keyed.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Journal-Replay.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoSurvivor assign to "journal.rcv"
           organization is indexed
           access is dynamic
           record key is rcv-journal-seq-no
           alternate record key is rcv-journal-account-no
                                   with duplicates.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoTotals assign to "backup-totals.dat"
           organization is line sequential.

       Select archivoReport assign to "recovery.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoSurvivor.
       copy "TXNJRNL.cpy" replacing leading ==journal== by
                                            ==rcv-journal==.

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoTotals.
       copy "CTLTOT.cpy".

       FD archivoReport.
       01 recovery-report-line   pic x(70).

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-high-water          pic 9(9) value zero.
       77 ws-close-date          pic 9(8) value zero.
       77 ws-stop-seq            pic 9(9) value zero.
       77 ws-stop-date           pic 9(8) value zero.
       77 ws-stop-time           pic 9(6) value zero.
       77 ws-entry-moment        pic 9(14).
       77 ws-stop-moment         pic 9(14).
       77 ws-posting-day         pic 9(8).
       77 ws-shortfall           pic s9(7)v99.
       77 ws-remainder           pic s9(7)v99.
       77 ws-last-seq            pic 9(9) value zero.
       77 ws-replayed-count      pic 9(7) value zero.
       77 ws-proved-count        pic 9(7) value zero.
       77 ws-mismatch-count      pic 9(7) value zero.
       77 ws-missing-count       pic 9(7) value zero.
       77 ws-present-count       pic 9(7) value zero.
       77 ws-gl-count            pic 9(7) value zero.
       77 ws-reset-count         pic 9(5) value zero.
       77 ws-line-label          pic x(34).
       77 print-count            pic z(6)9.
       77 print-amount           pic -(7)9.99.
       77 print-balance          pic -(9)9.99.
       77 ws-report-line         pic x(70).
       01 ws-ctl-switch          pic 9 value zero.
          88  ws-ctl-eof           value 1.
       01 ws-ctl-found-switch    pic 9 value zero.
          88  ws-high-water-known  value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-entries   value 1.
       01 ws-acct-end-switch     pic 9 value zero.
          88  ws-no-more-accounts  value 1.
       01 ws-moves-switch        pic 9 value zero.
          88  ws-entry-credits     value 1.
          88  ws-entry-debits      value 2.
          88  ws-entry-od-charge   value 3.
       01 ws-account-switch      pic 9 value zero.
          88  ws-account-found     value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform read-high-water.
           if not ws-high-water-known
               display "Journal-Replay: no journal control total in"
                       " backup-totals.dat - nothing to replay onto"
               move 1 to return-code
               stop run
           end-if.
           display "Snapshot of " ws-close-date
                   " - journal high-water " ws-high-water.
           display "Stop after sequence no (0 = no limit) ? : "
                   no advancing.
           accept ws-stop-seq.
           display "Stop at date yyyymmdd (0 = no limit) ? : "
                   no advancing.
           accept ws-stop-date.
           if ws-stop-date is greater than zero
               display "          time hhmmss ? : " no advancing
               accept ws-stop-time
           end-if.
           compute ws-stop-moment =
                   ws-stop-date * 1000000 + ws-stop-time.
           move ws-close-date to ws-posting-day.
           open output archivoReport.
           perform write-report-heading.
           open input archivoSurvivor.
           open i-o archivoJournal.
           open i-o archivoAccounts.
           move ws-high-water to rcv-journal-seq-no.
           start archivoSurvivor key is greater than rcv-journal-seq-no
               invalid key
                   set ws-no-more-entries to true
           end-start.
           perform replay-entry until ws-no-more-entries.
           close archivoSurvivor archivoJournal archivoAccounts.
           perform write-report-summary.
           close archivoReport.
           display "Journal-Replay: " ws-replayed-count
                   " entries replayed to seq " ws-last-seq ", "
                   ws-mismatch-count " not proved".
           if ws-mismatch-count is greater than zero
           or ws-missing-count is greater than zero
               move 1 to return-code
           end-if.
           stop run
           .
      *>----------------------------------------------------------------

       read-high-water.
           move zero to ws-ctl-switch.
           open input archivoTotals.
           perform take-control-row until ws-ctl-eof.
           close archivoTotals
           .
      *>----------------------------------------------------------------

       take-control-row.
           read archivoTotals
               at end
                   set ws-ctl-eof to true
               not at end
                   if ctl-file-name is equal to "journal"
                       move ctl-high-seq to ws-high-water
                       move ctl-date     to ws-close-date
                       set ws-high-water-known to true
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to recovery-report-line.
           write recovery-report-line.
           move spaces to ws-report-line.
           string " Journal replay recovery run " ws-today
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recovery-report-line.
           write recovery-report-line.
           move spaces to ws-report-line.
           string " Snapshot of " ws-close-date
                  " - replaying above seq " ws-high-water
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recovery-report-line.
           write recovery-report-line.
           move dash-line to recovery-report-line.
           write recovery-report-line.
           move spaces to ws-report-line.
           move "Seq"         to ws-report-line (2:3).
           move "Account"     to ws-report-line (12:7).
           move "Ty"          to ws-report-line (20:2).
           move "Amount"      to ws-report-line (29:6).
           move "Journal bal" to ws-report-line (37:11).
           move "Rebuilt"     to ws-report-line (55:7).
           move ws-report-line to recovery-report-line.
           write recovery-report-line
           .
      *>----------------------------------------------------------------

       replay-entry.
           read archivoSurvivor next record
               at end
                   set ws-no-more-entries to true
               not at end
                   perform check-stop-point
                   if not ws-no-more-entries
                       perform apply-entry
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The entry's own moment is when the customer stood at the
      *> machine; entries from before dual dating only carry the
      *> posting date and count as the start of that day.

       check-stop-point.
           if ws-stop-seq is greater than zero
           and rcv-journal-seq-no is greater than ws-stop-seq
               set ws-no-more-entries to true
           end-if.
           if ws-stop-date is greater than zero
               if rcv-journal-txn-date is greater than zero
                   compute ws-entry-moment =
                           rcv-journal-txn-date * 1000000
                         + rcv-journal-txn-time / 100
               else
                   compute ws-entry-moment =
                           rcv-journal-date * 1000000
               end-if
               if ws-entry-moment is greater than ws-stop-moment
                   set ws-no-more-entries to true
               end-if
           end-if
           .
      *>----------------------------------------------------------------

      *> An entry already in the restored journal was in the snapshot
      *> after all and is left alone.

       apply-entry.
           move rcv-journal-record to journal-record.
           write journal-record
               invalid key
                   add 1 to ws-present-count
               not invalid key
                   move journal-seq-no to ws-last-seq
                   add 1 to ws-replayed-count
                   if journal-date is greater than ws-posting-day
                       move journal-date to ws-posting-day
                       perform reset-daily-totals
                   end-if
                   perform rebuild-account
                   call "GL-Post" using
                                  by content journal-amount
                                             journal-txn-type
                                             journal-atm-id
                                             journal-date
                   add 1 to ws-gl-count
           end-write
           .
      *>----------------------------------------------------------------

       rebuild-account.
           move zero to ws-account-switch.
           move spaces to ws-report-line.
           move journal-account-no to account-no.
           read archivoAccounts record key is account-no
               invalid key
                   add 1 to ws-missing-count
                   move "NOT ON FILE" to ws-report-line (55:11)
                   perform write-exception-line
               not invalid key
                   set ws-account-found to true
           end-read.
           if ws-account-found
               perform classify-entry
               evaluate true
                   when ws-entry-credits
                       perform apply-credit
                   when ws-entry-debits
                       perform apply-debit
                   when ws-entry-od-charge
                       add journal-amount to account-overdraft-used
               end-evaluate
               if journal-is-withdrawal
               and journal-atm-id is greater than zero
                   add journal-amount to account-daily-withdrawn
               end-if
               move journal-date to account-last-activity-date
               rewrite account
               if account-balance is equal to journal-balance-after
                   add 1 to ws-proved-count
               else
                   add 1 to ws-mismatch-count
                   move account-balance to print-balance
                   move print-balance to ws-report-line (53:13)
                   perform write-exception-line
               end-if
           end-if
           .
      *>----------------------------------------------------------------

      *> Signed by the same type list the balance-forward summary and
      *> Journal-Verify-Batch fold; "OD" interest is charged onto the
      *> overdraft used, not the balance.

       classify-entry.
           move zero to ws-moves-switch.
           evaluate journal-txn-type
               when "DP" when "TI" when "IN" when "RV" when "CH"
               when "SA" when "LD" when "TM" when "SI" when "DX"
               when "IW" when "MR" when "LY" when "GW"
                   set ws-entry-credits to true
               when "WD" when "TO" when "FE" when "WT" when "ES"
               when "TD" when "LP" when "LI" when "BP" when "PY"
               when "DD" when "IC" when "GS" when "CD" when "WO"
               when "VT" when "LR" when "NW" when "DI" when "CE"
               when "MT"
                   set ws-entry-debits to true
               when "OD"
                   set ws-entry-od-charge to true
               when other
                   continue
           end-evaluate
           .
      *>----------------------------------------------------------------

      *> As Subtract-money: what the balance cannot cover runs onto
      *> the overdraft, dated from the first day it was used.

       apply-debit.
           if journal-amount <= account-balance
               subtract journal-amount from account-balance
           else
               compute ws-shortfall =
                       journal-amount - account-balance
               move zero to account-balance
               if account-overdraft-used is equal to zero
                   move journal-date to account-overdraft-since
               end-if
               add ws-shortfall to account-overdraft-used
           end-if
           .
      *>----------------------------------------------------------------

      *> As Add-money: a credit clears the overdraft first.

       apply-credit.
           if journal-amount <= account-overdraft-used
               subtract journal-amount from account-overdraft-used
           else
               compute ws-remainder =
                       journal-amount - account-overdraft-used
               move zero to account-overdraft-used
               add ws-remainder to account-balance
           end-if.
           if account-overdraft-used is equal to zero
               move zero to account-overdraft-since
           end-if
           .
      *>----------------------------------------------------------------

      *> A new posting day means the nightly reset has run in
      *> between - every account's ATM daily total starts again.

       reset-daily-totals.
           add 1 to ws-reset-count.
           move zero to ws-acct-end-switch.
           move zero to account-no.
           start archivoAccounts key is not less than account-no
               invalid key
                   set ws-no-more-accounts to true
           end-start.
           perform reset-one-account until ws-no-more-accounts
           .
      *>----------------------------------------------------------------

       reset-one-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-accounts to true
               not at end
                   if account-daily-withdrawn is not equal to zero
                       move zero to account-daily-withdrawn
                       rewrite account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-exception-line.
           move journal-seq-no     to ws-report-line (2:9).
           move journal-account-no to ws-report-line (12:7).
           move journal-txn-type   to ws-report-line (20:2).
           move journal-amount     to print-amount.
           move print-amount       to ws-report-line (24:11).
           move journal-balance-after to print-balance.
           move print-balance      to ws-report-line (37:13).
           move ws-report-line to recovery-report-line.
           write recovery-report-line
           .
      *>----------------------------------------------------------------

       write-report-summary.
           move spaces to recovery-report-line.
           write recovery-report-line.
           move dash-line to recovery-report-line.
           write recovery-report-line.
           move spaces to ws-report-line.
           if ws-stop-seq is greater than zero
               string " Stop requested after seq " ws-stop-seq
                      delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to recovery-report-line
               write recovery-report-line
               move spaces to ws-report-line
           end-if.
           if ws-stop-date is greater than zero
               string " Stop requested at " ws-stop-date " "
                      ws-stop-time
                      delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to recovery-report-line
               write recovery-report-line
               move spaces to ws-report-line
           end-if.
           string " Recovered to journal seq " ws-last-seq
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recovery-report-line.
           write recovery-report-line.
           move "Entries replayed" to ws-line-label.
           move ws-replayed-count to print-count.
           perform write-count-line.
           move "Balances proved" to ws-line-label.
           move ws-proved-count to print-count.
           perform write-count-line.
           move "Balances NOT proved" to ws-line-label.
           move ws-mismatch-count to print-count.
           perform write-count-line.
           move "Accounts not on restored file" to ws-line-label.
           move ws-missing-count to print-count.
           perform write-count-line.
           move "Entries already in snapshot" to ws-line-label.
           move ws-present-count to print-count.
           perform write-count-line.
           move "GL postings regenerated" to ws-line-label.
           move ws-gl-count to print-count.
           perform write-count-line.
           move "Daily limit resets applied" to ws-line-label.
           move ws-reset-count to print-count.
           perform write-count-line.
           move dash-line to recovery-report-line.
           write recovery-report-line.
           if ws-mismatch-count is equal to zero
           and ws-missing-count is equal to zero
               move " RECOVERY PROVED - every balance agrees"
                 to recovery-report-line
           else
               move " RECOVERY NOT PROVED - see entries listed above"
                 to recovery-report-line
           end-if.
           write recovery-report-line
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string " " ws-line-label " " print-count
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recovery-report-line.
           write recovery-report-line
           .
      *>----------------------------------------------------------------

       end program Journal-Replay.
