      *> Print-Query, and only then marks the record closed with the
      *> closure date - after which Add-money and Subtract-money
      *> refuse all further postings. The closure is written to
      *> audit.dat with the acting staff-id. When an attorney closes
      *> the account for the holder, the authority register must
      *> give them the power to close it; the disbursement is then
      *> marked on the journal as the attorney's and the attorney
      *> named on the audit entry.
      *>----------------------------------------------------------------

       Identification Division.
       Select optional archivoWhtaxCfg assign to "whtax.cfg"
           organization is line sequential.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Data Division.

       File Section.
       01 whtax-config-record.
           05 whtax-cfg-rate       pic v9(4).

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-statement-date      pic 9(6).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 print-balance          pic -(7)9.99.
       77 ws-power               pic x(1) value "C".
       77 ws-auth-seq            pic 9(9).
       77 ws-last-journal-seq    pic 9(9).
       01 ws-rate-bool           pic 9.
          88  ws-rate-found        value 1.
          88  ws-rate-not-found    value zero.
          88  ws-no-more-orders    value 1.
       01 ws-blocker-switch      pic 9 value zero.
          88  ws-closure-blocked   value 1.
       01 ws-authority-bool      pic 9 value zero.
          88  ws-authority-ok      value 1.
       01 ws-jrnl-switch         pic 9 value zero.
          88  ws-jrnl-eof          value 1.

       Linkage Section.
         77 ls-account-no        pic 9(7).
            88  exist      value 1.
            88  not-exist  value zero.
         77 ls-staff-id          pic 9(5).
         77 ls-attorney-id       pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-account-no
                                ls-disposal
                                ls-dest-acct
                                bool
                                ls-staff-id
                                ls-attorney-id.

       main-procedure.
           set not-exist to true.
               perform settle-accrued-interest
               perform disburse-final-balance
               if not ws-closure-blocked
                   if ls-attorney-id is greater than zero
                   and ws-final-balance is greater than zero
                       perform stamp-attorney-entry
                   end-if
                   perform print-final-statement
                   perform mark-account-closed
                   perform write-audit-entry
                   set exist to true
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

                       end-if
               end-read
           close archivoAccounts.
           if not ws-closure-blocked
           and ls-attorney-id is greater than zero
               perform check-attorney-authority
           end-if.
           if not ws-closure-blocked
               perform check-pending-holds
           end-if.
           .
      *>----------------------------------------------------------------

       check-attorney-authority.
           move zero to ws-authority-bool.
           call "Authority-Check" using
                                  by content ls-attorney-id
                                             ls-account-no
                                             ws-power
                                             ws-today
                                  by reference ws-auth-seq
                                               ws-authority-bool.
           if ws-authority-ok
               display "    Closing under authority " ws-auth-seq
           else
               set ws-closure-blocked to true
               display "    Attorney has no authority to close"
                       " this account"
           end-if
           .
      *>----------------------------------------------------------------

       check-pending-holds.
           move zero to ws-holds-switch.
           open input archivoHolds
           .
      *>----------------------------------------------------------------

      *> The disbursement is the account's newest journal entry once
      *> it has posted - found the way Teller-Txn finds the entry it
      *> re-stamps.

       stamp-attorney-entry.
           move zero to ws-last-journal-seq.
           move zero to ws-jrnl-switch.
           move ls-account-no to journal-account-no.
           open i-o archivoJournal.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-jrnl-eof to true
           end-start.
           perform find-newest-entry until ws-jrnl-eof.
           if ws-last-journal-seq is greater than zero
               move ws-last-journal-seq to journal-seq-no
               read archivoJournal record
                                   key is journal-seq-no
                   invalid key
                       continue
                   not invalid key
                       set journal-by-attorney to true
                       rewrite journal-record
               end-read
           end-if.
           close archivoJournal
           .
      *>----------------------------------------------------------------

       find-newest-entry.
           read archivoJournal next record
               at end
                   set ws-jrnl-eof to true
               not at end
                   if journal-account-no not equal ls-account-no
                       set ws-jrnl-eof to true
                   else
                       move journal-seq-no to ws-last-journal-seq
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       print-final-statement.
           call "Print-Query" using
                   by content ls-account-no
                  ls-disposal  delimited by size
                  into ws-after-image
           end-string.
           if ls-attorney-id is greater than zero
               move "atty"         to ws-after-image (28:4)
               move ls-attorney-id to ws-after-image (33:5)
           end-if.
           move ls-account-no to ws-audit-key.
           call "Audit-Log" using
                                  by content ls-staff-id
