      *> type's debit-side GL total must equal that type's journal
      *> total. Writes a trial balance plus an exception line for
      *> anything that doesn't tie, alongside the per-account
      *> exceptions Reconciliation-Batch already produces. Each bank
      *> (legal entity) on the ledger gets a trial balance of its
      *> own, proved on its own, ahead of the bank-wide totals, and
      *> every account shows the opening balance Period-Close carried
      *> into the year on glopen.dat. Entries GL-Post redirected out
      *> of a closed period are counted on the report.
      *>----------------------------------------------------------------

       Identification Division.
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoOpening assign to "glopen.dat"
           organization is indexed
           access is dynamic
           record key is gopen-key.

       Select archivoTieout assign to "gl-tieout.rpt"
           organization is line sequential.

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoOpening.
       copy "GLOPEN.cpy".

       FD archivoTieout.
       01 tieout-report-line     pic x(70).

       working-storage section.
       77 ws-business-date       pic 9(8).
       77 ws-acct-count          pic 9(3) value zero.
       78 max-acct-entries       value 200.
       01 ws-acct-table.
           05 ws-acct-entry occurs 200 times.
              10 ws-acct-bank-id  pic 9(3).
              10 ws-acct-code     pic x(4).
              10 ws-acct-opening  pic s9(11)v99.
              10 ws-acct-debits   pic s9(11)v99.
              10 ws-acct-credits  pic s9(11)v99.
       77 ws-type-count          pic 9(2) value zero.
              10 ws-type-code       pic x(2).
              10 ws-type-gl-total   pic s9(11)v99.
              10 ws-type-jrnl-total pic s9(11)v99.
       77 ws-entity-count        pic 9(2) value zero.
       78 max-entity-entries     value 20.
       01 ws-entity-table.
           05 ws-entity-entry occurs 20 times.
              10 ws-entity-bank-id  pic 9(3).
              10 ws-entity-debits   pic s9(11)v99.
              10 ws-entity-credits  pic s9(11)v99.
       77 e                      pic 9(2).
       77 ws-match-bank-id       pic 9(3).
       77 ws-match-account-code  pic x(4).
       77 ws-adjusted-count      pic 9(5) value zero.
       77 print-opening          pic -(9)9.99.
       77 ws-total-debits        pic s9(11)v99 value zero.
       77 ws-total-credits       pic s9(11)v99 value zero.
       77 i                      pic 9(3).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       77 print-debits           pic -(9)9.99.
          88  ws-gl-eof            value 1.
       01 ws-jrnl-switch         pic 9 value zero.
          88  ws-jrnl-eof          value 1.
       01 ws-open-switch         pic 9 value zero.
          88  ws-open-eof          value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
           display "Trial balance business date (yyyymmdd) ? : "
                   no advancing.
           accept ws-business-date.
           perform load-opening-balances.
           perform total-gl-entries.
           perform total-journal-entries.
           open output archivoTieout.
           .
      *>----------------------------------------------------------------

      *> The year's opening balances go in first, so an account
      *> with no movement today still shows on its entity's list.

       load-opening-balances.
           open input archivoOpening.
           move ws-business-date (1:4) to gopen-year.
           move zero   to gopen-bank-id.
           move spaces to gopen-account-code.
           start archivoOpening key is not less than gopen-key
               invalid key
                   set ws-open-eof to true
           end-start.
           perform load-one-opening until ws-open-eof.
           close archivoOpening
           .
      *>----------------------------------------------------------------

       load-one-opening.
           read archivoOpening next record
               at end
                   set ws-open-eof to true
               not at end
                   if gopen-year not equal ws-business-date (1:4)
                       set ws-open-eof to true
                   else
                       move gopen-bank-id      to ws-match-bank-id
                       move gopen-account-code to ws-match-account-code
                       perform find-acct-entry
                       if ws-entry-found
                           add gopen-balance to ws-acct-opening (i)
                       end-if
                       perform find-entity-entry
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       total-gl-entries.
           open input archivoGL.
           move zero to gl-seq-no.
                   set ws-gl-eof to true
               not at end
                   if gl-date is equal to ws-business-date
                       move gl-bank-id      to ws-match-bank-id
                       move gl-account-code to ws-match-account-code
                       perform add-to-acct-table
                       perform add-to-entity-table
                       if gl-is-period-adjustment
                           add 1 to ws-adjusted-count
                       end-if
                       if gl-is-debit
                           add gl-amount to ws-total-debits
                           perform add-to-type-gl-total
      *>----------------------------------------------------------------

       add-to-acct-table.
           perform find-acct-entry.
           if ws-entry-found
               if gl-is-debit
                   add gl-amount to ws-acct-debits (i)
               else
                   add gl-amount to ws-acct-credits (i)
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       find-acct-entry.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-acct-entry
           and ws-acct-count is less than max-acct-entries
               add 1 to ws-acct-count
               move ws-acct-count to i
               move ws-match-bank-id      to ws-acct-bank-id (i)
               move ws-match-account-code to ws-acct-code (i)
               move zero to ws-acct-opening (i)
               move zero to ws-acct-debits (i)
               move zero to ws-acct-credits (i)
               set ws-entry-found to true
           end-if
           .
      *>----------------------------------------------------------------

       match-acct-entry.
           if ws-acct-code (i) is equal to ws-match-account-code
           and ws-acct-bank-id (i) is equal to ws-match-bank-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       add-to-entity-table.
           perform find-entity-entry.
           if ws-entry-found
               if gl-is-debit
                   add gl-amount to ws-entity-debits (e)
               else
                   add gl-amount to ws-entity-credits (e)
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       find-entity-entry.
           move zero to ws-found-switch.
           move 1 to e.
           perform match-entity-entry
               until ws-entry-found
                  or e is greater than ws-entity-count.
           if not ws-entry-found
           and ws-entity-count is less than max-entity-entries
               add 1 to ws-entity-count
               move ws-entity-count to e
               move ws-match-bank-id to ws-entity-bank-id (e)
               move zero to ws-entity-debits (e)
               move zero to ws-entity-credits (e)
               set ws-entry-found to true
           end-if
           .
      *>----------------------------------------------------------------

       match-entity-entry.
           if ws-entity-bank-id (e) is equal to ws-match-bank-id
               set ws-entry-found to true
           else
               add 1 to e
           end-if
           .
      *>----------------------------------------------------------------
           write tieout-report-line.
           move dash-line to tieout-report-line.
           write tieout-report-line.
           move 1 to e.
           perform write-entity-section
               until e is greater than ws-entity-count.
           move dash-line to tieout-report-line.
           write tieout-report-line.
           move ws-total-debits  to print-debits.
           move ws-total-credits to print-credits.
           move spaces to ws-report-line.
           string " All banks  D " delimited by size
                  print-debits     delimited by size
                  "  C "           delimited by size
                  print-credits    delimited by size
               move " EXCEPTION: ledger out of balance"
                   to tieout-report-line
               write tieout-report-line
           end-if.
           if ws-adjusted-count is greater than zero
               move spaces to ws-report-line
               string " Period adjustments from closed months: "
                                        delimited by size
                      ws-adjusted-count delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to tieout-report-line
               write tieout-report-line
           end-if
           .
      *>----------------------------------------------------------------

      *> One legal entity: its accounts, its totals, and its own
      *> proof - GL-Post stamps both lines of a pair with the same
      *> bank, so each entity's ledger must balance by itself.

       write-entity-section.
           move spaces to ws-report-line.
           string " Legal entity (bank) " delimited by size
                  ws-entity-bank-id (e)    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to tieout-report-line.
           write tieout-report-line.
           move 1 to i.
           perform write-acct-line
               until i is greater than ws-acct-count.
           move ws-entity-debits  (e) to print-debits.
           move ws-entity-credits (e) to print-credits.
           move spaces to ws-report-line.
           string " Bank totals D " delimited by size
                  print-debits      delimited by size
                  "  C "            delimited by size
                  print-credits     delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to tieout-report-line.
           write tieout-report-line.
           if ws-entity-debits (e) not equal to ws-entity-credits (e)
               move " EXCEPTION: legal entity ledger out of balance"
                   to tieout-report-line
               write tieout-report-line
           end-if.
           add 1 to e
           .
      *>----------------------------------------------------------------

       write-acct-line.
           if ws-acct-bank-id (i) not equal ws-entity-bank-id (e)
               add 1 to i
               exit paragraph
           end-if.
           move ws-acct-opening (i) to print-opening.
           move ws-acct-debits  (i) to print-debits.
           move ws-acct-credits (i) to print-credits.
           move spaces to ws-report-line.
           string " Acct " delimited by size
                  ws-acct-code (i) delimited by size
                  " O " delimited by size
                  print-opening delimited by size
                  "  D " delimited by size
                  print-debits delimited by size
                  "  C " delimited by size
                  print-credits delimited by size
      *>----------------------------------------------------------------

      *> Types the bank books on its own behalf - settlement ("ST"),
      *> netting instructions ("SN"), FX revaluation ("FG"/"FL") and
      *> the year-end close to retained earnings ("YC") - have no
      *> journal counterpart by design and are labelled
      *> rather than excepted, so the exception column stays worth
      *> reading.

               when "SN"
               when "FG"
               when "FL"
               when "YC"
                   move " bank book" to ws-tie-marker
               when other
                   if ws-type-gl-total (i) not equal
