      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Month-end close of the general ledger, signed off by a
      *> supervisor. The month's trial balance is proved bank by bank
      *> (legal entity) from gl.dat and shown; once the supervisor
      *> signs it off the month goes on glperiod.dat as closed, and
      *> from then on GL-Post books anything dated into it - a
      *> back-dated reversal, a rerun batch - to the current business
      *> date as a period adjustment, so the figures reported to the
      *> central bank through Regulatory-Return-Batch never move.
      *> Months close in order, only once they are over, and never
      *> while any entity's ledger is out of balance.
      *> Closing a December also closes the year: every income and
      *> expense account of every branch is closed out to retained
      *> earnings by a "YC" entry pair dated 31 December, listed on
      *> yearend-YYYY.rpt, and each balance-sheet account's balance
      *> is carried into the new year on glopen.dat, where
      *> GL-Trial-Balance-Batch picks it up as the opening balance.
      *> The sign-off is written to audit.dat through Audit-Log
      *> ("GC").
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Period-Close.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoGL assign to "gl.dat"
           organization is indexed
           access is dynamic
           record key is gl-seq-no.

       Select archivoGLSeq assign to "glseq.dat"
           organization is indexed
           access is dynamic
           record key is glseq-key.

       Select optional archivoPeriod assign to "glperiod.dat"
           organization is indexed
           access is dynamic
           record key is gper-period.

       Select optional archivoOpening assign to "glopen.dat"
           organization is indexed
           access is dynamic
           record key is gopen-key.

       Select archivoYearEnd assign to ws-year-end-filename
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoGL.
       copy "GLEDGER.cpy".

       FD archivoGLSeq.
       01 glseq-record.
           05 glseq-key            pic 9(1).
           05 glseq-next           pic 9(9).

       FD archivoPeriod.
       copy "GLPERIOD.cpy".

       FD archivoOpening.
       copy "GLOPEN.cpy".

       FD archivoYearEnd.
       01 year-end-report-line   pic x(70).

       working-storage section.
       77 ws-today               pic 9(8).
       01 ws-period              pic 9(6).
       01 ws-period-parts redefines ws-period.
           05 ws-period-year     pic 9(4).
           05 ws-period-month    pic 9(2).
       77 ws-prior-period        pic 9(6).
       77 ws-answer              pic x(1).
       77 ws-action              pic x(2) value "GC".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 ws-year-end-filename   pic x(20).
       78 gl-retained-earnings-account value "3000".
       78 max-gl-amount          value 9999999.99.
       77 ws-entity-count        pic 9(2) value zero.
       78 max-entity-entries     value 20.
       01 ws-entity-table.
           05 ws-entity-entry occurs 20 times.
              10 ws-entity-bank-id  pic 9(3).
              10 ws-entity-debits   pic s9(11)v99.
              10 ws-entity-credits  pic s9(11)v99.
       77 ws-total-debits        pic s9(11)v99 value zero.
       77 ws-total-credits       pic s9(11)v99 value zero.
       77 ws-pl-count            pic 9(3) value zero.
       78 max-pl-entries         value 500.
       01 ws-pl-table.
           05 ws-pl-entry occurs 500 times.
              10 ws-pl-bank-id      pic 9(3).
              10 ws-pl-branch-id    pic 9(3).
              10 ws-pl-account-code pic x(4).
              10 ws-pl-balance      pic s9(11)v99.
       77 ws-bs-count            pic 9(3) value zero.
       78 max-bs-entries         value 200.
       01 ws-bs-table.
           05 ws-bs-entry occurs 200 times.
              10 ws-bs-bank-id      pic 9(3).
              10 ws-bs-account-code pic x(4).
              10 ws-bs-balance      pic s9(11)v99.
       77 ws-signed-amount       pic s9(11)v99.
       77 ws-remaining           pic s9(11)v99.
       77 ws-chunk               pic s9(7)v99.
       77 ws-close-account       pic x(4).
       77 ws-match-bank-id       pic 9(3).
       77 ws-match-account-code  pic x(4).
       77 ws-close-side          pic x(1).
       77 ws-offset-side         pic x(1).
       77 ws-year-end-date       pic 9(8).
       77 ws-next-seq-no         pic 9(9).
       77 ws-closing-count       pic 9(5) value zero.
       77 e                      pic 9(2).
       77 i                      pic 9(3).
       77 print-debits           pic -(9)9.99.
       77 print-credits          pic -(9)9.99.
       77 print-amount           pic -(9)9.99.
       77 ws-report-line         pic x(70).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-gl-switch           pic 9 value zero.
          88  ws-gl-eof            value 1.
       01 ws-period-switch       pic 9 value zero.
          88  ws-any-period-closed value 1.
       01 ws-ok-switch           pic 9 value zero.
          88  ws-close-allowed     value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
         77 ls-staff-id           pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display dash-line.
           display "   Accounting period close".
           display dash-line.
           display "   Month to close (yyyymm) ? : " no advancing.
           accept ws-period.
           perform check-period-closable.
           if not ws-close-allowed
               exit program
           end-if.
           perform prove-period-trial-balance.
           if not ws-close-allowed
               exit program
           end-if.
           display "   Sign off and close " ws-period " (Y/N) ? : "
                   no advancing.
           move space to ws-answer.
           accept ws-answer.
           if ws-answer not equal "Y" and ws-answer not equal "y"
               display "   Period left open"
               exit program
           end-if.
           if ws-period-month is equal to 12
               perform close-the-year
           end-if.
           perform write-period-record.
           perform write-audit-entry.
           display "   Period " ws-period " closed".
           exit program
           .
      *>----------------------------------------------------------------

      *> Only a month that is over, not yet closed, and - once any
      *> month has ever been closed - straight after the last one.

       check-period-closable.
           move zero to ws-ok-switch.
           if ws-period-month is less than 1
           or ws-period-month is greater than 12
               display "   Not a valid month"
               exit paragraph
           end-if.
           if ws-period is not less than ws-today (1:6)
               display "   A month can only be closed once it is over"
               exit paragraph
           end-if.
           if ws-period-month is equal to 1
               compute ws-prior-period = ws-period - 89
           else
               compute ws-prior-period = ws-period - 1
           end-if.
           open input archivoPeriod.
           move ws-period to gper-period.
           read archivoPeriod record key is gper-period
               invalid key
                   set ws-close-allowed to true
               not invalid key
                   display "   Period " ws-period " is already closed"
           end-read.
           if ws-close-allowed
               move ws-prior-period to gper-period
               read archivoPeriod record key is gper-period
                   invalid key
                       perform look-for-any-closed-period
                       if ws-any-period-closed
                           move zero to ws-ok-switch
                           display "   Close " ws-prior-period
                                   " first"
                       end-if
                   not invalid key
                       continue
               end-read
           end-if.
           close archivoPeriod
           .
      *>----------------------------------------------------------------

       look-for-any-closed-period.
           move zero to ws-period-switch.
           move zero to gper-period.
           start archivoPeriod key is greater than gper-period
               invalid key
                   continue
               not invalid key
                   read archivoPeriod next record
                       at end
                           continue
                       not at end
                           set ws-any-period-closed to true
                   end-read
           end-start
           .
      *>----------------------------------------------------------------

       prove-period-trial-balance.
           move zero to ws-gl-switch.
           open input archivoGL.
           move zero to gl-seq-no.
           start archivoGL key is greater than gl-seq-no
               invalid key
                   set ws-gl-eof to true
           end-start.
           perform total-period-entry until ws-gl-eof.
           close archivoGL.
           display space.
           move 1 to e.
           perform show-entity-totals
               until e is greater than ws-entity-count.
           move ws-total-debits  to print-debits.
           move ws-total-credits to print-credits.
           display "   All banks  D " print-debits " C " print-credits.
           if ws-total-debits not equal ws-total-credits
               move zero to ws-ok-switch
           end-if.
           if not ws-close-allowed
               display "   Ledger out of balance - period cannot close"
           end-if
           .
      *>----------------------------------------------------------------

       total-period-entry.
           read archivoGL next record
               at end
                   set ws-gl-eof to true
               not at end
                   if gl-date (1:6) is equal to ws-period
                       perform add-to-entity-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-to-entity-table.
           move zero to ws-found-switch.
           move 1 to e.
           perform match-entity-entry
               until ws-entry-found
                  or e is greater than ws-entity-count.
           if not ws-entry-found
           and ws-entity-count is less than max-entity-entries
               add 1 to ws-entity-count
               move ws-entity-count to e
               move gl-bank-id to ws-entity-bank-id (e)
               move zero to ws-entity-debits (e)
               move zero to ws-entity-credits (e)
               set ws-entry-found to true
           end-if.
           if ws-entry-found
               if gl-is-debit
                   add gl-amount to ws-entity-debits (e)
               else
                   add gl-amount to ws-entity-credits (e)
               end-if
           end-if.
           if gl-is-debit
               add gl-amount to ws-total-debits
           else
               add gl-amount to ws-total-credits
           end-if
           .
      *>----------------------------------------------------------------

       match-entity-entry.
           if ws-entity-bank-id (e) is equal to gl-bank-id
               set ws-entry-found to true
           else
               add 1 to e
           end-if
           .
      *>----------------------------------------------------------------

       show-entity-totals.
           move ws-entity-debits  (e) to print-debits.
           move ws-entity-credits (e) to print-credits.
           display "   Bank " ws-entity-bank-id (e) "   D " print-debits
                   " C " print-credits.
           if ws-entity-debits (e) not equal ws-entity-credits (e)
               display "   ** bank " ws-entity-bank-id (e)
                       " out of balance"
               move zero to ws-ok-switch
           end-if.
           add 1 to e
           .
      *>----------------------------------------------------------------

      *> Year end: the year's income and expense, branch by branch,
      *> goes to retained earnings, and what is left on the balance
      *> sheet is carried forward as next year's opening.

       close-the-year.
           move ws-period-year to ws-year-end-date (1:4).
           move "1231"         to ws-year-end-date (5:4).
           move spaces to ws-year-end-filename.
           string "yearend-"     delimited by size
                  ws-period-year delimited by size
                  ".rpt"         delimited by size
                  into ws-year-end-filename
           end-string.
           move zero to ws-gl-switch.
           open input archivoGL.
           move zero to gl-seq-no.
           start archivoGL key is greater than gl-seq-no
               invalid key
                   set ws-gl-eof to true
           end-start.
           perform total-year-entry until ws-gl-eof.
           close archivoGL.
           open output archivoYearEnd.
           move dash-line to year-end-report-line.
           write year-end-report-line.
           move spaces to ws-report-line.
           string " Year-end closing entries " delimited by size
                  ws-period-year               delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to year-end-report-line.
           write year-end-report-line.
           move dash-line to year-end-report-line.
           write year-end-report-line.
           move 1 to i.
           perform close-pl-account until i is greater than ws-pl-count.
           perform carry-balances-forward.
           move dash-line to year-end-report-line.
           write year-end-report-line.
           move spaces to ws-report-line.
           string " Closing entries posted: " delimited by size
                  ws-closing-count            delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to year-end-report-line.
           write year-end-report-line.
           close archivoYearEnd.
           display "   Year " ws-period-year " closed to retained "
                   "earnings - see " ws-year-end-filename
           .
      *>----------------------------------------------------------------

       total-year-entry.
           read archivoGL next record
               at end
                   set ws-gl-eof to true
               not at end
                   if gl-date is not greater than ws-year-end-date
                       if gl-is-debit
                           move gl-amount to ws-signed-amount
                       else
                           compute ws-signed-amount = zero - gl-amount
                       end-if
                       if gl-account-code (1:1) is equal to "4"
                       or gl-account-code (1:1) is equal to "5"
                           if gl-date (1:4) is equal to ws-period-year
                               perform add-to-pl-table
                           end-if
                       else
                           move gl-bank-id      to ws-match-bank-id
                           move gl-account-code to ws-match-account-code
                           perform add-to-bs-table
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-to-pl-table.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-pl-entry
               until ws-entry-found or i is greater than ws-pl-count.
           if not ws-entry-found
               if ws-pl-count is less than max-pl-entries
                   add 1 to ws-pl-count
                   move ws-pl-count to i
                   move gl-bank-id      to ws-pl-bank-id (i)
                   move gl-branch-id    to ws-pl-branch-id (i)
                   move gl-account-code to ws-pl-account-code (i)
                   move zero            to ws-pl-balance (i)
                   set ws-entry-found to true
               else
                   display "   ** income/expense table full - "
                           gl-account-code " not closed"
               end-if
           end-if.
           if ws-entry-found
               add ws-signed-amount to ws-pl-balance (i)
           end-if
           .
      *>----------------------------------------------------------------

       match-pl-entry.
           if ws-pl-bank-id (i) is equal to gl-bank-id
           and ws-pl-branch-id (i) is equal to gl-branch-id
           and ws-pl-account-code (i) is equal to gl-account-code
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       add-to-bs-table.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-bs-entry
               until ws-entry-found or i is greater than ws-bs-count.
           if not ws-entry-found
               if ws-bs-count is less than max-bs-entries
                   add 1 to ws-bs-count
                   move ws-bs-count to i
                   move ws-match-bank-id      to ws-bs-bank-id (i)
                   move ws-match-account-code
                     to ws-bs-account-code (i)
                   move zero            to ws-bs-balance (i)
                   set ws-entry-found to true
               else
                   display "   ** balance table full - "
                           ws-match-account-code " not carried"
               end-if
           end-if.
           if ws-entry-found
               add ws-signed-amount to ws-bs-balance (i)
           end-if
           .
      *>----------------------------------------------------------------

       match-bs-entry.
           if ws-bs-bank-id (i) is equal to ws-match-bank-id
           and ws-bs-account-code (i) is equal to ws-match-account-code
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

      *> A debit balance (expense) is credited away, a credit balance
      *> (income) debited away, each against retained earnings; the
      *> retained-earnings movement also joins the balance carried
      *> forward for that bank.

       close-pl-account.
           if ws-pl-balance (i) is equal to zero
               add 1 to i
               exit paragraph
           end-if.
           move ws-pl-account-code (i) to ws-close-account.
           if ws-pl-balance (i) is greater than zero
               move "C" to ws-close-side
               move "D" to ws-offset-side
               move ws-pl-balance (i) to ws-remaining
           else
               move "D" to ws-close-side
               move "C" to ws-offset-side
               compute ws-remaining = zero - ws-pl-balance (i)
           end-if.
           perform post-closing-pair until ws-remaining = zero.
           move ws-pl-balance (i) to print-amount.
           move spaces to ws-report-line.
           string " Bank "                delimited by size
                  ws-pl-bank-id (i)       delimited by size
                  " branch "              delimited by size
                  ws-pl-branch-id (i)     delimited by size
                  " acct "                delimited by size
                  ws-pl-account-code (i)  delimited by size
                  " "                     delimited by size
                  print-amount            delimited by size
                  " to "                  delimited by size
                  gl-retained-earnings-account delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to year-end-report-line.
           write year-end-report-line.
           move gl-retained-earnings-account to ws-match-account-code.
           move ws-pl-bank-id (i)             to ws-match-bank-id.
           move ws-pl-balance (i)             to ws-signed-amount.
           perform add-to-bs-table.
           add 1 to i
           .
      *>----------------------------------------------------------------

      *> gl-amount holds under ten million, so a bigger balance
      *> closes in as many pairs as it takes.

       post-closing-pair.
           if ws-remaining is greater than max-gl-amount
               move max-gl-amount to ws-chunk
           else
               move ws-remaining to ws-chunk
           end-if.
           subtract ws-chunk from ws-remaining.
           move ws-close-account to gl-account-code.
           move ws-close-side    to gl-debit-credit.
           perform write-closing-entry.
           move gl-retained-earnings-account to gl-account-code.
           move ws-offset-side   to gl-debit-credit.
           perform write-closing-entry
           .
      *>----------------------------------------------------------------

       write-closing-entry.
           perform next-seq-no.
           move ws-next-seq-no      to gl-seq-no.
           move ws-chunk            to gl-amount.
           move "YC"                to gl-txn-type.
           move ws-year-end-date    to gl-date.
           move ws-pl-bank-id (i)   to gl-bank-id.
           move ws-pl-branch-id (i) to gl-branch-id.
           move space               to gl-period-adjusted.
           move zero                to gl-original-date.
           open i-o archivoGL
               write gl-entry-record
                   invalid key
                       display "Period-Close: write failed"
               end-write
           close archivoGL.
           add 1 to ws-closing-count
           .
      *>----------------------------------------------------------------

       carry-balances-forward.
           open i-o archivoOpening.
           move 1 to i.
           perform carry-one-balance
               until i is greater than ws-bs-count.
           close archivoOpening
           .
      *>----------------------------------------------------------------

       carry-one-balance.
           initialize gl-opening-record.
           compute gopen-year = ws-period-year + 1.
           move ws-bs-bank-id (i)      to gopen-bank-id.
           move ws-bs-account-code (i) to gopen-account-code.
           move ws-bs-balance (i)      to gopen-balance.
           move ws-today               to gopen-closed-date.
           write gl-opening-record
               invalid key
                   rewrite gl-opening-record
           end-write.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-period-record.
           initialize gl-period-record.
           move ws-period        to gper-period.
           set gper-is-closed    to true.
           move ls-staff-id      to gper-closed-by.
           move ws-today         to gper-closed-date.
           move ws-total-debits  to gper-debits.
           move ws-total-credits to gper-credits.
           if ws-period-month is equal to 12
               set gper-year-closed to true
           end-if.
           open i-o archivoPeriod
               write gl-period-record
                   invalid key
                       display "Period-Close: period write failed"
               end-write
           close archivoPeriod
           .
      *>----------------------------------------------------------------

       write-audit-entry.
           move ws-total-debits  to print-debits.
           move ws-total-credits to print-credits.
           move spaces to ws-before-image.
           string "period " delimited by size
                  ws-period delimited by size
                  " open"   delimited by size
                  into ws-before-image
           end-string.
           move spaces to ws-after-image.
           string "closed D" delimited by size
                  print-debits delimited by size
                  " C"      delimited by size
                  print-credits delimited by size
                  into ws-after-image
           end-string.
           move ws-period to ws-audit-key.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to glseq-key.
           open i-o archivoGLSeq
               read archivoGLSeq record
                                  key is glseq-key
                   invalid key
                       move 1 to glseq-next
                       write glseq-record
                   not invalid key
                       add 1 to glseq-next
                       rewrite glseq-record
               end-read
           close archivoGLSeq.
           move glseq-next to ws-next-seq-no
           .
      *>----------------------------------------------------------------

       end program Period-Close.
