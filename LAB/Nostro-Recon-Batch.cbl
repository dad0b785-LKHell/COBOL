      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Daily reconciliation of our nostro accounts - the accounts we
      *> hold at correspondent banks, one per currency listed in
      *> nostro.cfg (base currency alone when there is no config).
      *> For each currency the correspondent's statement for the
      *> business date (nostro-CCY.dat) is matched line by line
      *> against what our own records say should have gone through
      *> that account that day:
      *>   out - wires sent in that currency (wire.dat), and in the
      *>         base currency the net payment instructions
      *>         Settlement-Netting-Batch issued (settle-pay.dat)
      *>   in  - incoming international wires from the day's
      *>         correspondent advice (wire-in-YYYYMMDD.done), and in
      *>         the base currency the card network's acquirer credit
      *>         for the day (acqsettle-in.dat)
      *> A pair matches on direction and amount, reference-for-
      *> reference first and then on amount alone. Whatever is left
      *> on either side is written to nostrobrk.dat as an open break,
      *> and every open break is offered for matching again on each
      *> later run until its other half arrives - so a wire the
      *> correspondent books a day late clears itself. The break
      *> report (nostro-breaks.rpt) lists every open break with its
      *> age in days from the value date and an ageing summary, so
      *> finance works the breaks instead of the statement. A
      *> currency that already raised breaks for the business date
      *> is not reconciled twice.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Nostro-Recon-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoNostroCfg assign to "nostro.cfg"
           organization is line sequential.

       Select optional archivoStatement assign to ws-statement-filename
           organization is line sequential.

       Select optional archivoWires assign to "wire.dat"
           organization is indexed
           access is dynamic
           record key is wire-seq-no.

       Select optional archivoPayExtract assign to "settle-pay.dat"
           organization is line sequential.

       Select optional archivoSettleIn assign to "acqsettle-in.dat"
           organization is line sequential.

       Select optional archivoWireIn assign to ws-wire-in-filename
           organization is line sequential.

       Select optional archivoBreaks assign to "nostrobrk.dat"
           organization is indexed
           access is dynamic
           record key is nbrk-seq-no.

       Select archivoBreakSeq assign to "nostrobrkseq.dat"
           organization is indexed
           access is dynamic
           record key is nbrkseq-key.

       Select archivoReport assign to "nostro-breaks.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoNostroCfg.
       01 nostro-config-record.
           05 ncfg-currency        pic x(3).
           05 ncfg-base-flag       pic x(1).

       FD archivoStatement.
       01 statement-line.
           05 nst-value-date       pic 9(8).
           05 nst-direction        pic x(1).
           05 nst-amount           pic 9(9)v99.
           05 nst-reference        pic x(16).

       FD archivoWires.
       copy "WIRE.cpy".

       FD archivoPayExtract.
       01 payment-instruction-record.
           05 pay-dest-routing     pic x(4).
           05 pay-net-amount       pic s9(11)v99.
           05 pay-value-date       pic 9(8).

       FD archivoSettleIn.
       01 settle-input-line.
           05 acq-atm-id           pic 9(3).
           05 acq-amount           pic 9(7)v99.
           05 acq-date             pic 9(8).
           05 acq-network-ref      pic x(12).

       FD archivoWireIn.
       01 wire-in-record.
           05 wi-remit-bank        pic x(4).
           05 wi-reference         pic x(12).
           05 wi-value-date        pic 9(8).
           05 wi-account-no        pic 9(7).
           05 wi-beneficiary-name  pic x(20).
           05 wi-remitter-name     pic x(20).
           05 wi-currency          pic x(3).
           05 wi-amount            pic 9(7)v99.

       FD archivoBreaks.
       copy "NOSTROBRK.cpy".

       FD archivoBreakSeq.
       01 nbrkseq-record.
           05 nbrkseq-key          pic 9(1).
           05 nbrkseq-next         pic 9(9).

       FD archivoReport.
       01 nostro-report-line     pic x(80).

       working-storage section.
       77 ws-business-date       pic 9(8).
       77 ws-business-days       pic 9(7).
       77 ws-statement-filename  pic x(14).
       77 ws-wire-in-filename    pic x(21).
       77 ws-currency            pic x(3).
       77 ws-base-flag           pic x(1).
       77 ws-acquirer-total      pic s9(9)v99.
       77 ws-age-days            pic s9(5).
       77 ws-break-seq           pic 9(9).
       77 ws-statement-count     pic 9(5).
       77 ws-matched-count       pic 9(5).
       77 ws-raised-count        pic 9(5).
       77 ws-cleared-count       pic 9(5).
       77 ws-open-count          pic 9(5).
       77 ws-age-0-3             pic 9(5).
       77 ws-age-4-10            pic 9(5).
       77 ws-age-11-30           pic 9(5).
       77 ws-age-over-30         pic 9(5).
       77 ws-match-pass          pic 9.
       77 ws-report-line         pic x(80).
       77 print-amount           pic -(9)9.99.
       77 print-age              pic z(4)9.
       77 print-seq              pic 9(9).
       78 default-base-currency  value "USD".
       77 ws-ccy-count           pic 9(2) value zero.
       78 max-ccy-entries        value 20.
       01 ws-ccy-table.
           05 ws-ccy-entry occurs 20 times.
              10 ws-ccy-code       pic x(3).
              10 ws-ccy-base-flag  pic x(1).
       77 ws-ccy-index           pic 9(2).
       77 ws-item-count          pic 9(3) value zero.
       78 max-item-entries       value 400.
       01 ws-item-table.
           05 ws-item-entry occurs 400 times.
              10 ws-item-side      pic x(1).
              10 ws-item-origin    pic x(1).
              10 ws-item-direction pic x(1).
              10 ws-item-amount    pic s9(9)v99.
              10 ws-item-reference pic x(16).
              10 ws-item-value-date pic 9(8).
              10 ws-item-break-seq pic 9(9).
              10 ws-item-raised-date pic 9(8).
              10 ws-item-matched   pic x(1).
       77 i                      pic 9(3).
       77 j                      pic 9(3).
       77 ws-new-side            pic x(1).
       77 ws-new-origin          pic x(1).
       77 ws-new-direction       pic x(1).
       77 ws-new-amount          pic s9(9)v99.
       77 ws-new-reference       pic x(16).
       77 ws-new-value-date      pic 9(8).
       01 ws-reconciled-switch   pic 9 value zero.
          88  ws-already-reconciled value 1.
       01 ws-cfg-switch          pic 9 value zero.
          88  ws-cfg-eof           value 1.
       01 ws-file-switch         pic 9 value zero.
          88  ws-file-eof          value 1.
       01 ws-full-switch         pic 9 value zero.
          88  ws-table-full        value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           display "Nostro statement date (yyyymmdd) ? : "
                   no advancing.
           accept ws-business-date.
           compute ws-business-days =
                   function integer-of-date (ws-business-date).
           perform load-currencies.
           open output archivoReport.
           move dash-line to nostro-report-line.
           write nostro-report-line.
           move spaces to ws-report-line.
           string " Nostro reconciliation breaks at " delimited by size
                  ws-business-date                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to nostro-report-line.
           write nostro-report-line.
           move dash-line to nostro-report-line.
           write nostro-report-line.
           move 1 to ws-ccy-index.
           perform reconcile-currency
               until ws-ccy-index is greater than ws-ccy-count.
           close archivoReport.
           stop run
           .
      *>----------------------------------------------------------------

       load-currencies.
           move zero to ws-ccy-count.
           open input archivoNostroCfg.
           perform scan-nostro-cfg until ws-cfg-eof.
           close archivoNostroCfg.
           if ws-ccy-count is equal to zero
               move 1 to ws-ccy-count
               move default-base-currency to ws-ccy-code (1)
               move "B" to ws-ccy-base-flag (1)
           end-if
           .
      *>----------------------------------------------------------------

       scan-nostro-cfg.
           read archivoNostroCfg
               at end
                   set ws-cfg-eof to true
               not at end
                   if ncfg-currency not equal spaces
                   and ws-ccy-count is less than max-ccy-entries
                       add 1 to ws-ccy-count
                       move ncfg-currency  to ws-ccy-code (ws-ccy-count)
                       move ncfg-base-flag
                           to ws-ccy-base-flag (ws-ccy-count)
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       reconcile-currency.
           move ws-ccy-code (ws-ccy-index)      to ws-currency.
           move ws-ccy-base-flag (ws-ccy-index) to ws-base-flag.
           move zero to ws-item-count.
           move zero to ws-full-switch.
           move zero to ws-statement-count.
           move zero to ws-matched-count.
           move zero to ws-raised-count.
           move zero to ws-cleared-count.
           move zero to ws-open-count.
           move zero to ws-age-0-3.
           move zero to ws-age-4-10.
           move zero to ws-age-11-30.
           move zero to ws-age-over-30.
           perform load-open-breaks.
           if ws-already-reconciled
               move spaces to ws-report-line
               string " " ws-currency delimited by size
                      " already reconciled for this date"
                      delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to nostro-report-line
               write nostro-report-line
           else
               perform load-statement
               perform load-outbound-wires
               perform load-inbound-wires
               if ws-base-flag is equal to "B"
                   perform load-net-payments
                   perform load-acquirer-credit
               end-if
               move 1 to ws-match-pass
               perform match-items
               move 2 to ws-match-pass
               perform match-items
               perform settle-breaks
               perform write-currency-summary
           end-if.
           add 1 to ws-ccy-index
           .
      *>----------------------------------------------------------------

      *> Every break still open for the currency joins today's items
      *> on its own side, keeping its break number so a match can
      *> clear it.

       load-open-breaks.
           move zero to ws-reconciled-switch.
           move zero to ws-file-switch.
           open input archivoBreaks.
           move zero to nbrk-seq-no.
           start archivoBreaks key is greater than nbrk-seq-no
               invalid key
                   set ws-file-eof to true
           end-start.
           perform scan-one-break until ws-file-eof.
           close archivoBreaks
           .
      *>----------------------------------------------------------------

       scan-one-break.
           read archivoBreaks next record
               at end
                   set ws-file-eof to true
               not at end
                   if nbrk-currency is equal to ws-currency
                       if nbrk-raised-date is equal to ws-business-date
                           set ws-already-reconciled to true
                       end-if
                       if nbrk-is-open
                           move nbrk-side       to ws-new-side
                           move nbrk-origin     to ws-new-origin
                           move nbrk-direction  to ws-new-direction
                           move nbrk-amount     to ws-new-amount
                           move nbrk-reference  to ws-new-reference
                           move nbrk-value-date to ws-new-value-date
                           perform add-to-item-table
                           if not ws-table-full
                               move nbrk-seq-no
                                 to ws-item-break-seq (ws-item-count)
                               move nbrk-raised-date
                                 to ws-item-raised-date (ws-item-count)
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       load-statement.
           move spaces to ws-statement-filename.
           string "nostro-"   delimited by size
                  ws-currency delimited by size
                  ".dat"      delimited by size
                  into ws-statement-filename
           end-string.
           move zero to ws-file-switch.
           open input archivoStatement.
           perform scan-statement until ws-file-eof.
           close archivoStatement
           .
      *>----------------------------------------------------------------

       scan-statement.
           read archivoStatement
               at end
                   set ws-file-eof to true
               not at end
                   add 1 to ws-statement-count
                   move "S"            to ws-new-side
                   move space          to ws-new-origin
                   move nst-direction  to ws-new-direction
                   move nst-amount     to ws-new-amount
                   move nst-reference  to ws-new-reference
                   move nst-value-date to ws-new-value-date
                   perform add-to-item-table
           end-read
           .
      *>----------------------------------------------------------------

       load-outbound-wires.
           move zero to ws-file-switch.
           open input archivoWires.
           move zero to wire-seq-no.
           start archivoWires key is greater than wire-seq-no
               invalid key
                   set ws-file-eof to true
           end-start.
           perform scan-one-wire until ws-file-eof.
           close archivoWires
           .
      *>----------------------------------------------------------------

       scan-one-wire.
           read archivoWires next record
               at end
                   set ws-file-eof to true
               not at end
                   if wire-is-sent
                   and wire-date is equal to ws-business-date
                   and wire-currency is equal to ws-currency
                       move "O"         to ws-new-side
                       move "W"         to ws-new-origin
                       move "D"         to ws-new-direction
                       move wire-amount to ws-new-amount
                       move spaces      to ws-new-reference
                       string "WIRE"      delimited by size
                              wire-seq-no delimited by size
                              into ws-new-reference
                       end-string
                       move wire-date   to ws-new-value-date
                       perform add-to-item-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       load-inbound-wires.
           move spaces to ws-wire-in-filename.
           string "wire-in-"       delimited by size
                  ws-business-date delimited by size
                  ".done"          delimited by size
                  into ws-wire-in-filename
           end-string.
           move zero to ws-file-switch.
           open input archivoWireIn.
           perform scan-wire-in until ws-file-eof.
           close archivoWireIn
           .
      *>----------------------------------------------------------------

       scan-wire-in.
           read archivoWireIn
               at end
                   set ws-file-eof to true
               not at end
                   if wi-currency is equal to ws-currency
                       move "O"           to ws-new-side
                       move "I"           to ws-new-origin
                       move "C"           to ws-new-direction
                       move wi-amount     to ws-new-amount
                       move wi-reference  to ws-new-reference
                       move wi-value-date to ws-new-value-date
                       perform add-to-item-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       load-net-payments.
           move zero to ws-file-switch.
           open input archivoPayExtract.
           perform scan-net-payment until ws-file-eof.
           close archivoPayExtract
           .
      *>----------------------------------------------------------------

       scan-net-payment.
           read archivoPayExtract
               at end
                   set ws-file-eof to true
               not at end
                   if pay-value-date is equal to ws-business-date
                       move "O"            to ws-new-side
                       move "N"            to ws-new-origin
                       move "D"            to ws-new-direction
                       move pay-net-amount to ws-new-amount
                       move spaces         to ws-new-reference
                       string "NET "           delimited by size
                              pay-dest-routing delimited by size
                              into ws-new-reference
                       end-string
                       move pay-value-date to ws-new-value-date
                       perform add-to-item-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The network pays the day's foreign-card withdrawals as one
      *> credit, so our side is the day's lines summed.

       load-acquirer-credit.
           move zero to ws-acquirer-total.
           move zero to ws-file-switch.
           open input archivoSettleIn.
           perform scan-acquirer-line until ws-file-eof.
           close archivoSettleIn.
           if ws-acquirer-total is greater than zero
               move "O"               to ws-new-side
               move "A"               to ws-new-origin
               move "C"               to ws-new-direction
               move ws-acquirer-total to ws-new-amount
               move "ACQUIRER"        to ws-new-reference
               move ws-business-date  to ws-new-value-date
               perform add-to-item-table
           end-if
           .
      *>----------------------------------------------------------------

       scan-acquirer-line.
           read archivoSettleIn
               at end
                   set ws-file-eof to true
               not at end
                   if acq-date is equal to ws-business-date
                       add acq-amount to ws-acquirer-total
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-to-item-table.
           if ws-item-count is not less than max-item-entries
               if not ws-table-full
                   display "Nostro-Recon-Batch: " ws-currency
                           " item table full - rest not reconciled"
               end-if
               set ws-table-full to true
               exit paragraph
           end-if.
           add 1 to ws-item-count.
           move ws-new-side       to ws-item-side (ws-item-count).
           move ws-new-origin     to ws-item-origin (ws-item-count).
           move ws-new-direction  to ws-item-direction (ws-item-count).
           move ws-new-amount     to ws-item-amount (ws-item-count).
           move ws-new-reference  to ws-item-reference (ws-item-count).
           move ws-new-value-date
             to ws-item-value-date (ws-item-count).
           move zero  to ws-item-break-seq (ws-item-count).
           move zero  to ws-item-raised-date (ws-item-count).
           move space to ws-item-matched (ws-item-count)
           .
      *>----------------------------------------------------------------

      *> Pass 1 pairs a statement line only with our item carrying
      *> the same reference; pass 2 takes what is left on amount and
      *> direction alone, since correspondents rarely quote our
      *> reference back exactly.

       match-items.
           move 1 to i.
           perform match-statement-item until i is greater than
                                               ws-item-count
           .
      *>----------------------------------------------------------------

       match-statement-item.
           if ws-item-side (i) is equal to "S"
           and ws-item-matched (i) is equal to space
               move 1 to j
               perform probe-our-item
                   until j is greater than ws-item-count
                      or ws-item-matched (i) is equal to "M"
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       probe-our-item.
           if ws-item-side (j) is equal to "O"
           and ws-item-matched (j) is equal to space
           and ws-item-direction (j) is equal to ws-item-direction (i)
           and ws-item-amount (j) is equal to ws-item-amount (i)
               if ws-match-pass is equal to 2
               or ws-item-reference (j) is equal to
                  ws-item-reference (i)
                   move "M" to ws-item-matched (i)
                   move "M" to ws-item-matched (j)
                   add 1 to ws-matched-count
               end-if
           end-if.
           add 1 to j
           .
      *>----------------------------------------------------------------

       settle-breaks.
           open i-o archivoBreaks.
           move 1 to i.
           perform settle-one-item
               until i is greater than ws-item-count.
           close archivoBreaks
           .
      *>----------------------------------------------------------------

       settle-one-item.
           if ws-item-matched (i) is equal to "M"
               if ws-item-break-seq (i) is greater than zero
                   perform clear-break
               end-if
           else
               if ws-item-break-seq (i) is equal to zero
                   perform raise-break
               end-if
               perform write-break-line
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       clear-break.
           move ws-item-break-seq (i) to nbrk-seq-no.
           read archivoBreaks record key is nbrk-seq-no
               invalid key
                   continue
               not invalid key
                   set nbrk-is-cleared to true
                   move ws-business-date to nbrk-cleared-date
                   rewrite nostro-break-record
                   add 1 to ws-cleared-count
           end-read
           .
      *>----------------------------------------------------------------

       raise-break.
           perform next-seq-no.
           initialize nostro-break-record.
           move ws-break-seq              to nbrk-seq-no.
           move ws-currency               to nbrk-currency.
           move ws-item-side (i)          to nbrk-side.
           move ws-item-origin (i)        to nbrk-origin.
           move ws-item-direction (i)     to nbrk-direction.
           move ws-item-amount (i)        to nbrk-amount.
           move ws-item-reference (i)     to nbrk-reference.
           move ws-item-value-date (i)    to nbrk-value-date.
           move ws-business-date          to nbrk-raised-date.
           set nbrk-is-open to true.
           write nostro-break-record
               invalid key
                   display "Nostro-Recon-Batch: break write failed"
           end-write.
           move ws-break-seq     to ws-item-break-seq (i).
           move ws-business-date to ws-item-raised-date (i).
           add 1 to ws-raised-count
           .
      *>----------------------------------------------------------------

       write-break-line.
           add 1 to ws-open-count.
           move zero to ws-age-days.
           if ws-item-value-date (i) is numeric
           and ws-item-value-date (i) is greater than zero
               compute ws-age-days = ws-business-days -
                   function integer-of-date (ws-item-value-date (i))
           end-if.
           evaluate true
               when ws-age-days is less than 4
                   add 1 to ws-age-0-3
               when ws-age-days is less than 11
                   add 1 to ws-age-4-10
               when ws-age-days is less than 31
                   add 1 to ws-age-11-30
               when other
                   add 1 to ws-age-over-30
           end-evaluate.
           move ws-item-break-seq (i) to print-seq.
           move ws-item-amount (i)    to print-amount.
           move ws-age-days           to print-age.
           move spaces to ws-report-line.
           if ws-item-side (i) is equal to "S"
               string " " ws-currency " " print-seq
                      " statement  "         delimited by size
                      ws-item-direction (i)  delimited by size
                      print-amount           delimited by size
                      " "                    delimited by size
                      ws-item-reference (i)  delimited by size
                      " age"                 delimited by size
                      print-age              delimited by size
                      into ws-report-line
               end-string
           else
               string " " ws-currency " " print-seq
                      " ours ("              delimited by size
                      ws-item-origin (i)     delimited by size
                      ")   "                 delimited by size
                      ws-item-direction (i)  delimited by size
                      print-amount           delimited by size
                      " "                    delimited by size
                      ws-item-reference (i)  delimited by size
                      " age"                 delimited by size
                      print-age              delimited by size
                      into ws-report-line
               end-string
           end-if.
           move ws-report-line to nostro-report-line.
           write nostro-report-line
           .
      *>----------------------------------------------------------------

       write-currency-summary.
           move spaces to ws-report-line.
           string " " ws-currency " statement lines " delimited by size
                  ws-statement-count   delimited by size
                  ", matched "         delimited by size
                  ws-matched-count     delimited by size
                  ", new breaks "      delimited by size
                  ws-raised-count      delimited by size
                  ", cleared "         delimited by size
                  ws-cleared-count     delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to nostro-report-line.
           write nostro-report-line.
           move spaces to ws-report-line.
           string " " ws-currency " open breaks "   delimited by size
                  ws-open-count        delimited by size
                  " - age 0-3 "        delimited by size
                  ws-age-0-3           delimited by size
                  ", 4-10 "            delimited by size
                  ws-age-4-10          delimited by size
                  ", 11-30 "           delimited by size
                  ws-age-11-30         delimited by size
                  ", over 30 "         delimited by size
                  ws-age-over-30       delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to nostro-report-line.
           write nostro-report-line.
           move dash-line to nostro-report-line.
           write nostro-report-line.
           display "Nostro-Recon-Batch: " ws-currency " "
                   ws-matched-count " matched, " ws-open-count
                   " open breaks"
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to nbrkseq-key.
           open i-o archivoBreakSeq
               read archivoBreakSeq record
                                    key is nbrkseq-key
                   invalid key
                       move 1 to nbrkseq-next
                       write nbrkseq-record
                   not invalid key
                       add 1 to nbrkseq-next
                       rewrite nbrkseq-record
               end-read
           close archivoBreakSeq.
           move nbrkseq-next to ws-break-seq
           .
      *>----------------------------------------------------------------

       end program Nostro-Recon-Batch.
