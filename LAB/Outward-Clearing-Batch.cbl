      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Daily outward clearing: sends the cheques customers have
      *> deposited to the clearing house for collection. Cheque-Hold-
      *> Batch releases a deposited cheque's hold after so many days
      *> on trust; this is what actually presents it to the bank it
      *> is drawn on. Three steps, in this order:
      *>  - the clearing house's paid advices for earlier presentments
      *>    (outward-paid.dat, batch reference and item reference per
      *>    line) mark those cheques paid;
      *>  - every itemized cheque on chqdet.dat not yet presented, not
      *>    already back returned and drawn on another bank (our own
      *>    routing code's cheques never leave the building) is
      *>    grouped by drawee routing code and written to the
      *>    presentment file outward-clearing.dat: one control header
      *>    with the file's batch, item and amount totals, then per
      *>    drawee a batch header carrying its own totals and the
      *>    batch reference from outclrseq.dat, followed by its items.
      *>    Each cheque is stamped presented with that reference,
      *>    which the clearing house quotes back on a return so
      *>    Cheque-Return-Batch can match it;
      *>  - every cheque presented more than outclr.cfg's clearing
      *>    cycle in days ago (default 3) that has been neither paid
      *>    nor returned goes on outward-overdue.rpt for the back
      *>    office to chase.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Outward-Clearing-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoChqDet assign to "chqdet.dat"
           organization is indexed
           access is dynamic
           record key is chqdet-seq-no.

       Select optional archivoPaid assign to "outward-paid.dat"
           organization is line sequential.

       Select archivoPresent assign to "outward-clearing.dat"
           organization is line sequential.

       Select archivoOverdue assign to "outward-overdue.rpt"
           organization is line sequential.

       Select optional archivoOutClrCfg assign to "outclr.cfg"
           organization is line sequential.

       Select optional archivoOutClrSeq assign to "outclrseq.dat"
           organization is indexed
           access is dynamic
           record key is outclrseq-key.

       Data Division.

       File Section.
       FD archivoChqDet.
       copy "CHQDET.cpy".

       FD archivoPaid.
       01 paid-advice-record.
           05 opd-batch-ref          pic 9(9).
           05 opd-item-ref           pic 9(9).

       FD archivoPresent.
       01 present-header-record.
           05 och-record-type        pic x(1).
           05 och-sending-bank       pic x(4).
           05 och-business-date      pic 9(8).
           05 och-batch-count        pic 9(4).
           05 och-item-count         pic 9(7).
           05 och-total-amount       pic 9(11)v99.
       01 present-batch-record.
           05 ocb-record-type        pic x(1).
           05 ocb-batch-ref          pic 9(9).
           05 ocb-drawee-routing     pic x(4).
           05 ocb-item-count         pic 9(5).
           05 ocb-batch-amount       pic 9(11)v99.
       01 present-item-record.
           05 oci-record-type        pic x(1).
           05 oci-batch-ref          pic 9(9).
           05 oci-drawee-routing     pic x(4).
           05 oci-serial             pic x(10).
           05 oci-amount             pic 9(7)v99.
           05 oci-item-ref           pic 9(9).

       FD archivoOverdue.
       01 overdue-report-line      pic x(80).

       FD archivoOutClrCfg.
       01 outclr-config-record.
           05 outclrcfg-cycle-days   pic 9(3).

       FD archivoOutClrSeq.
       01 outclrseq-record.
           05 outclrseq-key          pic 9(1).
           05 outclrseq-next         pic 9(9).

       working-storage section.
       78 home-routing-code      value "0001".
       78 default-cycle-days     value 3.
       77 ws-cycle-days          pic 9(3).
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-presented-days      pic 9(9) comp.
       77 ws-age-days            pic 9(9).
       77 ws-route-count         pic 9(3) value zero.
       78 max-route-entries      value 50.
       01 ws-route-table.
           05 ws-route-entry occurs 50 times.
              10 ws-route-code      pic x(4).
              10 ws-route-items     pic 9(5).
              10 ws-route-amount    pic s9(11)v99.
              10 ws-route-batch-ref pic 9(9).
       77 i                      pic 9(3).
       77 ws-total-items         pic 9(7) value zero.
       77 ws-total-amount        pic s9(11)v99 value zero.
       77 ws-paid-count          pic 9(5) value zero.
       77 ws-unknown-advices     pic 9(5) value zero.
       77 ws-overdue-count       pic 9(5) value zero.
       77 ws-report-line         pic x(80).
       77 print-amount           pic -(7)9.99.
       01 ws-chq-switch          pic 9 value zero.
          88  ws-chq-eof           value 1.
       01 ws-paid-switch         pic 9 value zero.
          88  ws-paid-eof          value 1.
       01 ws-cfg-switch          pic 9 value zero.
          88  ws-cfg-eof           value 1.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-cycle-days.
           perform apply-paid-advices.
           perform gather-routings.
           perform write-presentment.
           perform report-overdue.
           display "Outward-Clearing-Batch: "
                   ws-total-items " presented in "
                   ws-route-count " batches, "
                   ws-paid-count " paid, "
                   ws-overdue-count " overdue".
           if ws-unknown-advices is greater than zero
               display "Outward-Clearing-Batch: "
                       ws-unknown-advices " paid advices unmatched"
           end-if.
           stop run
           .
      *>----------------------------------------------------------------

       load-cycle-days.
           move default-cycle-days to ws-cycle-days.
           move zero to ws-cfg-switch.
           open input archivoOutClrCfg
               perform scan-cycle-days until ws-cfg-eof
           close archivoOutClrCfg
           .
      *>----------------------------------------------------------------

       scan-cycle-days.
           read archivoOutClrCfg
               at end
                   set ws-cfg-eof to true
               not at end
                   move outclrcfg-cycle-days to ws-cycle-days
           end-read
           .
      *>----------------------------------------------------------------

      *> A paid advice only counts against the batch it names: an
      *> item reference quoted under some other batch reference is
      *> not ours to close.

       apply-paid-advices.
           move zero to ws-paid-switch.
           open input archivoPaid.
           open i-o archivoChqDet.
           perform apply-one-advice until ws-paid-eof.
           close archivoPaid archivoChqDet
           .
      *>----------------------------------------------------------------

       apply-one-advice.
           read archivoPaid
               at end
                   set ws-paid-eof to true
               not at end
                   move opd-item-ref to chqdet-seq-no
                   read archivoChqDet record
                                      key is chqdet-seq-no
                       invalid key
                           add 1 to ws-unknown-advices
                       not invalid key
                           if chqdet-is-presented
                           and chqdet-batch-ref is equal to
                               opd-batch-ref
                               set chqdet-is-paid to true
                               rewrite cheque-detail-record
                               add 1 to ws-paid-count
                           else
                               add 1 to ws-unknown-advices
                           end-if
                   end-read
           end-read
           .
      *>----------------------------------------------------------------

       gather-routings.
           move zero to ws-chq-switch.
           open input archivoChqDet.
           move zero to chqdet-seq-no.
           start archivoChqDet key is greater than chqdet-seq-no
               invalid key
                   set ws-chq-eof to true
           end-start.
           perform gather-one-cheque until ws-chq-eof.
           close archivoChqDet
           .
      *>----------------------------------------------------------------

       gather-one-cheque.
           read archivoChqDet next record
               at end
                   set ws-chq-eof to true
               not at end
                   if chqdet-not-presented
                   and not chqdet-is-returned
                   and chqdet-drawee-routing not equal
                       home-routing-code
                       perform add-to-route-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-to-route-table.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-route-entry
               until ws-entry-found or i is greater than ws-route-count.
           if not ws-entry-found
           and ws-route-count is less than max-route-entries
               add 1 to ws-route-count
               move ws-route-count to i
               move chqdet-drawee-routing to ws-route-code (i)
               move zero to ws-route-items (i)
               move zero to ws-route-amount (i)
               move zero to ws-route-batch-ref (i)
               set ws-entry-found to true
           end-if.
           if ws-entry-found
               add 1 to ws-route-items (i)
               add chqdet-amount to ws-route-amount (i)
               add 1 to ws-total-items
               add chqdet-amount to ws-total-amount
           end-if
           .
      *>----------------------------------------------------------------

       match-route-entry.
           if ws-route-code (i) is equal to chqdet-drawee-routing
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

      *> The control header goes first, so its totals come from the
      *> gathering pass; each drawee's batch is then written out in
      *> its own pass over chqdet.dat.

       write-presentment.
           open output archivoPresent.
           move "H"                to och-record-type.
           move home-routing-code  to och-sending-bank.
           move ws-today           to och-business-date.
           move ws-route-count     to och-batch-count.
           move ws-total-items     to och-item-count.
           move ws-total-amount    to och-total-amount.
           write present-header-record.
           move 1 to i.
           perform write-route-batch
               until i is greater than ws-route-count.
           close archivoPresent
           .
      *>----------------------------------------------------------------

       write-route-batch.
           perform next-seq-no.
           move "B"                  to ocb-record-type.
           move ws-route-batch-ref (i) to ocb-batch-ref.
           move ws-route-code (i)    to ocb-drawee-routing.
           move ws-route-items (i)   to ocb-item-count.
           move ws-route-amount (i)  to ocb-batch-amount.
           write present-batch-record.
           move zero to ws-chq-switch.
           open i-o archivoChqDet.
           move zero to chqdet-seq-no.
           start archivoChqDet key is greater than chqdet-seq-no
               invalid key
                   set ws-chq-eof to true
           end-start.
           perform present-one-cheque until ws-chq-eof.
           close archivoChqDet.
           add 1 to i
           .
      *>----------------------------------------------------------------

       present-one-cheque.
           read archivoChqDet next record
               at end
                   set ws-chq-eof to true
               not at end
                   if chqdet-not-presented
                   and not chqdet-is-returned
                   and chqdet-drawee-routing is equal to
                       ws-route-code (i)
                       move "I"                 to oci-record-type
                       move ws-route-batch-ref (i) to oci-batch-ref
                       move chqdet-drawee-routing to oci-drawee-routing
                       move chqdet-serial       to oci-serial
                       move chqdet-amount       to oci-amount
                       move chqdet-seq-no       to oci-item-ref
                       write present-item-record
                       set chqdet-is-presented to true
                       move ws-route-batch-ref (i) to chqdet-batch-ref
                       move ws-today to chqdet-presented-date
                       rewrite cheque-detail-record
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to outclrseq-key.
           open i-o archivoOutClrSeq
               read archivoOutClrSeq record
                                     key is outclrseq-key
                   invalid key
                       move 1 to outclrseq-next
                       write outclrseq-record
                   not invalid key
                       add 1 to outclrseq-next
                       rewrite outclrseq-record
               end-read
           close archivoOutClrSeq.
           move outclrseq-next to ws-route-batch-ref (i)
           .
      *>----------------------------------------------------------------

       report-overdue.
           open output archivoOverdue.
           move dash-line to overdue-report-line.
           write overdue-report-line.
           move spaces to ws-report-line.
           string " Presented cheques past the clearing cycle at "
                       delimited by size
                  ws-today delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to overdue-report-line.
           write overdue-report-line.
           move dash-line to overdue-report-line.
           write overdue-report-line.
           move zero to ws-chq-switch.
           open input archivoChqDet.
           move zero to chqdet-seq-no.
           start archivoChqDet key is greater than chqdet-seq-no
               invalid key
                   set ws-chq-eof to true
           end-start.
           perform check-one-overdue until ws-chq-eof.
           close archivoChqDet.
           if ws-overdue-count is equal to zero
               move " (none)" to overdue-report-line
               write overdue-report-line
           end-if.
           close archivoOverdue
           .
      *>----------------------------------------------------------------

       check-one-overdue.
           read archivoChqDet next record
               at end
                   set ws-chq-eof to true
               not at end
                   if chqdet-is-presented
                       compute ws-presented-days =
                           function integer-of-date
                               (chqdet-presented-date)
                       compute ws-age-days =
                           ws-today-days - ws-presented-days
                       if ws-age-days is greater than ws-cycle-days
                           perform write-overdue-line
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-overdue-line.
           add 1 to ws-overdue-count.
           move chqdet-amount to print-amount.
           move spaces to ws-report-line.
           string " Batch "           delimited by size
                  chqdet-batch-ref    delimited by size
                  " drawee "          delimited by size
                  chqdet-drawee-routing delimited by size
                  " cheque "          delimited by size
                  chqdet-serial       delimited by size
                  " amt "             delimited by size
                  print-amount        delimited by size
                  " sent "            delimited by size
                  chqdet-presented-date delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to overdue-report-line.
           write overdue-report-line
           .
      *>----------------------------------------------------------------

       end program Outward-Clearing-Batch.
