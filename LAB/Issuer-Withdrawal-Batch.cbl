      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Daily intake for the card network's issuer file
      *> (issuer-in.dat: network reference, our account, amount,
      *> withdrawal date, the other bank and its ATM, and the
      *> surcharge-free partner flag - one line per withdrawal our
      *> own cardholders made at other banks' machines). It is the
      *> issuer-side mirror of Acquirer-Recon-Batch: there the
      *> network owes us for foreign cards at our ATMs, here we owe
      *> the network for our cards at theirs. Each item is screened
      *> against the account the same way Direct-Debit-Batch screens
      *> before it calls a poster, then debited through
      *> Subtract-money as its own "NW" entry, which books it to
      *> what we owe the networks on the GL. The off-us fee comes
      *> from Fee-Schedule's "NW" row and is charged as an ordinary
      *> "FE" posting, except where the other bank is a
      *> surcharge-free partner; a deferred row is left to
      *> Fee-Assessment-Batch. An item we cannot debit - unknown,
      *> closed, frozen or dormant account, or no funds - is still
      *> owed to the network: it is booked to network suspense
      *> ("NS") and queued to the suspense workbench as an "I" item.
      *> Every item, posted or parked, is kept on issuerwd.dat with
      *> the other bank's ATM identity as the narrative behind the
      *> journal entry, and issuerwd.rpt closes with the day's
      *> settlement total for the settlement desk.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Issuer-Withdrawal-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoIssuerIn assign to "issuer-in.dat"
           organization is line sequential.

       Select optional archivoIssuerWd assign to "issuerwd.dat"
           organization is line sequential.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoReport assign to "issuerwd.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoIssuerIn.
       01 issuer-input-line.
           05 isi-network-ref      pic x(12).
           05 isi-account-no       pic 9(7).
           05 isi-amount           pic 9(7)v99.
           05 isi-date             pic 9(8).
           05 isi-bank-id          pic x(4).
           05 isi-atm-id           pic x(8).
           05 isi-partner-flag     pic x(1).
              88  isi-surcharge-free   value "Y".

       FD archivoIssuerWd.
       copy "ISSUERWD.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoReport.
       01 issuer-report-line     pic x(70).

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-amount-dec          pic s9(7)v99.
       77 ws-available           pic s9(9)v99.
       77 ws-lien-target         pic x(1) value "A".
       77 ws-lien-ref            pic 9(9).
       77 ws-lien-amount         pic s9(9)v99.
       77 ws-reason              pic x(2).
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-account-type        pic 9.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-fee-txn-type        pic x(2) value "NW".
       77 ws-fee-amount          pic s9(5)v99.
       77 ws-fee-deferred        pic x(1).
       77 ws-fee-dec             pic s9(7)v99.
       77 ws-susp-source         pic x(1) value "I".
       77 ws-susp-seq            pic 9(9).
       77 ws-posted-count        pic 9(5) value zero.
       77 ws-susp-count          pic 9(5) value zero.
       77 ws-posted-total        pic s9(9)v99 value zero.
       77 ws-susp-total          pic s9(9)v99 value zero.
       77 ws-fee-total           pic s9(9)v99 value zero.
       77 ws-settle-total        pic s9(9)v99 value zero.
       77 print-amount           pic -(7)9.99.
       77 print-total            pic -(9)9.99.
       77 ws-report-line         pic x(70).
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-items     value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open input archivoIssuerIn.
           open output archivoReport.
           perform write-report-heading.
           perform process-item until ws-no-more-items.
           close archivoIssuerIn.
           perform write-report-totals.
           close archivoReport.
           display "Issuer-Withdrawal-Batch: " ws-posted-count
                   " debited, " ws-susp-count " to suspense".
           stop run
           .
      *>----------------------------------------------------------------

       process-item.
           read archivoIssuerIn
               at end
                   set ws-no-more-items to true
               not at end
                   perform handle-one-item
           end-read
           .
      *>----------------------------------------------------------------

      *> Reason codes kept on issuerwd.dat for a parked item: "NF"
      *> no such account, "CL" closed, "FZ" frozen (on hold or
      *> estate hold), "DR" dormant, "NS" insufficient funds beyond
      *> the overdraft headroom.

       handle-one-item.
           move isi-amount to ws-amount-dec.
           move zero to ws-fee-amount.
           move spaces to ws-reason.
           perform screen-account.
           if ws-reason is equal to spaces
               move "NW" to ws-txn-type
               move zero to bool
               call "Subtract-money" using
                                  by content isi-account-no
                                             ws-amount-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               if exist
                   perform charge-off-us-fee
                   perform record-posted-item
               else
                   move "NS" to ws-reason
               end-if
           end-if.
           if ws-reason not equal spaces
               perform park-in-suspense
           end-if.
           add ws-amount-dec to ws-settle-total
           .
      *>----------------------------------------------------------------

      *> The withdrawal is screened with the fee on top of it, so a
      *> debit that would leave the fee unpayable is found here and
      *> never walks into Subtract-money's interactive refusals.

       screen-account.
           move isi-account-no to ws-lien-ref.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-lien-ref
                                  by reference ws-lien-amount.
           move isi-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                                            key is account-no
                   invalid key
                       move "NF" to ws-reason
                   not invalid key
                       move account-type to ws-account-type
                       evaluate true
                           when account-is-closed
                               move "CL" to ws-reason
                           when account-on-hold
                           when account-estate-hold
                               move "FZ" to ws-reason
                           when account-is-dormant
                           when account-is-escheatable
                               move "DR" to ws-reason
                           when other
                               perform look-up-fee
                               compute ws-available =
                                   account-balance
                                 + account-overdraft-limit
                                 - account-overdraft-used
                                 - ws-lien-amount
                               if ws-available < ws-amount-dec
                                   move "NS" to ws-reason
                               else
                               if ws-available < ws-amount-dec
                                               + ws-fee-amount
                                   move zero to ws-fee-amount
                               end-if
                               end-if
                       end-evaluate
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

      *> A partner bank's machine is surcharge-free to our customers,
      *> and a deferred row is charged by Fee-Assessment-Batch.

       look-up-fee.
           move zero to ws-fee-amount.
           if not isi-surcharge-free
               move space to ws-fee-deferred
               call "Fee-Schedule" using
                                  by content ws-fee-txn-type
                                             ws-account-type
                                  by reference ws-fee-amount
                                               ws-fee-deferred
               if ws-fee-deferred is equal to "D"
                   move zero to ws-fee-amount
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       charge-off-us-fee.
           if ws-fee-amount is greater than zero
               move ws-fee-amount to ws-fee-dec
               move "FE" to ws-txn-type
               move zero to bool
               call "Subtract-money" using
                                  by content isi-account-no
                                             ws-fee-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               if not exist
                   move zero to ws-fee-amount
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       record-posted-item.
           add 1 to ws-posted-count.
           add ws-amount-dec to ws-posted-total.
           add ws-fee-amount to ws-fee-total.
           move zero to ws-susp-seq.
           perform fill-issuer-record.
           set isw-is-posted to true.
           perform write-issuer-record.
           move ws-amount-dec to print-amount.
           move spaces to ws-report-line.
           string " Debited "     delimited by size
                  isi-account-no  delimited by size
                  print-amount    delimited by size
                  " bank "        delimited by size
                  isi-bank-id     delimited by size
                  " ATM "         delimited by size
                  isi-atm-id      delimited by size
                  " "             delimited by size
                  isi-network-ref delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to issuer-report-line.
           write issuer-report-line
           .
      *>----------------------------------------------------------------

      *> The network has already paid the cash out on our behalf, so
      *> the liability is booked whether or not the cardholder could
      *> be debited.

       park-in-suspense.
           move zero to ws-fee-amount.
           call "GL-Post" using
                                  by content ws-amount-dec
                                             "NS"
                                             ws-atm-id
                                             ws-today.
           call "Suspense-Post" using
                                  by content ws-susp-source
                                             isi-account-no
                                             ws-amount-dec
                                             ws-amount-dec
                                             ws-atm-id
                                  by reference ws-susp-seq.
           add 1 to ws-susp-count.
           add ws-amount-dec to ws-susp-total.
           perform fill-issuer-record.
           set isw-in-suspense to true.
           perform write-issuer-record.
           move ws-amount-dec to print-amount.
           move spaces to ws-report-line.
           string " SUSPENSE "    delimited by size
                  isi-account-no  delimited by size
                  print-amount    delimited by size
                  " reason "      delimited by size
                  ws-reason       delimited by size
                  " item "        delimited by size
                  ws-susp-seq     delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to issuer-report-line.
           write issuer-report-line
           .
      *>----------------------------------------------------------------

       fill-issuer-record.
           move isi-network-ref to isw-network-ref.
           move isi-account-no  to isw-account-no.
           move ws-amount-dec   to isw-amount.
           move ws-fee-amount   to isw-fee.
           move isi-date        to isw-txn-date.
           move ws-today        to isw-post-date.
           move isi-bank-id     to isw-bank-id.
           move isi-atm-id      to isw-atm-id.
           move ws-reason       to isw-reason.
           move ws-susp-seq     to isw-susp-seq
           .
      *>----------------------------------------------------------------

       write-issuer-record.
           open extend archivoIssuerWd
               write issuer-wd-record
           close archivoIssuerWd
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to issuer-report-line.
           write issuer-report-line.
           move spaces to ws-report-line.
           string " Off-us withdrawals - issuer intake " delimited by
                  size
                  ws-today  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to issuer-report-line.
           write issuer-report-line.
           move dash-line to issuer-report-line.
           write issuer-report-line
           .
      *>----------------------------------------------------------------

       write-report-totals.
           move dash-line to issuer-report-line.
           write issuer-report-line.
           move ws-posted-total to print-total.
           move spaces to ws-report-line.
           string " Debited   " delimited by size
                  ws-posted-count delimited by size
                  " items "     delimited by size
                  print-total   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to issuer-report-line.
           write issuer-report-line.
           move ws-susp-total to print-total.
           move spaces to ws-report-line.
           string " Suspense  " delimited by size
                  ws-susp-count delimited by size
                  " items "     delimited by size
                  print-total   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to issuer-report-line.
           write issuer-report-line.
           move ws-fee-total to print-total.
           move spaces to ws-report-line.
           string " Off-us fees charged     " delimited by size
                  print-total   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to issuer-report-line.
           write issuer-report-line.
           move ws-settle-total to print-total.
           move spaces to ws-report-line.
           string " Due to network today    " delimited by size
                  print-total   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to issuer-report-line.
           write issuer-report-line
           .
      *>----------------------------------------------------------------

       end program Issuer-Withdrawal-Batch.
