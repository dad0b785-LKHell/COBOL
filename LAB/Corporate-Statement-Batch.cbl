      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Bank statement file for our business customers' own
      *> accounting packages, in the SWIFT MT940 layout every such
      *> package imports, instead of the spreadsheet export
      *> Statement-Export-Batch makes for our own staff. Only the
      *> joint/business (account-type 3) accounts listed in
      *> corpstmt.cfg are served, each into its owner's folder under
      *> corpout/ so the customer collects only their own files.
      *> Run at end of day ("F") it writes the day's statement
      *> (corpout/CCCCC/AAAAAAA-YYYYMMDD.sta): opening balance,
      *> one :61:/:86: pair per journal entry posted today with its
      *> journal-txn-date value date, type code and reference, and
      *> the closing balance. Run on request during the day ("I") it
      *> writes an MT942 interim report of the entries so far with
      *> the current balance and debit/credit totals
      *> (AAAAAAA-YYYYMMDD-HHMM.int). The reference on each entry is
      *> what the customer's books know it by: the cheque serial off
      *> chqregister.dat for a paid cheque ("IC"), the biller
      *> reference off billpay.dat for a bill payment ("BP"), the
      *> payroll run date for a salary file debit ("PY"), and our
      *> journal sequence number for everything else.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Corporate-Statement-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoCorpCfg assign to "corpstmt.cfg"
           organization is line sequential.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoChqRegister assign to "chqregister.dat"
           organization is indexed
           access is dynamic
           record key is chqr-seq-no.

       Select optional archivoBillPay assign to "billpay.dat"
           organization is indexed
           access is dynamic
           record key is bp-seq-no.

       Select archivoStatement assign to ws-statement-filename
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoCorpCfg.
       01 corp-config-record.
           05 corpcfg-account-no   pic 9(7).
           05 corpcfg-customer-id  pic 9(5).

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoChqRegister.
       copy "CHQREG.cpy".

       FD archivoBillPay.
       copy "BILLPAY.cpy".

       FD archivoStatement.
       01 statement-file-line    pic x(80).

       working-storage section.
       77 ws-today               pic 9(8).
       01 ws-now.
           05 ws-now-hhmm        pic 9(4).
           05 filler             pic 9(4).
       77 ws-statement-type      pic x(1).
       77 ws-statement-filename  pic x(40).
       77 ws-statement-no        pic 9(5).
       77 ws-year-start          pic 9(8).
       77 ws-currency            pic x(3).
       78 default-currency       value "USD".
       78 home-routing-code      value "0001".
       77 ws-opening-balance     pic s9(11)v99.
       77 ws-closing-balance     pic s9(11)v99.
       77 ws-net-movement        pic s9(11)v99.
       77 ws-signed-amount       pic s9(9)v99.
       77 ws-debit-total         pic s9(11)v99.
       77 ws-credit-total        pic s9(11)v99.
       77 ws-debit-count         pic 9(5).
       77 ws-credit-count        pic 9(5).
       77 ws-entry-count         pic 9(5) value zero.
       77 ws-file-count          pic 9(5) value zero.
       77 ws-skipped-count       pic 9(5) value zero.
       77 ws-value-date          pic 9(8).
       77 ws-dc-mark             pic x(1).
       77 ws-swift-code          pic x(4).
       77 ws-entry-reference     pic x(16).
       77 ws-mt-amount-in        pic s9(11)v99.
       77 ws-mt-edit             pic z(10)9.99.
       77 ws-mt-amount           pic x(15).
       77 ws-lead-spaces         pic 9(2).
       77 ws-line                pic x(80).
       77 print-seq              pic 9(9).
       01 ws-entry-moves-bool    pic 9 value zero.
          88  ws-entry-moves-balance value 1.
       01 ws-account-bool        pic 9 value zero.
          88  ws-account-served    value 1.
       01 ws-ref-bool            pic 9 value zero.
          88  ws-reference-found   value 1.
       01 ws-cfg-switch          pic 9 value zero.
          88  ws-cfg-eof           value 1.
       01 ws-jrnl-switch         pic 9 value zero.
          88  ws-jrnl-eof          value 1.
       01 ws-scan-switch         pic 9 value zero.
          88  ws-scan-eof          value 1.

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           display "Statement type (F = end of day, I = interim) ? : "
                   no advancing.
           accept ws-statement-type.
           if ws-statement-type is equal to "f"
               move "F" to ws-statement-type
           end-if.
           if ws-statement-type is equal to "i"
               move "I" to ws-statement-type
           end-if.
           if ws-statement-type not equal "F"
          and ws-statement-type not equal "I"
               display "Corporate-Statement-Batch: unknown type "
                       ws-statement-type
               stop run
           end-if.
           accept ws-today from date yyyymmdd.
           accept ws-now from time.
           move ws-today(1:4) to ws-year-start(1:4).
           move "0101"        to ws-year-start(5:4).
           compute ws-statement-no =
                   function integer-of-date (ws-today)
                 - function integer-of-date (ws-year-start) + 1.
           open input archivoAccounts.
           open input archivoJournal.
           open input archivoCorpCfg.
           perform serve-subscriber until ws-cfg-eof.
           close archivoCorpCfg archivoAccounts archivoJournal.
           display "Corporate-Statement-Batch: " ws-file-count
                   " files written, " ws-skipped-count " skipped".
           stop run
           .
      *>----------------------------------------------------------------

       serve-subscriber.
           read archivoCorpCfg
               at end
                   set ws-cfg-eof to true
               not at end
                   perform check-subscriber
                   if ws-account-served
                       perform write-statement-file
                   else
                       add 1 to ws-skipped-count
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The file lands in the folder of the customer named in the
      *> config, so that customer must own or jointly own the
      *> account - a stale or mistyped line never sends one customer
      *> another's statement.

       check-subscriber.
           move zero to ws-account-bool.
           move corpcfg-account-no to account-no.
           read archivoAccounts record key is account-no
               invalid key
                   display "Corporate-Statement-Batch: account "
                           corpcfg-account-no " not found"
               not invalid key
                   if account-type is equal to 3
                       if account-owner-id = corpcfg-customer-id
                       or account-joint-owner-id (1)
                                          = corpcfg-customer-id
                       or account-joint-owner-id (2)
                                          = corpcfg-customer-id
                           set ws-account-served to true
                       end-if
                   end-if
                   if not ws-account-served
                       display "Corporate-Statement-Batch: account "
                               corpcfg-account-no
                               " not a business account of customer "
                               corpcfg-customer-id
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-statement-file.
           move account-currency to ws-currency.
           if ws-currency is equal to spaces
               move default-currency to ws-currency
           end-if.
           move zero to ws-net-movement ws-debit-total ws-credit-total
                        ws-debit-count ws-credit-count.
           perform total-todays-movement.
           move account-balance to ws-closing-balance.
           compute ws-opening-balance =
                   ws-closing-balance - ws-net-movement.
           move spaces to ws-statement-filename.
           if ws-statement-type is equal to "F"
               string "corpout/"          delimited by size
                      corpcfg-customer-id delimited by size
                      "/"                 delimited by size
                      account-no          delimited by size
                      "-"                 delimited by size
                      ws-today            delimited by size
                      ".sta"              delimited by size
                      into ws-statement-filename
               end-string
           else
               string "corpout/"          delimited by size
                      corpcfg-customer-id delimited by size
                      "/"                 delimited by size
                      account-no          delimited by size
                      "-"                 delimited by size
                      ws-today            delimited by size
                      "-"                 delimited by size
                      ws-now-hhmm         delimited by size
                      ".int"              delimited by size
                      into ws-statement-filename
               end-string
           end-if.
           open output archivoStatement.
           perform write-statement-header.
           move zero to ws-jrnl-switch.
           move account-no to journal-account-no.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-jrnl-eof to true
           end-start.
           perform write-todays-entry until ws-jrnl-eof.
           perform write-statement-trailer.
           close archivoStatement.
           add 1 to ws-file-count
           .
      *>----------------------------------------------------------------

      *> First pass over the account's journal: today's movement,
      *> which takes the opening balance back from the balance now.

       total-todays-movement.
           move zero to ws-jrnl-switch.
           move account-no to journal-account-no.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-jrnl-eof to true
           end-start.
           perform total-one-entry until ws-jrnl-eof
           .
      *>----------------------------------------------------------------

       total-one-entry.
           read archivoJournal next record
               at end
                   set ws-jrnl-eof to true
               not at end
                   if journal-account-no not equal account-no
                       set ws-jrnl-eof to true
                   else
                       if journal-date is equal to ws-today
                           perform weigh-entry-movement
                           if ws-entry-moves-balance
                               add ws-signed-amount to ws-net-movement
                               if ws-signed-amount is less than zero
                                   add 1 to ws-debit-count
                                   subtract ws-signed-amount
                                       from ws-debit-total
                               else
                                   add 1 to ws-credit-count
                                   add ws-signed-amount
                                     to ws-credit-total
                               end-if
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Same credit/debit split Journal-Verify-Batch works from; an
      *> entry that never touches account-balance is not a statement
      *> line.

       weigh-entry-movement.
           move zero to ws-entry-moves-bool.
           move zero to ws-signed-amount.
           evaluate journal-txn-type
               when "DP" when "TI" when "IN" when "RV" when "CH"
               when "SA" when "LD" when "TM" when "SI" when "DX"
               when "IW" when "MR" when "LY" when "GW"
                   move journal-amount to ws-signed-amount
                   set ws-entry-moves-balance to true
               when "WD" when "TO" when "FE" when "WT" when "ES"
               when "TD" when "LP" when "LI" when "BP" when "PY"
               when "DD" when "IC" when "GS" when "CD" when "WO"
               when "VT" when "LR" when "NW" when "DI" when "CE"
               when "MT"
                   compute ws-signed-amount = zero - journal-amount
                   set ws-entry-moves-balance to true
               when other
                   continue
           end-evaluate
           .
      *>----------------------------------------------------------------

       write-statement-header.
           move spaces to ws-line.
           if ws-statement-type is equal to "F"
               string ":20:S"     delimited by size
                      account-no  delimited by size
                      ws-today(3:6) delimited by size
                      into ws-line
               end-string
           else
               string ":20:I"     delimited by size
                      account-no  delimited by size
                      ws-today(7:2) delimited by size
                      ws-now-hhmm delimited by size
                      into ws-line
               end-string
           end-if.
           perform put-line.
           move spaces to ws-line.
           string ":25:"            delimited by size
                  home-routing-code delimited by size
                  "/"               delimited by size
                  account-no        delimited by size
                  into ws-line
           end-string.
           perform put-line.
           move spaces to ws-line.
           string ":28C:"         delimited by size
                  ws-statement-no delimited by size
                  "/1"            delimited by size
                  into ws-line
           end-string.
           perform put-line.
           if ws-statement-type is equal to "F"
               move ws-opening-balance to ws-mt-amount-in
               perform format-mt-amount
               move spaces to ws-line
               if ws-opening-balance is less than zero
                   move "D" to ws-dc-mark
               else
                   move "C" to ws-dc-mark
               end-if
               string ":60F:"       delimited by size
                      ws-dc-mark    delimited by size
                      ws-today(3:6) delimited by size
                      ws-currency   delimited by size
                      ws-mt-amount  delimited by space
                      into ws-line
               end-string
               perform put-line
           else
               move spaces to ws-line
               string ":34F:"     delimited by size
                      ws-currency delimited by size
                      "0,"        delimited by size
                      into ws-line
               end-string
               perform put-line
               move spaces to ws-line
               string ":13D:"       delimited by size
                      ws-today(3:6) delimited by size
                      ws-now-hhmm   delimited by size
                      "+0000"       delimited by size
                      into ws-line
               end-string
               perform put-line
           end-if
           .
      *>----------------------------------------------------------------

       write-todays-entry.
           read archivoJournal next record
               at end
                   set ws-jrnl-eof to true
               not at end
                   if journal-account-no not equal account-no
                       set ws-jrnl-eof to true
                   else
                       if journal-date is equal to ws-today
                           perform weigh-entry-movement
                           if ws-entry-moves-balance
                               perform write-entry-lines
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> :61: value date (the moment the customer transacted, from
      *> journal-txn-date), entry date (our posting date), D or C,
      *> amount, SWIFT type code, the customer's reference and ours;
      *> :86: repeats our own type code and reference in words.

       write-entry-lines.
           add 1 to ws-entry-count.
           move journal-txn-date to ws-value-date.
           if ws-value-date is equal to zero
               move journal-date to ws-value-date
           end-if.
           if ws-signed-amount is less than zero
               move "D" to ws-dc-mark
           else
               move "C" to ws-dc-mark
           end-if.
           perform pick-swift-code.
           perform find-entry-reference.
           move journal-amount to ws-mt-amount-in.
           perform format-mt-amount.
           move journal-seq-no to print-seq.
           move spaces to ws-line.
           string ":61:"             delimited by size
                  ws-value-date(3:6) delimited by size
                  journal-date(5:4)  delimited by size
                  ws-dc-mark         delimited by size
                  ws-mt-amount       delimited by space
                  ws-swift-code      delimited by size
                  ws-entry-reference delimited by space
                  "//"               delimited by size
                  print-seq          delimited by size
                  into ws-line
           end-string.
           perform put-line.
           move spaces to ws-line.
           string ":86:"             delimited by size
                  journal-txn-type   delimited by size
                  " "                delimited by size
                  ws-entry-reference delimited by size
                  into ws-line
           end-string.
           perform put-line
           .
      *>----------------------------------------------------------------

       pick-swift-code.
           evaluate journal-txn-type
               when "IC"
                   move "NCHK" to ws-swift-code
               when "TI" when "TO" when "IW" when "WO" when "SI"
                   move "NTRF" to ws-swift-code
               when "FE" when "VT"
                   move "NCHG" to ws-swift-code
               when "IN" when "OD" when "LI"
                   move "NINT" to ws-swift-code
               when "WT"
                   move "NTAX" to ws-swift-code
               when "SA" when "PY"
                   move "NSAL" to ws-swift-code
               when "DD"
                   move "NDDT" to ws-swift-code
               when "DP" when "WD" when "CE" when "NW"
                   move "NCSH" to ws-swift-code
               when other
                   move "NMSC" to ws-swift-code
           end-evaluate
           .
      *>----------------------------------------------------------------

       find-entry-reference.
           move spaces to ws-entry-reference.
           move zero to ws-ref-bool.
           evaluate journal-txn-type
               when "IC"
                   perform find-cheque-serial
               when "BP"
                   perform find-biller-reference
               when "PY"
                   string "PAYROLL"    delimited by size
                          journal-date delimited by size
                          into ws-entry-reference
                   end-string
                   set ws-reference-found to true
               when other
                   continue
           end-evaluate.
           if not ws-reference-found
               move journal-seq-no to ws-entry-reference
           end-if
           .
      *>----------------------------------------------------------------

      *> A paid cheque is the register entry for this account paid
      *> on the posting date for exactly this amount.

       find-cheque-serial.
           move zero to ws-scan-switch.
           open input archivoChqRegister.
           move zero to chqr-seq-no.
           start archivoChqRegister key is greater than chqr-seq-no
               invalid key
                   set ws-scan-eof to true
           end-start.
           perform probe-cheque until ws-scan-eof
                                   or ws-reference-found.
           close archivoChqRegister
           .
      *>----------------------------------------------------------------

       probe-cheque.
           read archivoChqRegister next record
               at end
                   set ws-scan-eof to true
               not at end
                   if chqr-account-no is equal to account-no
                   and chqr-is-paid
                   and chqr-paid-date is equal to journal-date
                   and chqr-amount is equal to journal-amount
                       move chqr-serial to ws-entry-reference
                       set ws-reference-found to true
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       find-biller-reference.
           move zero to ws-scan-switch.
           open input archivoBillPay.
           move zero to bp-seq-no.
           start archivoBillPay key is greater than bp-seq-no
               invalid key
                   set ws-scan-eof to true
           end-start.
           perform probe-bill-payment until ws-scan-eof
                                         or ws-reference-found.
           close archivoBillPay
           .
      *>----------------------------------------------------------------

       probe-bill-payment.
           read archivoBillPay next record
               at end
                   set ws-scan-eof to true
               not at end
                   if bp-journal-seq is equal to journal-seq-no
                       move spaces to ws-entry-reference
                       string bp-biller-code delimited by space
                              "/"            delimited by size
                              bp-ref-no      delimited by space
                              into ws-entry-reference
                       end-string
                       set ws-reference-found to true
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-statement-trailer.
           if ws-statement-type is equal to "F"
               move ws-closing-balance to ws-mt-amount-in
               perform format-mt-amount
               if ws-closing-balance is less than zero
                   move "D" to ws-dc-mark
               else
                   move "C" to ws-dc-mark
               end-if
               move spaces to ws-line
               string ":62F:"       delimited by size
                      ws-dc-mark    delimited by size
                      ws-today(3:6) delimited by size
                      ws-currency   delimited by size
                      ws-mt-amount  delimited by space
                      into ws-line
               end-string
               perform put-line
           else
               move ws-debit-total to ws-mt-amount-in
               perform format-mt-amount
               move spaces to ws-line
               string ":90D:"        delimited by size
                      ws-debit-count delimited by size
                      ws-currency    delimited by size
                      ws-mt-amount   delimited by space
                      into ws-line
               end-string
               perform put-line
               move ws-credit-total to ws-mt-amount-in
               perform format-mt-amount
               move spaces to ws-line
               string ":90C:"         delimited by size
                      ws-credit-count delimited by size
                      ws-currency     delimited by size
                      ws-mt-amount    delimited by space
                      into ws-line
               end-string
               perform put-line
               move ws-closing-balance to ws-mt-amount-in
               perform format-mt-amount
               if ws-closing-balance is less than zero
                   move "D" to ws-dc-mark
               else
                   move "C" to ws-dc-mark
               end-if
               move spaces to ws-line
               string ":62M:"       delimited by size
                      ws-dc-mark    delimited by size
                      ws-today(3:6) delimited by size
                      ws-currency   delimited by size
                      ws-mt-amount  delimited by space
                      into ws-line
               end-string
               perform put-line
           end-if.
           move "-" to ws-line.
           perform put-line
           .
      *>----------------------------------------------------------------

      *> SWIFT amounts: no sign, no leading zeros or blanks, comma
      *> for the decimal point.

       format-mt-amount.
           if ws-mt-amount-in is less than zero
               compute ws-mt-amount-in = zero - ws-mt-amount-in
           end-if.
           move ws-mt-amount-in to ws-mt-edit.
           move zero to ws-lead-spaces.
           inspect ws-mt-edit tallying ws-lead-spaces
               for leading spaces.
           move spaces to ws-mt-amount.
           move ws-mt-edit(ws-lead-spaces + 1:) to ws-mt-amount.
           inspect ws-mt-amount converting "." to ","
           .
      *>----------------------------------------------------------------

       put-line.
           move ws-line to statement-file-line.
           write statement-file-line
           .
      *>----------------------------------------------------------------

       end program Corporate-Statement-Batch.
