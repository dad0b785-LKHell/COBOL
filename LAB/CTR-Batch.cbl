      *> transaction - and, for every customer whose cash in or cash
      *> out crosses the ctr.cfg threshold (default 10,000), emits
      *> both the regulator's fixed-format extract record and a
      *> branch review listing line. Each reportable customer-day is
      *> also appended to ctrhist.dat, which the extract (rewritten
      *> every night) cannot be, so Risk-Score-Batch can weigh a
      *> customer's reportable cash over the year.
      *> Cheques cashed at the counter for walk-in payees (encash.dat,
      *> written by Cheque-Encash) are cash paid out to the PAYEE, who
      *> may hold no account here at all, so they are totalled per
      *> identity document instead and reported the same way, with a
      *> zero customer id and the payee's document and name on the
      *> extract. Payees are not carried into ctrhist.dat, which
      *> stays keyed by customer.
      *>----------------------------------------------------------------

       Identification Division.
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoEncash assign to "encash.dat"
           organization is indexed
           access is dynamic
           record key is enc-seq-no.

       Select optional archivoCtrCfg assign to "ctr.cfg"
           organization is line sequential.

       Select archivoReview assign to "ctr-review.rpt"
           organization is line sequential.

       Select optional archivoCtrHist assign to "ctrhist.dat"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoEncash.
       copy "ENCASH.cpy".

       FD archivoCtrCfg.
       01 ctr-config-record.
           05 ctrcfg-threshold     pic 9(7)v99.
           05 ctr-report-date      pic 9(8).
           05 ctr-cash-in          pic 9(11)v99.
           05 ctr-cash-out         pic 9(11)v99.
           05 ctr-payee-doc-type   pic x(1).
           05 ctr-payee-doc-number pic x(15).
           05 ctr-payee-name       pic x(20).

       FD archivoReview.
       01 ctr-review-line        pic x(70).

       FD archivoCtrHist.
       01 ctr-history-record     pic x(39).

       working-storage section.
       78 default-ctr-threshold  value 10000.00.
       77 ws-threshold           pic 9(7)v99.
              10 ws-cust-id       pic 9(5).
              10 ws-cust-in       pic s9(11)v99.
              10 ws-cust-out      pic s9(11)v99.
       77 ws-payee-count         pic 9(3) value zero.
       78 max-payee-entries      value 200.
       01 ws-payee-table.
           05 ws-payee-entry occurs 200 times.
              10 ws-payee-doc-type   pic x(1).
              10 ws-payee-doc-number pic x(15).
              10 ws-payee-name       pic x(20).
              10 ws-payee-out        pic s9(11)v99.
       77 i                      pic 9(3).
       77 print-in               pic -(9)9.99.
       77 print-out              pic -(9)9.99.
       77 ws-report-line         pic x(70).
       01 ws-jrnl-switch         pic 9 value zero.
          88  ws-jrnl-eof          value 1.
       01 ws-enc-switch          pic 9 value zero.
          88  ws-enc-eof           value 1.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       78 dash-line  value "------------------------------------".
           end-start.
           perform scan-journal-entry until ws-jrnl-eof.
           close archivoJournal archivoAccounts.
           open input archivoEncash.
           move zero to enc-seq-no.
           start archivoEncash key is greater than enc-seq-no
               invalid key
                   set ws-enc-eof to true
           end-start.
           perform scan-encashment until ws-enc-eof.
           close archivoEncash.
           perform write-reports.
           stop run
           .
           .
      *>----------------------------------------------------------------

       scan-encashment.
           read archivoEncash next record
               at end
                   set ws-enc-eof to true
               not at end
                   if enc-date is equal to ws-business-date
                       perform add-to-payee-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-to-payee-table.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-payee-entry
               until ws-entry-found or i is greater than ws-payee-count.
           if not ws-entry-found
           and ws-payee-count is less than max-payee-entries
               add 1 to ws-payee-count
               move ws-payee-count to i
               move enc-doc-type   to ws-payee-doc-type (i)
               move enc-doc-number to ws-payee-doc-number (i)
               move enc-payee-name to ws-payee-name (i)
               move zero to ws-payee-out (i)
               set ws-entry-found to true
           end-if.
           if ws-entry-found
               add enc-amount to ws-payee-out (i)
           end-if
           .
      *>----------------------------------------------------------------

       match-payee-entry.
           if ws-payee-doc-type (i) is equal to enc-doc-type
           and ws-payee-doc-number (i) is equal to enc-doc-number
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       write-reports.
           open output archivoExtract.
           open output archivoReview.
           open extend archivoCtrHist.
           move dash-line to ctr-review-line.
           write ctr-review-line.
           move spaces to ws-report-line.
           move 1 to i.
           perform report-customer
               until i is greater than ws-cust-count.
           move 1 to i.
           perform report-payee
               until i is greater than ws-payee-count.
           close archivoExtract archivoReview archivoCtrHist
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

       report-payee.
           if ws-payee-out (i) is greater than ws-threshold
               perform write-payee-extract
               perform write-payee-review-line
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-extract-record.
           move spaces to ctr-extract-record.
           move ws-cust-id (i)  to ctr-customer-id.
           move ws-business-date to ctr-report-date.
           move ws-cust-in (i)  to ctr-cash-in.
           move ws-cust-out (i) to ctr-cash-out.
           write ctr-extract-record.
           move ctr-extract-record to ctr-history-record.
           write ctr-history-record
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

       write-payee-extract.
           move spaces to ctr-extract-record.
           move zero to ctr-customer-id.
           move ws-business-date to ctr-report-date.
           move zero to ctr-cash-in.
           move ws-payee-out (i) to ctr-cash-out.
           move ws-payee-doc-type (i)   to ctr-payee-doc-type.
           move ws-payee-doc-number (i) to ctr-payee-doc-number.
           move ws-payee-name (i)       to ctr-payee-name.
           write ctr-extract-record
           .
      *>----------------------------------------------------------------

       write-payee-review-line.
           move ws-payee-out (i) to print-out.
           move spaces to ws-report-line.
           string " Payee "       delimited by size
                  ws-payee-doc-type (i)   delimited by size
                  " "             delimited by size
                  ws-payee-doc-number (i) delimited by size
                  " "             delimited by size
                  ws-payee-name (i)       delimited by size
                  " out "         delimited by size
                  print-out       delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to ctr-review-line.
           write ctr-review-line
           .
      *>----------------------------------------------------------------

       end program CTR-Batch.
