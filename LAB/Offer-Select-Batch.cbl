      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly batch job selecting pre-approved offers and
      *> rebuilding each customer's marketing profile in offer.dat,
      *> which Campaign-Pick reads at the machine. For the prompted
      *> month and the two before it:
      *>   - salary credits ("SA") from the month archives
      *>     (jrnlYYYYMM.arc) and the live journal - a customer paid
      *>     in all three months is a salary-credit customer, and
      *>     their monthly average is taken;
      *>   - loans and term deposits held (loan.dat, termdep.dat);
      *>   - balances on their open accounts, and any overdraft in
      *>     use;
      *>   - net contribution and overdraft interest paid, from the
      *>     profit.csv Profitability-Batch wrote for the month.
      *> A salaried customer with no loan, no overdraft in use, no
      *> overdraft interest paid and no negative net contribution is
      *> pre-approved for a personal loan of offer.cfg's multiple of
      *> their average salary (default 3), capped (default 25,000).
      *> A customer with no term deposit whose largest balance holds
      *> at least twice offer.cfg's deposit minimum (default 5,000)
      *> is offered a term deposit of half that balance. Offers stand
      *> for offer-valid-days. Writes offer.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Offer-Select-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

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

       Select optional archivoArchive assign to ws-archive-filename
           organization is line sequential.

       Select optional archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoTermDep assign to "termdep.dat"
           organization is indexed
           access is dynamic
           record key is td-seq-no.

       Select optional archivoProfit assign to "profit.csv"
           organization is line sequential.

       Select optional archivoOfferCfg assign to "offer.cfg"
           organization is line sequential.

       Select archivoOffers assign to "offer.dat"
           organization is indexed
           access is dynamic
           record key is offer-customer-id.

       Select archivoReport assign to "offer.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoArchive.
       01 archive-line-record.
           05 arc-seq-no           pic 9(9).
           05 filler               pic x(2).
           05 arc-account-no       pic 9(7).
           05 filler               pic x(2).
           05 arc-txn-type         pic x(2).
           05 filler               pic x(2).
           05 arc-date-print       pic x(10).
           05 filler               pic x(2).
           05 arc-amount-print     pic x(9).

       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoTermDep.
       copy "TERMDEP.cpy".

       FD archivoProfit.
       01 profit-csv-line        pic x(90).

       FD archivoOfferCfg.
       01 offer-config-record.
           05 offercfg-multiple     pic 9(2).
           05 offercfg-loan-cap     pic 9(7).
           05 offercfg-deposit-min  pic 9(7).

       FD archivoOffers.
       copy "OFFER.cpy".

       FD archivoReport.
       01 offer-report-line      pic x(70).

       working-storage section.
       78 default-multiple       value 3.
       78 default-loan-cap       value 25000.
       78 default-deposit-min    value 5000.
       78 offer-valid-days       value 45.
       78 max-customer-entries   value 3000.
       77 ws-report-month        pic 9(6).
       77 ws-first-month         pic 9(6).
       77 ws-period              pic 9(6).
       77 ws-today               pic 9(8).
       77 ws-expiry-date         pic 9(8).
       77 ws-multiple            pic 9(2).
       77 ws-loan-cap            pic 9(7).
       77 ws-deposit-min         pic 9(7).
       77 ws-archive-filename    pic x(14).
       77 ws-entry-account       pic 9(7).
       77 ws-entry-date          pic 9(8).
       77 ws-entry-amount        pic s9(7)v99.
       77 ws-owner-id            pic 9(5).
       77 ws-customer-count      pic 9(5) value zero.
       77 c                      pic 9(5).
       77 ws-loan-offer          pic s9(7)v99.
       77 ws-deposit-offer       pic s9(7)v99.
       77 ws-salaried-count      pic 9(5) value zero.
       77 ws-loan-offer-count    pic 9(5) value zero.
       77 ws-deposit-offer-count pic 9(5) value zero.
       77 ws-loan-offer-total    pic s9(11)v99 value zero.
       77 ws-deposit-offer-total pic s9(11)v99 value zero.
       77 ws-csv-customer        pic x(10).
       77 ws-csv-fees            pic x(15).
       77 ws-csv-odint           pic x(15).
       77 ws-csv-interest        pic x(15).
       77 ws-csv-net             pic x(15).
       77 ws-line-label          pic x(34).
       77 print-amount           pic -(12)9.99.
       77 print-count            pic z(6)9.
       77 print-offer            pic z(6)9.99.
       77 ws-report-line         pic x(70).
       01 ws-customer-table.
           05 ws-customer-entry occurs 3000 times.
              10 oc-customer-id   pic 9(5).
              10 oc-salary-month  occurs 3 times pic 9.
              10 oc-salary-total  pic s9(9)v99.
              10 oc-loan-flag     pic x(1).
              10 oc-deposit-flag  pic x(1).
              10 oc-overdrawn     pic x(1).
              10 oc-od-paid       pic x(1).
              10 oc-net           pic s9(7)v99.
              10 oc-best-balance  pic s9(9)v99.
              10 oc-best-account  pic 9(7).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           display "Offer month (yyyymm) ? : " no advancing.
           accept ws-report-month.
           accept ws-today from date yyyymmdd.
           compute ws-expiry-date = function date-of-integer
               (function integer-of-date (ws-today)
              + offer-valid-days).
           perform load-offer-config.
           move ws-report-month to ws-first-month.
           perform step-month-back 2 times.
           initialize ws-customer-table.
           perform gather-accounts.
           move ws-first-month to ws-period.
           open input archivoAccounts.
           perform read-one-archive 3 times.
           perform read-live-journal.
           close archivoAccounts.
           perform mark-loans.
           perform mark-deposits.
           perform read-profit-extract.
           open output archivoOffers.
           open output archivoReport.
           perform write-report-heading.
           move 1 to c.
           perform select-offers until c is greater than
                   ws-customer-count.
           perform write-report-summary.
           close archivoOffers archivoReport.
           display "Offer-Select-Batch: " ws-loan-offer-count
                   " loan offers, " ws-deposit-offer-count
                   " deposit offers".
           stop run
           .
      *>----------------------------------------------------------------

       step-month-back.
           if ws-first-month (5:2) is equal to "01"
               compute ws-first-month = ws-first-month - 89
           else
               compute ws-first-month = ws-first-month - 1
           end-if
           .
      *>----------------------------------------------------------------

       load-offer-config.
           move default-multiple    to ws-multiple.
           move default-loan-cap    to ws-loan-cap.
           move default-deposit-min to ws-deposit-min.
           open input archivoOfferCfg
           read archivoOfferCfg
                   at end
                       continue
                   not at end
                       if offercfg-multiple is greater than zero
                           move offercfg-multiple to ws-multiple
                       end-if
                       if offercfg-loan-cap is greater than zero
                           move offercfg-loan-cap to ws-loan-cap
                       end-if
                       if offercfg-deposit-min is greater than zero
                           move offercfg-deposit-min to ws-deposit-min
                       end-if
           end-read.
           close archivoOfferCfg
           .
      *>----------------------------------------------------------------

       gather-accounts.
           move zero to ws-at-end-switch.
           open input archivoAccounts.
           perform take-account until ws-no-more-records.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       take-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if account-is-open
                       move account-owner-id to ws-owner-id
                       perform find-customer
                       if ws-entry-found
                           perform weigh-account
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       weigh-account.
           if account-overdraft-used is greater than zero
           or account-balance is less than zero
               move "Y" to oc-overdrawn (c)
           end-if.
           if account-balance is greater than oc-best-balance (c)
               move account-balance to oc-best-balance (c)
               move account-no      to oc-best-account (c)
           end-if
           .
      *>----------------------------------------------------------------

      *> Finds the customer's entry, opening one when there is room.

       find-customer.
           move zero to ws-found-switch.
           move 1 to c.
           perform match-customer
               until c is greater than ws-customer-count
                  or ws-entry-found.
           if not ws-entry-found
               if ws-customer-count is less than max-customer-entries
                   add 1 to ws-customer-count
                   move ws-customer-count to c
                   move ws-owner-id to oc-customer-id (c)
                   move zero to oc-salary-total (c)
                   move zero to oc-net (c) oc-best-balance (c)
                   move zero to oc-best-account (c)
                   set ws-entry-found to true
               else
                   display "Offer-Select-Batch: customer table full"
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-customer.
           if oc-customer-id (c) is equal to ws-owner-id
               set ws-entry-found to true
           else
               add 1 to c
           end-if
           .
      *>----------------------------------------------------------------

      *> Only customers already met on an open account are looked
      *> up - a salary paid to a closed account earns no offer.

       look-up-customer.
           move zero to ws-found-switch.
           move 1 to c.
           perform match-customer
               until c is greater than ws-customer-count
                  or ws-entry-found
           .
      *>----------------------------------------------------------------

       read-one-archive.
           move spaces to ws-archive-filename.
           string "jrnl"     delimited by size
                  ws-period  delimited by size
                  ".arc"     delimited by size
                  into ws-archive-filename
           end-string.
           move zero to ws-at-end-switch.
           open input archivoArchive.
           perform weigh-archive-line until ws-no-more-records.
           close archivoArchive.
           if ws-period (5:2) is equal to "12"
               compute ws-period = ws-period + 89
           else
               compute ws-period = ws-period + 1
           end-if
           .
      *>----------------------------------------------------------------

       weigh-archive-line.
           read archivoArchive
               at end
                   set ws-no-more-records to true
               not at end
                   if arc-txn-type is equal to "SA"
                       move arc-account-no to ws-entry-account
                       move arc-date-print (1:4) to ws-entry-date (1:4)
                       move arc-date-print (6:2) to ws-entry-date (5:2)
                       move arc-date-print (9:2) to ws-entry-date (7:2)
                       compute ws-entry-amount =
                           function numval (arc-amount-print)
                       perform take-salary
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       read-live-journal.
           move zero to ws-at-end-switch.
           open input archivoJournal.
           perform weigh-live-entry until ws-no-more-records.
           close archivoJournal
           .
      *>----------------------------------------------------------------

       weigh-live-entry.
           read archivoJournal next record
               at end
                   set ws-no-more-records to true
               not at end
                   if journal-txn-type is equal to "SA"
                   and journal-not-reversed
                       move journal-account-no to ws-entry-account
                       move journal-date       to ws-entry-date
                       move journal-amount     to ws-entry-amount
                       perform take-salary
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-salary.
           if ws-entry-date (1:6) is less than ws-first-month
           or ws-entry-date (1:6) is greater than ws-report-month
               exit paragraph
           end-if.
           move ws-entry-account to account-no.
           perform read-owner.
           if ws-owner-id is equal to zero
               exit paragraph
           end-if.
           perform look-up-customer.
           if ws-entry-found
               evaluate true
                   when ws-entry-date (1:6) is equal to ws-first-month
                       move 1 to oc-salary-month (c, 1)
                   when ws-entry-date (1:6) is equal to
                        ws-report-month
                       move 1 to oc-salary-month (c, 3)
                   when other
                       move 1 to oc-salary-month (c, 2)
               end-evaluate
               add ws-entry-amount to oc-salary-total (c)
           end-if
           .
      *>----------------------------------------------------------------

       read-owner.
           move zero to ws-owner-id.
           read archivoAccounts record key is account-no
               invalid key
                   continue
               not invalid key
                   move account-owner-id to ws-owner-id
           end-read
           .
      *>----------------------------------------------------------------

       mark-loans.
           move zero to ws-at-end-switch.
           open input archivoLoans.
           perform mark-one-loan until ws-no-more-records.
           close archivoLoans
           .
      *>----------------------------------------------------------------

       mark-one-loan.
           read archivoLoans next record
               at end
                   set ws-no-more-records to true
               not at end
                   if loan-is-active
                       move loan-customer-id to ws-owner-id
                       perform look-up-customer
                       if ws-entry-found
                           move "Y" to oc-loan-flag (c)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       mark-deposits.
           move zero to ws-at-end-switch.
           open input archivoTermDep.
           perform mark-one-deposit until ws-no-more-records.
           close archivoTermDep
           .
      *>----------------------------------------------------------------

       mark-one-deposit.
           read archivoTermDep next record
               at end
                   set ws-no-more-records to true
               not at end
                   if td-is-active
                       move td-customer-id to ws-owner-id
                       perform look-up-customer
                       if ws-entry-found
                           move "Y" to oc-deposit-flag (c)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> profit.csv is CUSTOMER,FEES,ODINT,INTPAID,NET,... with a
      *> heading line first.

       read-profit-extract.
           move zero to ws-at-end-switch.
           open input archivoProfit.
           perform read-profit-line until ws-no-more-records.
           close archivoProfit
           .
      *>----------------------------------------------------------------

       read-profit-line.
           read archivoProfit
               at end
                   set ws-no-more-records to true
               not at end
                   move spaces to ws-csv-customer ws-csv-fees
                                  ws-csv-odint ws-csv-interest
                                  ws-csv-net
                   unstring profit-csv-line delimited by ","
                       into ws-csv-customer ws-csv-fees ws-csv-odint
                            ws-csv-interest ws-csv-net
                   end-unstring
                   if ws-csv-customer (1:5) is numeric
                       move ws-csv-customer (1:5) to ws-owner-id
                       perform look-up-customer
                       if ws-entry-found
                           compute oc-net (c) =
                               function numval (ws-csv-net)
                           if function numval (ws-csv-odint) > zero
                               move "Y" to oc-od-paid (c)
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       select-offers.
           move zero to ws-loan-offer ws-deposit-offer.
           move spaces to offer-record.
           move oc-customer-id (c) to offer-customer-id.
           move ws-today           to offer-run-date.
           move zero to offer-salary-average.
           if oc-salary-month (c, 1) is equal to 1
           and oc-salary-month (c, 2) is equal to 1
           and oc-salary-month (c, 3) is equal to 1
               set offer-is-salaried to true
               add 1 to ws-salaried-count
               compute offer-salary-average rounded =
                       oc-salary-total (c) / 3
           end-if.
           move oc-loan-flag (c)    to offer-loan-flag.
           move oc-deposit-flag (c) to offer-deposit-flag.
           move oc-net (c)          to offer-net-contribution.
           if offer-is-salaried
           and not offer-holds-loan
           and oc-overdrawn (c) is not equal to "Y"
           and oc-od-paid (c) is not equal to "Y"
           and oc-net (c) is not less than zero
               compute ws-loan-offer =
                       offer-salary-average * ws-multiple
               compute ws-loan-offer =
                       ws-loan-offer - function mod (ws-loan-offer, 100)
               if ws-loan-offer is greater than ws-loan-cap
                   move ws-loan-cap to ws-loan-offer
               end-if
           end-if.
           if not offer-holds-deposit
           and oc-best-balance (c) is not less than ws-deposit-min * 2
               compute ws-deposit-offer = oc-best-balance (c) / 2
               compute ws-deposit-offer = ws-deposit-offer
                     - function mod (ws-deposit-offer, 100)
           end-if.
           move ws-loan-offer      to offer-loan-amount.
           move ws-deposit-offer   to offer-deposit-amount.
           move oc-best-account (c) to offer-deposit-account.
           move ws-expiry-date     to offer-expiry-date.
           write offer-record
               invalid key
                   display "Offer-Select-Batch: write failed"
           end-write.
           if ws-loan-offer is greater than zero
           or ws-deposit-offer is greater than zero
               perform write-offer-line
           end-if.
           add 1 to c
           .
      *>----------------------------------------------------------------

       write-offer-line.
           move spaces to ws-report-line.
           move " Cust " to ws-report-line (1:6).
           move oc-customer-id (c) to ws-report-line (7:5).
           if ws-loan-offer is greater than zero
               add 1 to ws-loan-offer-count
               add ws-loan-offer to ws-loan-offer-total
               move ws-loan-offer to print-offer
               move "loan" to ws-report-line (14:4)
               move print-offer to ws-report-line (19:10)
           end-if.
           if ws-deposit-offer is greater than zero
               add 1 to ws-deposit-offer-count
               add ws-deposit-offer to ws-deposit-offer-total
               move ws-deposit-offer to print-offer
               move "deposit" to ws-report-line (31:7)
               move print-offer to ws-report-line (39:10)
               move "from" to ws-report-line (50:4)
               move oc-best-account (c) to ws-report-line (55:7)
           end-if.
           move ws-report-line to offer-report-line.
           write offer-report-line
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to offer-report-line.
           write offer-report-line.
           move spaces to ws-report-line.
           string " Pre-approved offers for " ws-report-month
                  "  valid to " ws-expiry-date
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to offer-report-line.
           write offer-report-line.
           move dash-line to offer-report-line.
           write offer-report-line
           .
      *>----------------------------------------------------------------

       write-report-summary.
           move spaces to offer-report-line.
           write offer-report-line.
           move dash-line to offer-report-line.
           write offer-report-line.
           move "Customers profiled" to ws-line-label.
           move ws-customer-count to print-count.
           perform write-count-line.
           move "Salary-credit customers" to ws-line-label.
           move ws-salaried-count to print-count.
           perform write-count-line.
           move "Loan offers" to ws-line-label.
           move ws-loan-offer-count to print-count.
           perform write-count-line.
           move "Loan offers - total" to ws-line-label.
           move ws-loan-offer-total to print-amount.
           perform write-amount-line.
           move "Deposit offers" to ws-line-label.
           move ws-deposit-offer-count to print-count.
           perform write-count-line.
           move "Deposit offers - total" to ws-line-label.
           move ws-deposit-offer-total to print-amount.
           perform write-amount-line
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string " " ws-line-label " " print-count
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to offer-report-line.
           write offer-report-line
           .
      *>----------------------------------------------------------------

       write-amount-line.
           move spaces to ws-report-line.
           string " " ws-line-label " " print-amount
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to offer-report-line.
           write offer-report-line
           .
      *>----------------------------------------------------------------

       end program Offer-Select-Batch.
