      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Annual reportable-account run (FATCA / CRS) for the revenue
      *> office, which passes it on to the foreign tax authorities.
      *> A customer is reportable when taxres.dat holds a tax
      *> residency country other than our own (crs.cfg, default US).
      *> Every account.dat account such a customer holds - as owner
      *> or joint owner, each holder reported with the whole account
      *> the way the standard asks - that was open at some point in
      *> the prompted year is reported once per foreign country,
      *> with the holder's identity (customer.dat, kyc.dat), the
      *> foreign tax identification number, the balance at 31
      *> December and the interest ("IN") credited in the year. The
      *> interest is totalled across the live journal and the dated
      *> jrnlYYYYMM.arc archives the way Tax-Certificate-Batch does;
      *> the year-end balance is the balance today with every
      *> movement dated after the year-end (live journal and the
      *> following year's archives) taken back off, using the same
      *> credit/debit split as Journal-Verify-Batch. An account
      *> closed in the year is reported with a zero balance and
      *> flagged closed. The file (crs.dat) has a header, the
      *> account records and a trailer of control totals; crs.rpt
      *> carries the same totals and the chase-up list - every
      *> customer with an account who has not signed a tax residency
      *> self-certification.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. CRS-Report-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoTaxRes assign to "taxres.dat"
           organization is indexed
           access is dynamic
           record key is taxr-customer-id.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoKyc assign to "kyc.dat"
           organization is indexed
           access is dynamic
           record key is kyc-customer-id.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoArchive assign to ws-archive-filename
           organization is line sequential.

       Select optional archivoCrsCfg assign to "crs.cfg"
           organization is line sequential.

       Select archivoCrs assign to "crs.dat"
           organization is line sequential.

       Select archivoReport assign to "crs.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoTaxRes.
       copy "TAXRES.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoKyc.
       copy "KYCREC.cpy".

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

       FD archivoCrsCfg.
       01 crs-config-record.
           05 crscfg-home-country  pic x(2).

       FD archivoCrs.
       01 crs-header-record.
           05 crsh-record-type     pic x(1).
           05 crsh-bank-code       pic x(4).
           05 crsh-home-country    pic x(2).
           05 crsh-report-year     pic 9(4).
           05 crsh-created-date    pic 9(8).
           05 filler               pic x(111).
       01 crs-account-record.
           05 crsd-record-type     pic x(1).
           05 crsd-country         pic x(2).
           05 crsd-tin             pic x(20).
           05 crsd-customer-id     pic 9(5).
           05 crsd-name            pic x(10).
           05 crsd-address         pic x(20).
           05 crsd-city            pic x(10).
           05 crsd-birth-date      pic 9(8).
           05 crsd-account-no      pic 9(7).
           05 crsd-currency        pic x(3).
           05 crsd-balance         pic s9(11)v99
                                   sign is leading separate.
           05 crsd-interest        pic 9(11)v99.
           05 crsd-closed-flag     pic x(1).
           05 crsd-joint-flag      pic x(1).
           05 crsd-selfcert-date   pic 9(8).
           05 filler               pic x(7).
       01 crs-trailer-record.
           05 crst-record-type     pic x(1).
           05 crst-account-records pic 9(7).
           05 crst-holder-count    pic 9(7).
           05 crst-balance-total   pic s9(13)v99
                                   sign is leading separate.
           05 crst-interest-total  pic 9(13)v99.
           05 crst-record-count    pic 9(7).
           05 filler               pic x(77).

       FD archivoReport.
       01 crs-report-line        pic x(70).

       working-storage section.
       78 default-home-country   value "US".
       78 home-routing-code      value "0001".
       78 max-reportable-entries value 500.
       78 max-account-entries    value 2000.
       77 ws-today               pic 9(8).
       77 ws-year                pic 9(4).
       77 ws-next-year           pic 9(4).
       77 ws-archive-year        pic 9(4).
       77 ws-month               pic 9(2).
       77 ws-months-read         pic 9(2) value zero.
       77 ws-year-start          pic 9(8).
       77 ws-year-end            pic 9(8).
       77 ws-archive-filename    pic x(14).
       77 ws-home-country        pic x(2).
       77 ws-owner-id            pic 9(5).
       77 ws-entry-account       pic 9(7).
       77 ws-entry-type          pic x(2).
       77 ws-entry-amount        pic s9(7)v99.
       77 ws-signed-amount       pic s9(7)v99.
       77 ws-reportable-count    pic 9(3) value zero.
       77 ws-account-count       pic 9(4) value zero.
       77 ws-dropped-count       pic 9(5) value zero.
       77 ws-holder-slot         pic 9.
       77 ws-record-count        pic 9(7) value zero.
       77 ws-account-records     pic 9(7) value zero.
       77 ws-holder-count        pic 9(7) value zero.
       77 ws-chase-count         pic 9(7) value zero.
       77 ws-balance-total       pic s9(13)v99 value zero.
       77 ws-interest-total      pic s9(13)v99 value zero.
       77 ws-chase-reason        pic x(24).
       77 i                      pic 9(4).
       77 r                      pic 9(3).
       77 c                      pic 9.
       77 h                      pic 9.
       77 ws-line-label          pic x(34).
       77 ws-line-amount         pic s9(13)v99.
       77 print-amount           pic -(12)9.99.
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-reportable-table.
           05 ws-reportable-entry occurs 500 times.
              10 rc-customer-id   pic 9(5).
              10 rc-selfcert-date pic 9(8).
              10 rc-account-count pic 9(3).
              10 rc-residency occurs 3 times.
                 15 rc-country    pic x(2).
                 15 rc-tin        pic x(20).
       01 ws-account-table.
           05 ws-account-entry occurs 2000 times.
              10 ca-account-no    pic 9(7).
              10 ca-currency      pic x(3).
              10 ca-balance       pic s9(11)v99.
              10 ca-interest      pic s9(11)v99.
              10 ca-closed        pic x(1).
              10 ca-joint         pic x(1).
              10 ca-holder occurs 3 times pic 9(3).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-foreign-switch      pic 9 value zero.
          88  ws-has-foreign       value 1.
       01 ws-moves-switch        pic 9 value zero.
          88  ws-entry-moves-balance value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-arc-switch          pic 9 value zero.
          88  ws-archive-eof       value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "Reporting year (yyyy) ? : " no advancing.
           accept ws-year.
           compute ws-next-year = ws-year + 1.
           compute ws-year-start = ws-year * 10000 + 0101.
           compute ws-year-end   = ws-year * 10000 + 1231.
           perform load-home-country.
           perform load-reportable-customers.
           perform gather-accounts.
           perform roll-up-live-journal.
           move ws-year to ws-archive-year.
           move 1 to ws-month.
           perform roll-up-one-archive
               until ws-month is greater than 12.
           move ws-next-year to ws-archive-year.
           move 1 to ws-month.
           perform roll-up-one-archive
               until ws-month is greater than 12.
           open output archivoReport.
           perform write-report-heading.
           open output archivoCrs.
           perform write-crs-header.
           open input archivoCustomer.
           open input archivoKyc.
           move 1 to i.
           perform write-account-records
               until i is greater than ws-account-count.
           perform write-crs-trailer.
           close archivoCrs.
           perform write-chase-up-list.
           close archivoCustomer archivoKyc.
           perform write-control-totals.
           close archivoReport.
           display "CRS-Report-Batch: " ws-account-records
                   " account records, " ws-chase-count
                   " customers to chase for self-certification".
           if ws-dropped-count is greater than zero
               display "CRS-Report-Batch: " ws-dropped-count
                       " entries dropped - table full"
           end-if.
           stop run
           .
      *>----------------------------------------------------------------

       load-home-country.
           move default-home-country to ws-home-country.
           open input archivoCrsCfg
           read archivoCrsCfg
                   at end
                       continue
                   not at end
                       if crscfg-home-country is not equal to spaces
                           move crscfg-home-country to ws-home-country
                       end-if
           end-read.
           close archivoCrsCfg
           .
      *>----------------------------------------------------------------

       load-reportable-customers.
           move zero to ws-at-end-switch.
           open input archivoTaxRes
               perform read-tax-residency until ws-no-more-records
           close archivoTaxRes
           .
      *>----------------------------------------------------------------

       read-tax-residency.
           read archivoTaxRes next record
               at end
                   set ws-no-more-records to true
               not at end
                   move zero to ws-foreign-switch
                   move 1 to c
                   perform check-foreign-country
                       until c is greater than 3
                   if ws-has-foreign
                       perform add-reportable-customer
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-foreign-country.
           if taxr-country (c) is not equal to spaces
           and taxr-country (c) is not equal to ws-home-country
               set ws-has-foreign to true
           end-if.
           add 1 to c
           .
      *>----------------------------------------------------------------

       add-reportable-customer.
           if ws-reportable-count is less than max-reportable-entries
               add 1 to ws-reportable-count
               move ws-reportable-count to r
               initialize ws-reportable-entry (r)
               move taxr-customer-id   to rc-customer-id (r)
               move taxr-selfcert-date to rc-selfcert-date (r)
               move 1 to c
               perform copy-residency until c is greater than 3
           else
               add 1 to ws-dropped-count
           end-if
           .
      *>----------------------------------------------------------------

      *> Only the foreign countries are carried; residency at home
      *> is not reported.

       copy-residency.
           if taxr-country (c) is not equal to ws-home-country
               move taxr-country (c) to rc-country (r c)
               move taxr-tin (c)     to rc-tin (r c)
           end-if.
           add 1 to c
           .
      *>----------------------------------------------------------------

       find-reportable-customer.
           move zero to ws-found-switch.
           move 1 to r.
           perform match-reportable-customer
               until ws-entry-found
                  or r is greater than ws-reportable-count
           .
      *>----------------------------------------------------------------

       match-reportable-customer.
           if rc-customer-id (r) is equal to ws-owner-id
               set ws-entry-found to true
           else
               add 1 to r
           end-if
           .
      *>----------------------------------------------------------------

      *> An account opened after the year or closed before it was
      *> never held in the year and is passed over.

       gather-accounts.
           move zero to ws-at-end-switch.
           open input archivoAccounts.
           perform weigh-account until ws-no-more-records.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if account-open-date is not greater than ws-year-end
                   and (account-is-open
                     or account-close-date
                            is not less than ws-year-start)
                       perform take-account-holders
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-account-holders.
           if ws-account-count is not less than max-account-entries
               add 1 to ws-dropped-count
               exit paragraph
           end-if.
           move ws-account-count to i.
           add 1 to i.
           initialize ws-account-entry (i).
           move zero to ws-holder-slot.
           move account-owner-id to ws-owner-id.
           perform link-holder.
           if account-type is equal to 3
               move 1 to h
               perform link-joint-holder until h is greater than 2
           end-if.
           if ws-holder-slot is equal to zero
               exit paragraph
           end-if.
           move i to ws-account-count.
           move account-no       to ca-account-no (i).
           move account-currency to ca-currency (i).
           if account-currency is equal to spaces
               move "USD" to ca-currency (i)
           end-if.
           move account-balance  to ca-balance (i).
           move zero             to ca-interest (i).
           if account-is-closed
               move "C" to ca-closed (i)
           end-if.
           if account-type is equal to 3
               move "J" to ca-joint (i)
           end-if
           .
      *>----------------------------------------------------------------

       link-joint-holder.
           if account-joint-owner-id (h) is greater than zero
           and account-joint-owner-id (h) not equal account-owner-id
               move account-joint-owner-id (h) to ws-owner-id
               perform link-holder
           end-if.
           add 1 to h
           .
      *>----------------------------------------------------------------

       link-holder.
           perform find-reportable-customer.
           if ws-entry-found
               add 1 to ws-holder-slot
               move r to ca-holder (i ws-holder-slot)
           end-if
           .
      *>----------------------------------------------------------------

       find-account-entry.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-account-entry
               until ws-entry-found
                  or i is greater than ws-account-count
           .
      *>----------------------------------------------------------------

       match-account-entry.
           if ca-account-no (i) is equal to ws-entry-account
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       roll-up-live-journal.
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
                   if journal-date is not less than ws-year-start
                       move journal-account-no to ws-entry-account
                       move journal-txn-type   to ws-entry-type
                       move journal-amount     to ws-entry-amount
                       if journal-date is greater than ws-year-end
                           perform take-back-movement
                       else
                           perform add-interest
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The reporting year's archived months give interest; the
      *> following year's give movements to take back off today's
      *> balance. A missing month simply reads empty.

       roll-up-one-archive.
           move spaces to ws-archive-filename.
           string "jrnl"          delimited by size
                  ws-archive-year delimited by size
                  ws-month        delimited by size
                  ".arc"          delimited by size
                  into ws-archive-filename
           end-string.
           move zero to ws-arc-switch.
           open input archivoArchive.
           perform weigh-archive-line until ws-archive-eof.
           close archivoArchive.
           if ws-archive-year is equal to ws-year
               add 1 to ws-months-read
           end-if.
           add 1 to ws-month
           .
      *>----------------------------------------------------------------

       weigh-archive-line.
           read archivoArchive
               at end
                   set ws-archive-eof to true
               not at end
                   move arc-account-no to ws-entry-account
                   move arc-txn-type   to ws-entry-type
                   compute ws-entry-amount =
                       function numval (arc-amount-print)
                   if ws-archive-year is equal to ws-year
                       perform add-interest
                   else
                       perform take-back-movement
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-interest.
           if ws-entry-type is equal to "IN"
               perform find-account-entry
               if ws-entry-found
                   add ws-entry-amount to ca-interest (i)
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       take-back-movement.
           perform weigh-entry-movement.
           if ws-entry-moves-balance
               perform find-account-entry
               if ws-entry-found
                   subtract ws-signed-amount from ca-balance (i)
               end-if
           end-if
           .
      *>----------------------------------------------------------------

      *> Same credit/debit split Journal-Verify-Batch works from.

       weigh-entry-movement.
           move zero to ws-moves-switch.
           move zero to ws-signed-amount.
           evaluate ws-entry-type
               when "DP" when "TI" when "IN" when "RV" when "CH"
               when "SA" when "LD" when "TM" when "SI" when "DX"
               when "IW" when "MR" when "LY" when "GW"
                   move ws-entry-amount to ws-signed-amount
                   set ws-entry-moves-balance to true
               when "WD" when "TO" when "FE" when "WT" when "ES"
               when "TD" when "LP" when "LI" when "BP" when "PY"
               when "DD" when "IC" when "GS" when "CD" when "WO"
               when "VT" when "LR" when "NW" when "DI" when "CE"
               when "MT"
                   compute ws-signed-amount = zero - ws-entry-amount
                   set ws-entry-moves-balance to true
               when other
                   continue
           end-evaluate
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to crs-report-line.
           write crs-report-line.
           move spaces to ws-report-line.
           string " Reportable accounts (FATCA/CRS) for "
                                delimited by size
                  ws-year       delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to crs-report-line.
           write crs-report-line.
           move dash-line to crs-report-line.
           write crs-report-line
           .
      *>----------------------------------------------------------------

       write-crs-header.
           move spaces to crs-header-record.
           move "H" to crsh-record-type.
           move home-routing-code to crsh-bank-code.
           move ws-home-country to crsh-home-country.
           move ws-year to crsh-report-year.
           move ws-today to crsh-created-date.
           write crs-header-record.
           add 1 to ws-record-count
           .
      *>----------------------------------------------------------------

      *> A closed account reports a nil balance, as the standard
      *> asks; the interest it earned before closing still goes.

       write-account-records.
           if ca-closed (i) is equal to "C"
               move zero to ca-balance (i)
           end-if.
           move 1 to h.
           perform write-holder-records until h is greater than 3.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-holder-records.
           if ca-holder (i h) is greater than zero
               move ca-holder (i h) to r
               add 1 to rc-account-count (r)
               if rc-account-count (r) is equal to 1
                   add 1 to ws-holder-count
               end-if
               move 1 to c
               perform write-country-record until c is greater than 3
           end-if.
           add 1 to h
           .
      *>----------------------------------------------------------------

       write-country-record.
           if rc-country (r c) is not equal to spaces
               move spaces to crs-account-record
               move "D" to crsd-record-type
               move rc-country (r c)     to crsd-country
               move rc-tin (r c)         to crsd-tin
               move rc-customer-id (r)   to crsd-customer-id
               move rc-selfcert-date (r) to crsd-selfcert-date
               perform take-holder-identity
               move ca-account-no (i)    to crsd-account-no
               move ca-currency (i)      to crsd-currency
               move ca-balance (i)       to crsd-balance
               move ca-interest (i)      to crsd-interest
               move ca-closed (i)        to crsd-closed-flag
               move ca-joint (i)         to crsd-joint-flag
               write crs-account-record
               add 1 to ws-account-records
               add 1 to ws-record-count
               add ca-balance (i)  to ws-balance-total
               add ca-interest (i) to ws-interest-total
           end-if.
           add 1 to c
           .
      *>----------------------------------------------------------------

       take-holder-identity.
           move rc-customer-id (r) to customer-id.
           read archivoCustomer record key is customer-id
               invalid key
                   continue
               not invalid key
                   move customer-name    to crsd-name
                   move customer-address to crsd-address
                   move customer-city    to crsd-city
           end-read.
           move zero to crsd-birth-date.
           move rc-customer-id (r) to kyc-customer-id.
           read archivoKyc record key is kyc-customer-id
               invalid key
                   continue
               not invalid key
                   move kyc-birth-date to crsd-birth-date
           end-read
           .
      *>----------------------------------------------------------------

       write-crs-trailer.
           add 1 to ws-record-count.
           move spaces to crs-trailer-record.
           move "T" to crst-record-type.
           move ws-account-records to crst-account-records.
           move ws-holder-count to crst-holder-count.
           move ws-balance-total to crst-balance-total.
           move ws-interest-total to crst-interest-total.
           move ws-record-count to crst-record-count.
           write crs-trailer-record
           .
      *>----------------------------------------------------------------

      *> Every customer who holds an account but has no signed
      *> self-certification on taxres.dat - reportable or not - is
      *> listed for the branch to chase.

       write-chase-up-list.
           move " Customers to chase for self-certification"
             to crs-report-line.
           write crs-report-line.
           move zero to ws-at-end-switch.
           open input archivoTaxRes.
           open input archivoAccounts.
           move zero to customer-id.
           start archivoCustomer key is greater than customer-id
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform check-self-certification until ws-no-more-records.
           close archivoTaxRes archivoAccounts.
           if ws-chase-count is equal to zero
               move "   (none)" to crs-report-line
               write crs-report-line
           end-if
           .
      *>----------------------------------------------------------------

       check-self-certification.
           read archivoCustomer next record
               at end
                   set ws-no-more-records to true
               not at end
                   move customer-id to account-owner-id
                   read archivoAccounts record
                                        key is account-owner-id
                       invalid key
                           continue
                       not invalid key
                           perform check-customer-taxres
                   end-read
           end-read
           .
      *>----------------------------------------------------------------

       check-customer-taxres.
           move spaces to ws-chase-reason.
           move customer-id to taxr-customer-id.
           read archivoTaxRes record key is taxr-customer-id
               invalid key
                   move "no tax residency on file" to ws-chase-reason
               not invalid key
                   if taxr-selfcert-date is equal to zero
                       move "not self-certified" to ws-chase-reason
                   end-if
           end-read.
           if ws-chase-reason is not equal to spaces
               add 1 to ws-chase-count
               move spaces to ws-report-line
               string "   Customer "   delimited by size
                      customer-id     delimited by size
                      " "             delimited by size
                      customer-name   delimited by size
                      " "             delimited by size
                      ws-chase-reason delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to crs-report-line
               write crs-report-line
           end-if
           .
      *>----------------------------------------------------------------

       write-control-totals.
           move dash-line to crs-report-line.
           write crs-report-line.
           move " Control totals (as on the crs.dat trailer)"
             to crs-report-line.
           write crs-report-line.
           move "   Reportable holders" to ws-line-label.
           move ws-holder-count to print-count.
           perform write-count-line.
           move "   Account records" to ws-line-label.
           move ws-account-records to print-count.
           perform write-count-line.
           move "   Year-end balances" to ws-line-label.
           move ws-balance-total to ws-line-amount.
           perform write-amount-line.
           move "   Interest credited" to ws-line-label.
           move ws-interest-total to ws-line-amount.
           perform write-amount-line.
           move "   Records written" to ws-line-label.
           move ws-record-count to print-count.
           perform write-count-line.
           move "   Customers to chase" to ws-line-label.
           move ws-chase-count to print-count.
           perform write-count-line.
           move "   Archive months read" to ws-line-label.
           move ws-months-read to print-count.
           perform write-count-line
           .
      *>----------------------------------------------------------------

       write-amount-line.
           move ws-line-amount to print-amount.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-amount  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to crs-report-line.
           write crs-report-line
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-count   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to crs-report-line.
           write crs-report-line
           .
      *>----------------------------------------------------------------

       end program CRS-Report-Batch.
