      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Annual statement of fees and charges, one per customer, for
      *> the year keyed in (yyyy). Every charge the customer's
      *> accounts paid in the year is totalled per account and per
      *> category, from the live journal AND the year's dated
      *> jrnlYYYYMM.arc archives, the way Tax-Certificate-Batch
      *> reads them. Overdraft interest ("OD") and VAT ("VT") carry
      *> their own transaction types. Every other charge is an "FE"
      *> entry, and what it was charged for is read off the entry
      *> it follows on the same account and day: after an
      *> other-bank ATM withdrawal ("NW") it is the foreign ATM fee,
      *> after a wire out or in ("WO", "IW") the wire charge, after
      *> a draft issue ("DI") the draft commission. An "FE" on the
      *> account a safe deposit box bills against, on the box's
      *> billing anniversary, is the box rental (safebox.dat).
      *> Anything else - Fee-Schedule transaction fees,
      *> Fee-Assessment-Batch's monthly charges, card replacement,
      *> returned cheques, early loan settlement - is an account
      *> and service fee. A customer who paid overdraft interest is
      *> shown the odrate.cfg daily rate and its yearly equivalent.
      *> Statements are printed onto feestmt.rpt for the mailer,
      *> and a copy is queued through Notify-Post ("FS") for every
      *> customer with a working email address on file.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Fee-Statement-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoArchive assign to ws-archive-filename
           organization is line sequential.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoBoxes assign to "safebox.dat"
           organization is indexed
           access is dynamic
           record key is sdb-seq-no.

       Select optional archivoOdRateCfg assign to "odrate.cfg"
           organization is line sequential.

       Select archivoStatements assign to "feestmt.rpt"
           organization is line sequential.

       Data Division.

       File Section.
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

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoBoxes.
       copy "SAFEBOX.cpy".

       FD archivoOdRateCfg.
       01 odrate-config-record.
           05 odrate-cfg-rate      pic v9(6).

       FD archivoStatements.
       01 statement-line         pic x(70).

       working-storage section.
       78 default-od-rate        value .000500.
       78 max-account-entries    value 3000.
       78 max-box-entries        value 500.
       78 fee-category-count     value 7.
       77 ws-year                pic 9(4).
       77 ws-month               pic 9(2).
       77 ws-today               pic 9(8).
       77 ws-archive-filename    pic x(14).
       77 ws-od-rate             pic v9(6).
       77 ws-od-daily-percent    pic 9(3)v9(4).
       77 ws-od-yearly-percent   pic 9(3)v99.
       77 ws-entry-account       pic 9(7).
       77 ws-entry-type          pic x(2).
       77 ws-entry-date          pic 9(8).
       77 ws-entry-amount        pic s9(7)v99.
       77 ws-category            pic 9.
       77 ws-months-read         pic 9(2) value zero.
       77 ws-account-count       pic 9(4) value zero.
       77 ws-box-count           pic 9(3) value zero.
       77 ws-dropped-count       pic 9(5) value zero.
       77 ws-statement-count     pic 9(7) value zero.
       77 ws-emailed-count       pic 9(7) value zero.
       77 ws-customer-total      pic s9(11)v99.
       77 ws-account-total       pic s9(11)v99.
       77 ws-grand-total         pic s9(13)v99 value zero.
       77 ws-orphan-total        pic s9(13)v99 value zero.
       77 ws-notify-event        pic x(2) value "FS".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).
       77 ws-notify-account      pic 9(7) value zero.
       77 print-total            pic -(7)9.99.
       77 print-od-daily         pic zz9.9999.
       77 print-od-yearly        pic zz9.99.
       77 i                      pic 9(4).
       77 c                      pic 9.
       77 k                      pic 9(3).
       77 ws-line-label          pic x(34).
       77 ws-line-amount         pic s9(13)v99.
       77 print-amount           pic -(12)9.99.
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-category-names.
           05 filler             pic x(30)
                                 value "Account and service fees".
           05 filler             pic x(30)
                                 value "Foreign ATM fees".
           05 filler             pic x(30)
                                 value "Wire charges".
           05 filler             pic x(30)
                                 value "Safe deposit box rental".
           05 filler             pic x(30)
                                 value "Draft commission".
           05 filler             pic x(30)
                                 value "Overdraft interest".
           05 filler             pic x(30)
                                 value "VAT on charges".
       01 ws-category-table redefines ws-category-names.
           05 ws-category-name occurs 7 times pic x(30).
       01 ws-customer-charges.
           05 ws-customer-charge occurs 7 times pic s9(11)v99.
       01 ws-run-charges.
           05 ws-run-charge occurs 7 times pic s9(13)v99.
       01 ws-account-table.
           05 ws-account-entry occurs 3000 times.
              10 fa-account-no    pic 9(7).
              10 fa-customer-id   pic 9(5).
              10 fa-last-type     pic x(2).
              10 fa-last-date     pic 9(8).
              10 fa-charge occurs 7 times pic s9(9)v99.
       01 ws-box-table.
           05 ws-box-entry occurs 500 times.
              10 bx-account-no    pic 9(7).
              10 bx-billed-mmdd   pic x(4).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-box-switch          pic 9 value zero.
          88  ws-box-billing       value 1.
       01 ws-charged-switch      pic 9 value zero.
          88  ws-customer-charged  value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "Statement year (yyyy) ? : " no advancing.
           accept ws-year.
           perform load-od-rate.
           perform load-box-billing.
           initialize ws-run-charges.
           open input archivoAccounts.
           move 1 to ws-month.
           perform roll-up-one-archive
               until ws-month is greater than 12.
           perform roll-up-live-journal.
           close archivoAccounts.
           open output archivoStatements.
           perform print-statements.
           perform print-summary.
           close archivoStatements.
           display "Fee-Statement-Batch: " ws-statement-count
                   " statements, " ws-emailed-count " emailed, "
                   ws-months-read " archive months read".
           if ws-dropped-count is greater than zero
               display "Fee-Statement-Batch: " ws-dropped-count
                       " charges dropped - account table full"
           end-if.
           stop run
           .
      *>----------------------------------------------------------------

       load-od-rate.
           move default-od-rate to ws-od-rate.
           open input archivoOdRateCfg
           read archivoOdRateCfg
                   at end
                       continue
                   not at end
                       if odrate-cfg-rate is greater than zero
                           move odrate-cfg-rate to ws-od-rate
                       end-if
           end-read.
           close archivoOdRateCfg.
           compute ws-od-daily-percent = ws-od-rate * 100.
           compute ws-od-yearly-percent rounded =
                   ws-od-rate * 365 * 100
           .
      *>----------------------------------------------------------------

      *> A box bills once a year on the same month and day, so the
      *> last billing date marks every earlier billing too; a
      *> vacated box still paid for the year it was held.

       load-box-billing.
           move zero to ws-at-end-switch.
           open input archivoBoxes
               perform read-box until ws-no-more-records
           close archivoBoxes
           .
      *>----------------------------------------------------------------

       read-box.
           read archivoBoxes next record
               at end
                   set ws-no-more-records to true
               not at end
                   if sdb-last-billed-date is greater than zero
                       if ws-box-count is less than max-box-entries
                           add 1 to ws-box-count
                           move sdb-account-no
                             to bx-account-no (ws-box-count)
                           move sdb-last-billed-date (5:4)
                             to bx-billed-mmdd (ws-box-count)
                       else
                           display "Fee-Statement-Batch: box table"
                                   " full - box " sdb-box-number
                                   " rental shown as a fee"
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The year's archived months come first, then what is still
      *> live, so each account's entries are met in the order they
      *> were posted. A missing month reads empty (OPTIONAL file);
      *> the months read are stated on the summary.

       roll-up-one-archive.
           move spaces to ws-archive-filename.
           string "jrnl"   delimited by size
                  ws-year   delimited by size
                  ws-month  delimited by size
                  ".arc"    delimited by size
                  into ws-archive-filename
           end-string.
           move zero to ws-at-end-switch.
           open input archivoArchive.
           perform weigh-archive-line until ws-no-more-records.
           close archivoArchive.
           add 1 to ws-months-read.
           add 1 to ws-month
           .
      *>----------------------------------------------------------------

       weigh-archive-line.
           read archivoArchive
               at end
                   set ws-no-more-records to true
               not at end
                   move arc-account-no to ws-entry-account
                   move arc-txn-type   to ws-entry-type
                   move arc-date-print (1:4) to ws-entry-date (1:4)
                   move arc-date-print (6:2) to ws-entry-date (5:2)
                   move arc-date-print (9:2) to ws-entry-date (7:2)
                   compute ws-entry-amount =
                       function numval (arc-amount-print)
                   perform take-entry
           end-read
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
                   if journal-date (1:4) is equal to ws-year
                       move journal-account-no to ws-entry-account
                       move journal-txn-type   to ws-entry-type
                       move journal-date       to ws-entry-date
                       move journal-amount     to ws-entry-amount
                       perform take-entry
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Only accounts that paid a charge, or made one of the
      *> movements a charge can follow, are tabled; any other entry
      *> only moves on the last movement of an account already held.

       take-entry.
           evaluate ws-entry-type
               when "FE" when "VT" when "OD"
                   perform find-account-entry
                   if ws-entry-found
                       perform take-charge
                   end-if
               when "NW" when "WO" when "IW" when "DI"
                   perform find-account-entry
                   if ws-entry-found
                       move ws-entry-type to fa-last-type (i)
                       move ws-entry-date to fa-last-date (i)
                   end-if
               when other
                   perform lookup-account-entry
                   if ws-entry-found
                       move ws-entry-type to fa-last-type (i)
                       move ws-entry-date to fa-last-date (i)
                   end-if
           end-evaluate
           .
      *>----------------------------------------------------------------

       take-charge.
           evaluate true
               when ws-entry-type is equal to "OD"
                   move 6 to ws-category
               when ws-entry-type is equal to "VT"
                   move 7 to ws-category
               when fa-last-date (i) is equal to ws-entry-date
                    and fa-last-type (i) is equal to "NW"
                   move 2 to ws-category
               when fa-last-date (i) is equal to ws-entry-date
                    and (fa-last-type (i) is equal to "WO"
                         or fa-last-type (i) is equal to "IW")
                   move 3 to ws-category
               when fa-last-date (i) is equal to ws-entry-date
                    and fa-last-type (i) is equal to "DI"
                   move 5 to ws-category
               when other
                   perform check-box-billing
                   if ws-box-billing
                       move 4 to ws-category
                   else
                       move 1 to ws-category
                   end-if
           end-evaluate.
           add ws-entry-amount to fa-charge (i ws-category).
           add ws-entry-amount to ws-run-charge (ws-category)
           .
      *>----------------------------------------------------------------

       check-box-billing.
           move zero to ws-box-switch.
           move 1 to k.
           perform match-box-billing
               until ws-box-billing
                  or k is greater than ws-box-count
           .
      *>----------------------------------------------------------------

       match-box-billing.
           if bx-account-no (k) is equal to ws-entry-account
           and bx-billed-mmdd (k) is equal to ws-entry-date (5:4)
               set ws-box-billing to true
           else
               add 1 to k
           end-if
           .
      *>----------------------------------------------------------------

       find-account-entry.
           perform lookup-account-entry.
           if not ws-entry-found
               if ws-account-count is less than max-account-entries
                   add 1 to ws-account-count
                   move ws-account-count to i
                   initialize ws-account-entry (i)
                   move ws-entry-account to fa-account-no (i)
                   move ws-entry-account to account-no
                   read archivoAccounts record key is account-no
                       invalid key
                           continue
                       not invalid key
                           move account-owner-id to fa-customer-id (i)
                   end-read
                   set ws-entry-found to true
               else
                   add 1 to ws-dropped-count
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       lookup-account-entry.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-account-entry
               until ws-entry-found
                  or i is greater than ws-account-count
           .
      *>----------------------------------------------------------------

       match-account-entry.
           if fa-account-no (i) is equal to ws-entry-account
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

      *> In customer-id order; a customer whose accounts paid
      *> nothing in the year gets no statement.

       print-statements.
           move zero to ws-at-end-switch.
           open input archivoCustomer.
           perform take-customer until ws-no-more-records.
           close archivoCustomer
           .
      *>----------------------------------------------------------------

       take-customer.
           read archivoCustomer next record
               at end
                   set ws-no-more-records to true
               not at end
                   move zero to ws-charged-switch
                   move 1 to i
                   perform check-customer-charged
                       until ws-customer-charged
                          or i is greater than ws-account-count
                   if ws-customer-charged
                       perform print-one-statement
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-customer-charged.
           if fa-customer-id (i) is equal to customer-id
               move 1 to c
               perform check-account-charged
                   until ws-customer-charged
                      or c is greater than fee-category-count
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       check-account-charged.
           if fa-charge (i c) is not equal to zero
               set ws-customer-charged to true
           end-if.
           add 1 to c
           .
      *>----------------------------------------------------------------

       print-one-statement.
           add 1 to ws-statement-count.
           initialize ws-customer-charges.
           move zero to ws-customer-total.
           move zero to ws-notify-account.
           move dash-line to statement-line.
           write statement-line.
           move "           ATM_byLiKunhao Bank" to statement-line.
           write statement-line.
           move "     Annual statement of fees and charges"
             to statement-line.
           write statement-line.
           move dash-line to statement-line.
           write statement-line.
           move spaces to ws-report-line.
           string " Customer "  delimited by size
                  customer-id   delimited by size
                  "  "          delimited by size
                  customer-name delimited by size
                  "  year "     delimited by size
                  ws-year       delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to statement-line.
           write statement-line.
           move spaces to ws-report-line.
           string " "              delimited by size
                  customer-address delimited by size
                  " "              delimited by size
                  customer-city    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to statement-line.
           write statement-line.
           move 1 to i.
           perform print-customer-account
               until i is greater than ws-account-count.
           move spaces to statement-line.
           write statement-line.
           move " Total paid in the year by category" to statement-line.
           write statement-line.
           move 1 to c.
           perform print-customer-category
               until c is greater than fee-category-count.
           move "   Total fees and charges" to ws-line-label.
           move ws-customer-total to ws-line-amount.
           perform write-amount-line.
           if ws-customer-charge (6) is not equal to zero
               move ws-od-daily-percent to print-od-daily
               move ws-od-yearly-percent to print-od-yearly
               move spaces to ws-report-line
               string " Overdraft interest rate "  delimited by size
                      print-od-daily               delimited by size
                      "% a day ("                  delimited by size
                      print-od-yearly              delimited by size
                      "% a year)"                  delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to statement-line
               write statement-line
           end-if.
           move spaces to statement-line.
           write statement-line.
           add ws-customer-total to ws-grand-total.
           perform queue-email-copy
           .
      *>----------------------------------------------------------------

       print-customer-account.
           if fa-customer-id (i) is equal to customer-id
               move zero to ws-account-total
               move 1 to c
               perform add-account-charge
                   until c is greater than fee-category-count
               if ws-account-total is not equal to zero
                   if ws-notify-account is equal to zero
                       move fa-account-no (i) to ws-notify-account
                   end-if
                   move spaces to statement-line
                   write statement-line
                   move spaces to ws-report-line
                   string " Account " delimited by size
                          fa-account-no (i) delimited by size
                          into ws-report-line
                   end-string
                   move ws-report-line to statement-line
                   write statement-line
                   move 1 to c
                   perform print-account-category
                       until c is greater than fee-category-count
                   move "   Account total" to ws-line-label
                   move ws-account-total to ws-line-amount
                   perform write-amount-line
               end-if
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       add-account-charge.
           add fa-charge (i c) to ws-account-total.
           add fa-charge (i c) to ws-customer-charge (c).
           add fa-charge (i c) to ws-customer-total.
           add 1 to c
           .
      *>----------------------------------------------------------------

       print-account-category.
           if fa-charge (i c) is not equal to zero
               move spaces to ws-line-label
               move ws-category-name (c) to ws-line-label (4:30)
               move fa-charge (i c) to ws-line-amount
               perform write-amount-line
           end-if.
           add 1 to c
           .
      *>----------------------------------------------------------------

       print-customer-category.
           if ws-customer-charge (c) is not equal to zero
               move spaces to ws-line-label
               move ws-category-name (c) to ws-line-label (4:30)
               move ws-customer-charge (c) to ws-line-amount
               perform write-amount-line
           end-if.
           add 1 to c
           .
      *>----------------------------------------------------------------

      *> Only to an address the delivery provider has not reported
      *> dead.

       queue-email-copy.
           if customer-email is equal to spaces
           or contact-email-bad
               exit paragraph
           end-if.
           move ws-customer-total to print-total.
           move spaces to ws-notify-text.
           string "Fee statement "  delimited by size
                  ws-year           delimited by size
                  ": paid "         delimited by size
                  print-total       delimited by size
                  into ws-notify-text
           end-string.
           call "Notify-Post" using
                                  by content customer-id
                                             ws-notify-account
                                             ws-notify-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq.
           add 1 to ws-emailed-count
           .
      *>----------------------------------------------------------------

      *> Charges on accounts whose owner has no customer record are
      *> stated here rather than lost.

       print-summary.
           open input archivoCustomer.
           move 1 to i.
           perform add-orphan-charges
               until i is greater than ws-account-count.
           close archivoCustomer.
           move dash-line to statement-line.
           write statement-line.
           move spaces to ws-report-line.
           string " Run totals for "  delimited by size
                  ws-year             delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to statement-line.
           write statement-line.
           move 1 to c.
           perform print-run-category
               until c is greater than fee-category-count.
           move "   Total on statements" to ws-line-label.
           move ws-grand-total to ws-line-amount.
           perform write-amount-line.
           move "   Charged with no customer record" to ws-line-label.
           move ws-orphan-total to ws-line-amount.
           perform write-amount-line.
           move "   Statements printed" to ws-line-label.
           move ws-statement-count to print-count.
           perform write-count-line.
           move "   Copies queued by email" to ws-line-label.
           move ws-emailed-count to print-count.
           perform write-count-line.
           move "   Archive months read" to ws-line-label.
           move ws-months-read to print-count.
           perform write-count-line
           .
      *>----------------------------------------------------------------

       add-orphan-charges.
           move fa-customer-id (i) to customer-id.
           read archivoCustomer record key is customer-id
               invalid key
                   move 1 to c
                   perform add-orphan-charge
                       until c is greater than fee-category-count
           end-read.
           add 1 to i
           .
      *>----------------------------------------------------------------

       add-orphan-charge.
           add fa-charge (i c) to ws-orphan-total.
           add 1 to c
           .
      *>----------------------------------------------------------------

       print-run-category.
           move spaces to ws-line-label.
           move ws-category-name (c) to ws-line-label (4:30).
           move ws-run-charge (c) to ws-line-amount.
           perform write-amount-line.
           add 1 to c
           .
      *>----------------------------------------------------------------

       write-amount-line.
           move ws-line-amount to print-amount.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-amount  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to statement-line.
           write statement-line
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-count   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to statement-line.
           write statement-line
           .
      *>----------------------------------------------------------------

       end program Fee-Statement-Batch.
