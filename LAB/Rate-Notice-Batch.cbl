      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly batch job giving customers advance notice of a cut
      *> in their interest rate or a new or higher charge. It looks
      *> for changes loaded ahead of their effective date that it
      *> has not seen before (chgnotice.dat is the register of those
      *> already noticed):
      *>   ratetable.cfg  - a rate row dated after today; every open
      *>                    account of that type whose rate in force
      *>                    on the day (Interest-Rate, by balance
      *>                    band) is lower than the day before;
      *>   feesched.cfg   - a fee row dated after today that is new
      *>                    or higher than the fee it replaces; every
      *>                    open account of that type;
      *>   product.dat    - a pending minimum-balance rule or
      *>                    below-minimum fee (Product-Maintain); the
      *>                    open accounts of that type whose balance
      *>                    today would pay more under the new rule.
      *> Each account hit gets its own notice through Notify-Post
      *> ("RC") to the owner, with the old and new rate or fee and
      *> the effective date. A change found with less than the
      *> chgnotice.cfg notice period (default 30 days) still to run
      *> is noticed all the same but flagged late on the register
      *> and listed for compliance on chgnotice.rpt, which also
      *> shows, per change, the accounts hit by type, product and
      *> balance band. Pending product rules that have come due are
      *> folded into the product record first.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Rate-Notice-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoNotices assign to "chgnotice.dat"
           organization is indexed
           access is dynamic
           record key is cn-key.

       Select optional archivoRateTable assign to "ratetable.cfg"
           organization is line sequential.

       Select optional archivoFeeCfg assign to "feesched.cfg"
           organization is line sequential.

       Select optional archivoProducts assign to "product.dat"
           organization is indexed
           access is dynamic
           record key is product-account-type.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoNoticeCfg assign to "chgnotice.cfg"
           organization is line sequential.

       Select archivoReport assign to "chgnotice.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoNotices.
       copy "CHGNOTE.cpy".

       FD archivoRateTable.
       01 rate-table-record.
           05 rate-account-type    pic 9.
           05 rate-effective-date  pic 9(8).
           05 rate-band-floor      pic 9(9)v99.
           05 rate-value           pic v9(6).

       FD archivoFeeCfg.
       01 fee-config-record.
           05 fee-txn-type       pic x(2).
           05 fee-account-type   pic 9.
           05 fee-amount         pic s9(5)v99.
           05 fee-deferred-flag  pic x(1).
           05 fee-effective-date pic 9(8).

       FD archivoProducts.
       copy "PRODUCT.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoNoticeCfg.
       01 notice-config-record.
           05 noticecfg-days       pic 9(3).

       FD archivoReport.
       01 notice-report-line     pic x(70).

       working-storage section.
       78 default-notice-days    value 30.
       78 max-rate-rows          value 200.
       78 max-fee-rows           value 200.
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-notice-days         pic 9(3).
       77 ws-effective-date      pic 9(8).
       77 ws-day-before          pic 9(8).
       77 ws-days-ahead          pic 9(5).
       77 ws-account-type        pic 9.
       77 ws-txn-type            pic x(2).
       77 ws-old-rate            pic v9(6).
       77 ws-new-rate            pic v9(6).
       77 ws-old-fee             pic s9(5)v99.
       77 ws-new-fee             pic s9(5)v99.
       77 ws-old-min-balance     pic s9(7)v99.
       77 ws-new-min-balance     pic s9(7)v99.
       77 ws-old-charge          pic s9(5)v99.
       77 ws-new-charge          pic s9(5)v99.
       77 ws-best-effective      pic 9(8).
       77 ws-row-effective       pic 9(8).
       77 ws-rate-bool           pic 9.
       77 ws-old-rate-bool       pic 9.
       77 ws-rate-count          pic 9(3) value zero.
       77 ws-fee-count           pic 9(3) value zero.
       77 ws-change-count        pic 9(5) value zero.
       77 ws-late-count          pic 9(5) value zero.
       77 ws-folded-count        pic 9(3) value zero.
       77 ws-total-notices       pic 9(7) value zero.
       77 ws-band                pic 9.
       77 r                      pic 9(3).
       77 f                      pic 9(3).
       77 ws-notify-event        pic x(2) value "RC".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).
       77 print-old-rate         pic zz9.9999.
       77 print-new-rate         pic zz9.9999.
       77 print-old-fee          pic -(4)9.99.
       77 print-new-fee          pic -(4)9.99.
       77 print-min-balance      pic z(6)9.
       77 print-below-fee        pic z(3)9.99.
       77 print-count            pic z(6)9.
       77 print-band-count       pic z(5)9.
       77 ws-product-name        pic x(15).
       77 ws-change-text         pic x(40).
       77 ws-report-line         pic x(70).
       01 ws-band-floors.
           05 filler             pic 9(7) value 0.
           05 filler             pic 9(7) value 1000.
           05 filler             pic 9(7) value 10000.
           05 filler             pic 9(7) value 100000.
       01 ws-band-floor-table redefines ws-band-floors.
           05 ws-band-floor occurs 4 times pic 9(7).
       01 ws-band-names.
           05 filler             pic x(14) value "under 1,000   ".
           05 filler             pic x(14) value "1,000-9,999   ".
           05 filler             pic x(14) value "10,000-99,999 ".
           05 filler             pic x(14) value "100,000 and up".
       01 ws-band-name-table redefines ws-band-names.
           05 ws-band-name occurs 4 times pic x(14).
       01 ws-band-counts.
           05 ws-band-count occurs 4 times pic 9(6).
       01 ws-rate-rows.
           05 ws-rate-row occurs 200 times.
              10 rr-account-type  pic 9.
              10 rr-effective     pic 9(8).
       01 ws-fee-rows.
           05 ws-fee-row occurs 200 times.
              10 fr-txn-type      pic x(2).
              10 fr-account-type  pic 9.
              10 fr-amount        pic s9(5)v99.
              10 fr-effective     pic 9(8).
       01 ws-hit-switch          pic 9 value zero.
          88  ws-account-hit       value 1.
       01 ws-register-switch     pic 9 value zero.
          88  ws-already-noticed   value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-notice-days.
           perform fold-due-product-rules.
           perform load-rate-rows.
           perform load-fee-rows.
           open output archivoReport.
           perform write-report-heading.
           open i-o archivoNotices.
           move 1 to r.
           perform check-rate-row until r is greater than ws-rate-count.
           move 1 to r.
           perform check-fee-row until r is greater than ws-fee-count.
           perform check-product-rules.
           close archivoNotices.
           perform write-report-summary.
           close archivoReport.
           display "Rate-Notice-Batch: " ws-change-count
                   " new changes, " ws-total-notices " notices, "
                   ws-late-count " late".
           stop run
           .
      *>----------------------------------------------------------------

       load-notice-days.
           move default-notice-days to ws-notice-days.
           open input archivoNoticeCfg
           read archivoNoticeCfg
                   at end
                       continue
                   not at end
                       if noticecfg-days is greater than zero
                           move noticecfg-days to ws-notice-days
                       end-if
           end-read.
           close archivoNoticeCfg
           .
      *>----------------------------------------------------------------

       fold-due-product-rules.
           move zero to ws-at-end-switch.
           open i-o archivoProducts.
           perform fold-product-rule until ws-no-more-records.
           close archivoProducts
           .
      *>----------------------------------------------------------------

       fold-product-rule.
           read archivoProducts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if product-pending-date is greater than zero
                   and product-pending-date is not greater than ws-today
                       move product-pending-min-balance
                         to product-min-balance
                       move product-pending-below-fee
                         to product-below-min-fee
                       move zero to product-pending-date
                       rewrite product-record
                       add 1 to ws-folded-count
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Both config files are tabled first: Interest-Rate reads
      *> ratetable.cfg itself for every account weighed, and the fee
      *> a row replaces is found among the other rows.

       load-rate-rows.
           move zero to ws-at-end-switch.
           open input archivoRateTable
               perform read-rate-row until ws-no-more-records
           close archivoRateTable
           .
      *>----------------------------------------------------------------

       read-rate-row.
           read archivoRateTable
               at end
                   set ws-no-more-records to true
               not at end
                   if rate-effective-date is greater than ws-today
                       if ws-rate-count is less than max-rate-rows
                           add 1 to ws-rate-count
                           move rate-account-type
                             to rr-account-type (ws-rate-count)
                           move rate-effective-date
                             to rr-effective (ws-rate-count)
                       else
                           display "Rate-Notice-Batch: rate table "
                                   "full - row not checked"
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       load-fee-rows.
           move zero to ws-at-end-switch.
           open input archivoFeeCfg
               perform read-fee-row until ws-no-more-records
           close archivoFeeCfg
           .
      *>----------------------------------------------------------------

       read-fee-row.
           read archivoFeeCfg
               at end
                   set ws-no-more-records to true
               not at end
                   if ws-fee-count is less than max-fee-rows
                       add 1 to ws-fee-count
                       move fee-txn-type
                         to fr-txn-type (ws-fee-count)
                       move fee-account-type
                         to fr-account-type (ws-fee-count)
                       move fee-amount to fr-amount (ws-fee-count)
                       if fee-effective-date is numeric
                           move fee-effective-date
                             to fr-effective (ws-fee-count)
                       else
                           move zero to fr-effective (ws-fee-count)
                       end-if
                   else
                       display "Rate-Notice-Batch: fee table "
                               "full - row not checked"
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Band rows for the same type and date are one change: the
      *> first row found opens it and the account pass weighs every
      *> band at once.

       check-rate-row.
           move "R" to cn-source.
           move rr-account-type (r) to cn-account-type.
           move spaces to cn-txn-type.
           move rr-effective (r) to cn-effective-date.
           perform look-up-register.
           if not ws-already-noticed
               perform open-change
               perform find-product-name
               move spaces to ws-change-text
               string "Interest rate change for type "
                                        delimited by size
                      ws-account-type   delimited by size
                      into ws-change-text
               end-string
               perform write-change-heading
               perform weigh-accounts
               perform close-change
           end-if.
           add 1 to r
           .
      *>----------------------------------------------------------------

       check-fee-row.
           if fr-effective (r) is greater than ws-today
               move "F" to cn-source
               move fr-account-type (r) to cn-account-type
               move fr-txn-type (r) to cn-txn-type
               move fr-effective (r) to cn-effective-date
               perform look-up-register
               if not ws-already-noticed
                   perform open-change
                   perform find-product-name
                   move fr-txn-type (r) to ws-txn-type
                   move ws-effective-date to ws-best-effective
                   perform find-fee-in-force
                   move ws-old-fee to ws-new-fee
                   move ws-day-before to ws-best-effective
                   perform find-fee-in-force
                   move ws-new-fee to print-new-fee
                   move ws-old-fee to print-old-fee
                   move spaces to ws-change-text
                   string "Fee " ws-txn-type " type " ws-account-type
                          ": " print-old-fee " to " print-new-fee
                          delimited by size
                          into ws-change-text
                   end-string
                   perform write-change-heading
                   if ws-new-fee is greater than ws-old-fee
                       perform weigh-accounts
                   end-if
                   perform close-change
               end-if
           end-if.
           add 1 to r
           .
      *>----------------------------------------------------------------

      *> The same choice Fee-Schedule makes, as at a given date: the
      *> latest row not after it, a later row winning a tie. Found
      *> into ws-old-fee.

       find-fee-in-force.
           move zero to ws-old-fee.
           move zero to ws-row-effective.
           perform match-fee-row
               varying f from 1 by 1
               until f is greater than ws-fee-count
           .
      *>----------------------------------------------------------------

       match-fee-row.
           if fr-txn-type (f) is equal to ws-txn-type
           and fr-account-type (f) is equal to ws-account-type
           and fr-effective (f) is not greater than ws-best-effective
           and fr-effective (f) is not less than ws-row-effective
               move fr-effective (f) to ws-row-effective
               move fr-amount (f) to ws-old-fee
           end-if
           .
      *>----------------------------------------------------------------

       check-product-rules.
           move zero to ws-at-end-switch.
           open input archivoProducts.
           perform check-product-rule until ws-no-more-records.
           close archivoProducts
           .
      *>----------------------------------------------------------------

       check-product-rule.
           read archivoProducts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if product-pending-date is greater than ws-today
                       move "P" to cn-source
                       move product-account-type to cn-account-type
                       move spaces to cn-txn-type
                       move product-pending-date to cn-effective-date
                       perform look-up-register
                       if not ws-already-noticed
                           perform open-change
                           move product-name to ws-product-name
                           move product-min-balance
                             to ws-old-min-balance
                           move product-below-min-fee to ws-old-fee
                           move product-pending-min-balance
                             to ws-new-min-balance
                           move product-pending-below-fee
                             to ws-new-fee
                           move ws-new-min-balance to print-min-balance
                           move ws-new-fee to print-below-fee
                           move spaces to ws-change-text
                           string "Minimum balance " print-min-balance
                                  " fee " print-below-fee
                                  delimited by size
                                  into ws-change-text
                           end-string
                           perform write-change-heading
                           perform weigh-accounts
                           perform close-change
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       look-up-register.
           move zero to ws-register-switch.
           read archivoNotices record key is cn-key
               invalid key
                   continue
               not invalid key
                   set ws-already-noticed to true
           end-read
           .
      *>----------------------------------------------------------------

       open-change.
           add 1 to ws-change-count.
           move cn-account-type to ws-account-type.
           move cn-effective-date to ws-effective-date.
           compute ws-day-before = function date-of-integer
               (function integer-of-date (ws-effective-date) - 1).
           compute ws-days-ahead =
                   function integer-of-date (ws-effective-date)
                 - ws-today-days.
           move ws-today to cn-detected-date.
           move ws-days-ahead to cn-days-ahead.
           move zero to cn-account-count cn-notice-count.
           if ws-days-ahead is less than ws-notice-days
               set cn-is-late to true
               add 1 to ws-late-count
           else
               set cn-is-on-time to true
           end-if.
           initialize ws-band-counts
           .
      *>----------------------------------------------------------------

       find-product-name.
           move "(no product)" to ws-product-name.
           move ws-account-type to product-account-type.
           open input archivoProducts.
           read archivoProducts record key is product-account-type
               invalid key
                   continue
               not invalid key
                   move product-name to ws-product-name
           end-read.
           close archivoProducts
           .
      *>----------------------------------------------------------------

       close-change.
           perform write-band-lines.
           move spaces to ws-report-line.
           move cn-notice-count to print-count.
           string "   Notices queued "  delimited by size
                  print-count           delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to notice-report-line.
           write notice-report-line.
           if cn-is-late
               move spaces to ws-report-line
               string "   LATE - only "   delimited by size
                      ws-days-ahead       delimited by size
                      " days' notice, referred to compliance"
                                          delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to notice-report-line
               write notice-report-line
           end-if.
           write change-notice-record
               invalid key
                   display "Rate-Notice-Batch: register write failed"
           end-write
           .
      *>----------------------------------------------------------------

       write-change-heading.
           move spaces to notice-report-line.
           write notice-report-line.
           move spaces to ws-report-line.
           string " " cn-source " " ws-change-text
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to notice-report-line.
           write notice-report-line.
           move spaces to ws-report-line.
           string "   Product " ws-product-name
                  "  effective " ws-effective-date
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to notice-report-line.
           write notice-report-line
           .
      *>----------------------------------------------------------------

       weigh-accounts.
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
                   if account-is-open
                   and account-type is equal to ws-account-type
                       perform judge-account
                       if ws-account-hit
                           perform give-notice
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       judge-account.
           move zero to ws-hit-switch.
           evaluate true
               when cn-from-rate-table
                   perform judge-rate-cut
               when cn-from-fee-schedule
                   set ws-account-hit to true
               when cn-from-product
                   perform judge-minimum-rule
           end-evaluate
           .
      *>----------------------------------------------------------------

      *> The rate in force the day before against the rate on the
      *> day, both for this balance, so a tier is judged on its own
      *> band. An account with no table rate either side is left
      *> alone.

       judge-rate-cut.
           call "Interest-Rate" using
                                  by content account-type
                                             account-balance
                                             ws-effective-date
                                  by reference ws-new-rate
                                               ws-rate-bool.
           call "Interest-Rate" using
                                  by content account-type
                                             account-balance
                                             ws-day-before
                                  by reference ws-old-rate
                                               ws-old-rate-bool.
           if ws-rate-bool is equal to 1
           and ws-old-rate-bool is equal to 1
           and ws-new-rate is less than ws-old-rate
               set ws-account-hit to true
           end-if
           .
      *>----------------------------------------------------------------

      *> What the account would pay at today's balance under each
      *> rule.

       judge-minimum-rule.
           move zero to ws-old-charge ws-new-charge.
           if account-balance is less than ws-old-min-balance
               move ws-old-fee to ws-old-charge
           end-if.
           if account-balance is less than ws-new-min-balance
               move ws-new-fee to ws-new-charge
           end-if.
           if ws-new-charge is greater than ws-old-charge
               set ws-account-hit to true
           end-if
           .
      *>----------------------------------------------------------------

       give-notice.
           add 1 to cn-account-count.
           move 4 to ws-band.
           perform step-band-down
               until ws-band is equal to 1
                  or account-balance is not less than
                     ws-band-floor (ws-band).
           add 1 to ws-band-count (ws-band).
           move spaces to ws-notify-text.
           evaluate true
               when cn-from-rate-table
                   compute print-old-rate = ws-old-rate * 100
                   compute print-new-rate = ws-new-rate * 100
                   string "Rate " print-old-rate "%->" print-new-rate
                          "% from " ws-effective-date
                          delimited by size
                          into ws-notify-text
                   end-string
               when cn-from-fee-schedule
                   string "Fee " ws-txn-type " " print-old-fee "->"
                          print-new-fee " from " ws-effective-date
                          delimited by size
                          into ws-notify-text
                   end-string
               when cn-from-product
                   string "Min " print-min-balance " fee "
                          print-below-fee " from " ws-effective-date
                          delimited by size
                          into ws-notify-text
                   end-string
           end-evaluate.
           call "Notify-Post" using
                                  by content account-owner-id
                                             account-no
                                             ws-notify-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq.
           add 1 to cn-notice-count.
           add 1 to ws-total-notices
           .
      *>----------------------------------------------------------------

       step-band-down.
           subtract 1 from ws-band
           .
      *>----------------------------------------------------------------

       write-band-lines.
           move 1 to ws-band.
           perform write-band-line until ws-band is greater than 4
           .
      *>----------------------------------------------------------------

       write-band-line.
           if ws-band-count (ws-band) is greater than zero
               move ws-band-count (ws-band) to print-band-count
               move spaces to ws-report-line
               string "   Balance "          delimited by size
                      ws-band-name (ws-band) delimited by size
                      " accounts "           delimited by size
                      print-band-count       delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to notice-report-line
               write notice-report-line
           end-if.
           add 1 to ws-band
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to notice-report-line.
           write notice-report-line.
           move spaces to ws-report-line.
           string " Rate and fee change notices " delimited by size
                  ws-today                        delimited by size
                  "  notice period "              delimited by size
                  ws-notice-days                  delimited by size
                  " days"                         delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to notice-report-line.
           write notice-report-line.
           move dash-line to notice-report-line.
           write notice-report-line
           .
      *>----------------------------------------------------------------

       write-report-summary.
           move spaces to notice-report-line.
           write notice-report-line.
           move dash-line to notice-report-line.
           write notice-report-line.
           if ws-change-count is equal to zero
               move " (no new future-dated changes)"
                 to notice-report-line
               write notice-report-line
           end-if.
           move spaces to ws-report-line.
           string " New changes "   delimited by size
                  ws-change-count   delimited by size
                  "  late "         delimited by size
                  ws-late-count     delimited by size
                  "  notices "      delimited by size
                  ws-total-notices  delimited by size
                  "  rules due "    delimited by size
                  ws-folded-count   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to notice-report-line.
           write notice-report-line
           .
      *>----------------------------------------------------------------

       end program Rate-Notice-Batch.
