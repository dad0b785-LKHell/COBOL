      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly customer risk scoring. Every customer on kyc.dat is
      *> scored from what the system has seen of them over the
      *> scoring window (365 days unless riskscore.cfg says
      *> otherwise), not from the opening interview:
      *>   - suspicious-activity alerts AML-Batch raised, escalated
      *>     ones weighing more than the rest (amlalert.dat),
      *>   - reportable cash days CTR-Batch found (ctrhist.dat),
      *>   - outbound wires to a high-risk country - the country
      *>     code inside the beneficiary bank id, checked against
      *>     the highrisk.cfg list (wire.dat),
      *>   - failed PIN attempts (failed-access.dat) and captured
      *>     cards (captured-cards.dat),
      *>   - product mix: corporate/joint accounts and an unusual
      *>     number of open accounts (account.dat).
      *> The score is stamped on the KYC record every month. When it
      *> puts the customer in a HIGHER band than kyc-risk-class
      *> holds, the class is raised, the review is brought forward
      *> to today through kyc-review-due-date (KYC-Review-Batch
      *> lists it on its next run) and the change is written to
      *> audit.dat through Audit-Log ("RK"). A score never lowers a
      *> class - that stays a reviewer's decision. riskscore.rpt
      *> lists every customer re-classed.
      *> Customers are held in a bounded in-memory table the same
      *> way CTR-Batch totals its customers.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Risk-Score-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoKyc assign to "kyc.dat"
           organization is indexed
           access is dynamic
           record key is kyc-customer-id.

       Select optional archivoAlerts assign to "amlalert.dat"
           organization is indexed
           access is dynamic
           record key is alert-seq-no.

       Select optional archivoCtrHist assign to "ctrhist.dat"
           organization is line sequential.

       Select optional archivoWires assign to "wire.dat"
           organization is indexed
           access is dynamic
           record key is wire-seq-no.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoFailedAccess
           assign to "failed-access.dat"
           organization is line sequential.

       Select optional archivoCaptured assign to "captured-cards.dat"
           organization is line sequential.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoScoreCfg assign to "riskscore.cfg"
           organization is line sequential.

       Select optional archivoCountryCfg assign to "highrisk.cfg"
           organization is line sequential.

       Select archivoReport assign to "riskscore.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoKyc.
       copy "KYCREC.cpy".

       FD archivoAlerts.
       copy "AMLALERT.cpy".

       FD archivoCtrHist.
       01 ctr-history-record.
           05 ctrh-customer-id     pic 9(5).
           05 ctrh-report-date     pic 9(8).
           05 ctrh-cash-in         pic 9(11)v99.
           05 ctrh-cash-out        pic 9(11)v99.

       FD archivoWires.
       copy "WIRE.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoFailedAccess.
       copy "FAILACC.cpy".

       FD archivoCaptured.
       copy "CAPTURED.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoScoreCfg.
       01 score-config-record.
           05 scorecfg-window-days pic 9(3).
           05 scorecfg-alert-pts   pic 9(3).
           05 scorecfg-escalate-pts pic 9(3).
           05 scorecfg-ctr-pts     pic 9(3).
           05 scorecfg-wire-pts    pic 9(3).
           05 scorecfg-failed-pts  pic 9(3).
           05 scorecfg-capture-pts pic 9(3).
           05 scorecfg-joint-pts   pic 9(3).
           05 scorecfg-many-pts    pic 9(3).
           05 scorecfg-many-accts  pic 9(2).
           05 scorecfg-medium-floor pic 9(3).
           05 scorecfg-high-floor  pic 9(3).

       FD archivoCountryCfg.
       01 country-config-record.
           05 countrycfg-code      pic x(2).

       FD archivoReport.
       01 score-report-line      pic x(70).

       working-storage section.
       78 default-window-days    value 365.
       78 default-alert-pts      value 10.
       78 default-escalate-pts   value 25.
       78 default-ctr-pts        value 15.
       78 default-wire-pts       value 20.
       78 default-failed-pts     value 2.
       78 default-capture-pts    value 5.
       78 default-joint-pts      value 10.
       78 default-many-pts       value 5.
       78 default-many-accts     value 4.
       78 default-medium-floor   value 30.
       78 default-high-floor     value 60.
       78 corporate-account-type value 3.
       77 ws-window-days         pic 9(3).
       77 ws-alert-pts           pic 9(3).
       77 ws-escalate-pts        pic 9(3).
       77 ws-ctr-pts             pic 9(3).
       77 ws-wire-pts            pic 9(3).
       77 ws-failed-pts          pic 9(3).
       77 ws-capture-pts         pic 9(3).
       77 ws-joint-pts           pic 9(3).
       77 ws-many-pts            pic 9(3).
       77 ws-many-accts          pic 9(2).
       77 ws-medium-floor        pic 9(3).
       77 ws-high-floor          pic 9(3).
       77 ws-today               pic 9(8).
       77 ws-window-start        pic 9(8).
       77 ws-date-integer        pic 9(9) comp.
       77 ws-owner-id            pic 9(5).
       77 ws-bene-country        pic x(2).
       77 ws-new-class           pic x(1).
       77 ws-score               pic 9(5).
       77 ws-rescored-count      pic 9(5) value zero.
       77 ws-raised-count        pic 9(5) value zero.
       77 ws-cust-count          pic 9(3) value zero.
       78 max-cust-entries       value 500.
       01 ws-cust-table.
           05 ws-cust-entry occurs 500 times.
              10 ws-cust-id          pic 9(5).
              10 ws-cust-alerts      pic 9(3).
              10 ws-cust-escalated   pic 9(3).
              10 ws-cust-ctr-days    pic 9(3).
              10 ws-cust-hr-wires    pic 9(3).
              10 ws-cust-failed      pic 9(3).
              10 ws-cust-captures    pic 9(3).
              10 ws-cust-joint-accts pic 9(2).
              10 ws-cust-open-accts  pic 9(2).
       77 ws-country-count       pic 9(2) value zero.
       78 max-country-entries    value 50.
       01 ws-country-table.
           05 ws-country-code occurs 50 times pic x(2).
       01 ws-capture-by-card.
           05 ws-card-captures occurs 10 times pic 9(3).
       77 i                      pic 9(3).
       77 k                      pic 9(2).
       77 ws-audit-staff         pic 9(5) value zero.
       77 ws-audit-action        pic x(2) value "RK".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 ws-report-line         pic x(70).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-country-switch      pic 9 value zero.
          88  ws-country-listed    value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform load-score-config.
           perform load-country-list.
           compute ws-date-integer =
               function integer-of-date (ws-today) - ws-window-days.
           compute ws-window-start =
               function date-of-integer (ws-date-integer).
           perform load-kyc-customers.
           perform weigh-alerts.
           perform weigh-ctr-history.
           perform weigh-wires.
           perform weigh-failed-access.
           perform weigh-captures.
           perform weigh-product-mix.
           open output archivoReport.
           perform write-report-header.
           perform rescore-kyc.
           perform write-report-footer.
           close archivoReport.
           display "Risk-Score-Batch: " ws-rescored-count
                   " customers scored, " ws-raised-count
                   " re-classed upward".
           stop run
           .
      *>----------------------------------------------------------------

       load-score-config.
           move default-window-days  to ws-window-days.
           move default-alert-pts    to ws-alert-pts.
           move default-escalate-pts to ws-escalate-pts.
           move default-ctr-pts      to ws-ctr-pts.
           move default-wire-pts     to ws-wire-pts.
           move default-failed-pts   to ws-failed-pts.
           move default-capture-pts  to ws-capture-pts.
           move default-joint-pts    to ws-joint-pts.
           move default-many-pts     to ws-many-pts.
           move default-many-accts   to ws-many-accts.
           move default-medium-floor to ws-medium-floor.
           move default-high-floor   to ws-high-floor.
           open input archivoScoreCfg
           read archivoScoreCfg
                   at end
                       continue
                   not at end
                       move scorecfg-window-days  to ws-window-days
                       move scorecfg-alert-pts    to ws-alert-pts
                       move scorecfg-escalate-pts to ws-escalate-pts
                       move scorecfg-ctr-pts      to ws-ctr-pts
                       move scorecfg-wire-pts     to ws-wire-pts
                       move scorecfg-failed-pts   to ws-failed-pts
                       move scorecfg-capture-pts  to ws-capture-pts
                       move scorecfg-joint-pts    to ws-joint-pts
                       move scorecfg-many-pts     to ws-many-pts
                       move scorecfg-many-accts   to ws-many-accts
                       move scorecfg-medium-floor to ws-medium-floor
                       move scorecfg-high-floor   to ws-high-floor
           end-read.
           close archivoScoreCfg
           .
      *>----------------------------------------------------------------

       load-country-list.
           move zero to ws-at-end-switch.
           open input archivoCountryCfg.
           perform load-one-country until ws-no-more-records.
           close archivoCountryCfg
           .
      *>----------------------------------------------------------------

       load-one-country.
           read archivoCountryCfg
               at end
                   set ws-no-more-records to true
               not at end
                   if countrycfg-code not equal spaces
                   and ws-country-count < max-country-entries
                       add 1 to ws-country-count
                       move countrycfg-code
                         to ws-country-code (ws-country-count)
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       load-kyc-customers.
           move zero to ws-at-end-switch.
           open input archivoKyc.
           perform load-one-kyc until ws-no-more-records.
           close archivoKyc
           .
      *>----------------------------------------------------------------

       load-one-kyc.
           read archivoKyc next record
               at end
                   set ws-no-more-records to true
               not at end
                   if ws-cust-count is less than max-cust-entries
                       add 1 to ws-cust-count
                       move ws-cust-count to i
                       initialize ws-cust-entry (i)
                       move kyc-customer-id to ws-cust-id (i)
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       find-customer.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-cust-entry
               until ws-entry-found or i is greater than ws-cust-count
           .
      *>----------------------------------------------------------------

       match-cust-entry.
           if ws-cust-id (i) is equal to ws-owner-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       weigh-alerts.
           move zero to ws-at-end-switch.
           open input archivoAlerts.
           perform weigh-one-alert until ws-no-more-records.
           close archivoAlerts
           .
      *>----------------------------------------------------------------

       weigh-one-alert.
           read archivoAlerts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if alert-date >= ws-window-start
                       move alert-owner-id to ws-owner-id
                       perform find-customer
                       if ws-entry-found
                           if alert-is-escalated
                               add 1 to ws-cust-escalated (i)
                           else
                               add 1 to ws-cust-alerts (i)
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       weigh-ctr-history.
           move zero to ws-at-end-switch.
           open input archivoCtrHist.
           perform weigh-one-ctr-day until ws-no-more-records.
           close archivoCtrHist
           .
      *>----------------------------------------------------------------

       weigh-one-ctr-day.
           read archivoCtrHist
               at end
                   set ws-no-more-records to true
               not at end
                   if ctrh-report-date >= ws-window-start
                       move ctrh-customer-id to ws-owner-id
                       perform find-customer
                       if ws-entry-found
                           add 1 to ws-cust-ctr-days (i)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The country is the 5th and 6th characters of the
      *> beneficiary bank's identifier code.

       weigh-wires.
           if ws-country-count is equal to zero
               exit paragraph
           end-if.
           move zero to ws-at-end-switch.
           open input archivoWires.
           open input archivoAccounts.
           perform weigh-one-wire until ws-no-more-records.
           close archivoWires archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-one-wire.
           read archivoWires next record
               at end
                   set ws-no-more-records to true
               not at end
                   if wire-date >= ws-window-start
                   and not wire-is-rejected
                       move wire-bene-bank-id (5:2) to ws-bene-country
                       perform check-country
                       if ws-country-listed
                           perform count-high-risk-wire
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-country.
           move zero to ws-country-switch.
           move 1 to k.
           perform match-country
               until ws-country-listed or k > ws-country-count
           .
      *>----------------------------------------------------------------

       match-country.
           if ws-country-code (k) is equal to ws-bene-country
               set ws-country-listed to true
           else
               add 1 to k
           end-if
           .
      *>----------------------------------------------------------------

       count-high-risk-wire.
           move wire-source-acct to account-no.
           read archivoAccounts record key is account-no
               invalid key
                   continue
               not invalid key
                   move account-owner-id to ws-owner-id
                   perform find-customer
                   if ws-entry-found
                       add 1 to ws-cust-hr-wires (i)
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       weigh-failed-access.
           move zero to ws-at-end-switch.
           open input archivoFailedAccess.
           perform weigh-one-failure until ws-no-more-records.
           close archivoFailedAccess
           .
      *>----------------------------------------------------------------

       weigh-one-failure.
           read archivoFailedAccess
               at end
                   set ws-no-more-records to true
               not at end
                   if failacc-date >= ws-window-start
                       move failacc-customer-id to ws-owner-id
                       perform find-customer
                       if ws-entry-found
                           add 1 to ws-cust-failed (i)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The capture log carries only the card number, so captures
      *> are counted per card first and handed to the customers
      *> holding that card on a pass over customer.dat.

       weigh-captures.
           initialize ws-capture-by-card.
           move zero to ws-at-end-switch.
           open input archivoCaptured.
           perform weigh-one-capture until ws-no-more-records.
           close archivoCaptured.
           move zero to ws-at-end-switch.
           open input archivoCustomer.
           perform credit-one-cardholder until ws-no-more-records.
           close archivoCustomer
           .
      *>----------------------------------------------------------------

       weigh-one-capture.
           read archivoCaptured
               at end
                   set ws-no-more-records to true
               not at end
                   if capt-date >= ws-window-start
                       compute k = capt-card-no + 1
                       add 1 to ws-card-captures (k)
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       credit-one-cardholder.
           read archivoCustomer next record
               at end
                   set ws-no-more-records to true
               not at end
                   compute k = customer-card-no + 1
                   if ws-card-captures (k) is greater than zero
                       move customer-id to ws-owner-id
                       perform find-customer
                       if ws-entry-found
                           add ws-card-captures (k)
                            to ws-cust-captures (i)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       weigh-product-mix.
           move zero to ws-at-end-switch.
           open input archivoAccounts.
           perform weigh-one-account until ws-no-more-records.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-one-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if account-is-open
                       move account-owner-id to ws-owner-id
                       perform find-customer
                       if ws-entry-found
                           add 1 to ws-cust-open-accts (i)
                           if account-type is equal to
                              corporate-account-type
                               add 1 to ws-cust-joint-accts (i)
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       rescore-kyc.
           move zero to ws-at-end-switch.
           open i-o archivoKyc.
           perform rescore-one-kyc until ws-no-more-records.
           close archivoKyc
           .
      *>----------------------------------------------------------------

       rescore-one-kyc.
           read archivoKyc next record
               at end
                   set ws-no-more-records to true
               not at end
                   move kyc-customer-id to ws-owner-id
                   perform find-customer
                   if ws-entry-found
                       perform compute-score
                       perform apply-score
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       compute-score.
           compute ws-score =
                 ws-cust-alerts (i)      * ws-alert-pts
               + ws-cust-escalated (i)   * ws-escalate-pts
               + ws-cust-ctr-days (i)    * ws-ctr-pts
               + ws-cust-hr-wires (i)    * ws-wire-pts
               + ws-cust-failed (i)      * ws-failed-pts
               + ws-cust-captures (i)    * ws-capture-pts
               + ws-cust-joint-accts (i) * ws-joint-pts
               on size error
                   move 999 to ws-score
           end-compute.
           if ws-cust-open-accts (i) >= ws-many-accts
               add ws-many-pts to ws-score
           end-if.
           if ws-score is greater than 999
               move 999 to ws-score
           end-if.
           evaluate true
               when ws-score >= ws-high-floor
                   move "H" to ws-new-class
               when ws-score >= ws-medium-floor
                   move "M" to ws-new-class
               when other
                   move "L" to ws-new-class
           end-evaluate
           .
      *>----------------------------------------------------------------

      *> Only an upward move re-classes: L to M or H, M to H.

       apply-score.
           add 1 to ws-rescored-count.
           move ws-score to kyc-risk-score.
           move ws-today to kyc-score-date.
           if (ws-new-class is equal to "H" and not kyc-risk-high)
           or (ws-new-class is equal to "M" and kyc-risk-low)
               move spaces to ws-before-image ws-after-image
               string "risk class "      delimited by size
                      kyc-risk-class     delimited by size
                      into ws-before-image
               end-string
               string "risk class "      delimited by size
                      ws-new-class       delimited by size
                      " score "          delimited by size
                      kyc-risk-score     delimited by size
                      " review now"      delimited by size
                      into ws-after-image
               end-string
               perform write-raised-line
               move ws-new-class to kyc-risk-class
               move ws-today     to kyc-review-due-date
               add 1 to ws-raised-count
               move kyc-customer-id to ws-audit-key
               call "Audit-Log" using
                                  by content ws-audit-staff
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           end-if.
           rewrite kyc-record
           .
      *>----------------------------------------------------------------

       write-raised-line.
           move spaces to ws-report-line.
           string "   "                  delimited by size
                  kyc-customer-id        delimited by size
                  " "                    delimited by size
                  kyc-risk-class         delimited by size
                  " -> "                 delimited by size
                  ws-new-class           delimited by size
                  " score "              delimited by size
                  kyc-risk-score         delimited by size
                  " al "                 delimited by size
                  ws-cust-alerts (i)     delimited by size
                  "/"                    delimited by size
                  ws-cust-escalated (i)  delimited by size
                  " ctr "                delimited by size
                  ws-cust-ctr-days (i)   delimited by size
                  " wr "                 delimited by size
                  ws-cust-hr-wires (i)   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to score-report-line.
           write score-report-line
           .
      *>----------------------------------------------------------------

       write-report-header.
           move dash-line to score-report-line.
           write score-report-line.
           move spaces to ws-report-line.
           string " Customer risk scoring as of " delimited by size
                  ws-today                        delimited by size
                  " from "                        delimited by size
                  ws-window-start                 delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to score-report-line.
           write score-report-line.
           move dash-line to score-report-line.
           write score-report-line
           .
      *>----------------------------------------------------------------

       write-report-footer.
           move dash-line to score-report-line.
           write score-report-line.
           move spaces to ws-report-line.
           string " Customers scored: "   delimited by size
                  ws-rescored-count       delimited by size
                  "  re-classed upward: " delimited by size
                  ws-raised-count         delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to score-report-line.
           write score-report-line
           .
      *>----------------------------------------------------------------

       end program Risk-Score-Batch.
