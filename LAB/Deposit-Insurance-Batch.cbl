      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Single customer view for the deposit insurer, run on demand
      *> when the insurer asks for it (or for its test runs). Every
      *> open account.dat deposit with money in it is added to its
      *> depositor's total eligible balance in the base currency
      *> (basecurr.cfg, converted through Exchange-Rate); a joint
      *> account is split equally between its owner and joint
      *> owners, any odd cent staying with the owner. Balances the
      *> scheme does not cover are kept out: our own
      *> staff-controlled agent float accounts (agent.dat), and
      *> biller settlement and charity collection accounts
      *> (biller.dat, charity.dat). An estate-held account
      *> is not added to the eligible balance but reported in the
      *> depositor's estate field and flagged, for the insurer's
      *> estate procedure. An overdrawn account counts as nothing -
      *> no set-off is taken. The covered amount is the eligible
      *> balance up to the insurance limit in depinsure.cfg (default
      *> 250,000.00).
      *> The insurer's fixed-format file (scv.dat) has a header, one
      *> record per depositor in customer-id order with name,
      *> address and identity document from customer.dat and
      *> kyc.dat (flagged "K" when there is no KYC record), and a
      *> trailer of control totals; the same totals
      *> and every excluded account with its reason are on scv.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Deposit-Insurance-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

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

       Select optional archivoAgents assign to "agent.dat"
           organization is indexed
           access is dynamic
           record key is agent-id.

       Select optional archivoBillers assign to "biller.dat"
           organization is indexed
           access is dynamic
           record key is biller-code.

       Select optional archivoCharities assign to "charity.dat"
           organization is indexed
           access is dynamic
           record key is charity-code.

       Select optional archivoInsureCfg assign to "depinsure.cfg"
           organization is line sequential.

       Select optional archivoBaseCfg assign to "basecurr.cfg"
           organization is line sequential.

       Select archivoScv assign to "scv.dat"
           organization is line sequential.

       Select archivoReport assign to "scv.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoKyc.
       copy "KYCREC.cpy".

       FD archivoAgents.
       copy "AGENT.cpy".

       FD archivoBillers.
       copy "BILLER.cpy".

       FD archivoCharities.
       copy "CHARITY.cpy".

       FD archivoInsureCfg.
       01 insure-config-record.
           05 inscfg-limit         pic 9(9)v99.

       FD archivoBaseCfg.
       01 base-config-record.
           05 basecfg-currency     pic x(3).

       FD archivoScv.
       01 scv-header-record.
           05 scvh-record-type     pic x(1).
           05 scvh-bank-code       pic x(4).
           05 scvh-extract-date    pic 9(8).
           05 scvh-currency        pic x(3).
           05 scvh-limit           pic 9(9)v99.
           05 filler               pic x(103).
       01 scv-depositor-record.
           05 scvd-record-type     pic x(1).
           05 scvd-customer-id     pic 9(5).
           05 scvd-name            pic x(10).
           05 scvd-address         pic x(20).
           05 scvd-city            pic x(10).
           05 scvd-doc-type        pic x(1).
           05 scvd-doc-number      pic x(15).
           05 scvd-birth-date      pic 9(8).
           05 scvd-account-count   pic 9(3).
           05 scvd-eligible        pic 9(11)v99.
           05 scvd-covered         pic 9(11)v99.
           05 scvd-uncovered       pic 9(11)v99.
           05 scvd-estate-balance  pic 9(11)v99.
           05 scvd-estate-flag     pic x(1).
           05 scvd-kyc-flag        pic x(1).
           05 filler               pic x(3).
       01 scv-trailer-record.
           05 scvt-record-type     pic x(1).
           05 scvt-depositor-count pic 9(7).
           05 scvt-eligible-total  pic 9(13)v99.
           05 scvt-covered-total   pic 9(13)v99.
           05 scvt-uncovered-total pic 9(13)v99.
           05 scvt-estate-total    pic 9(13)v99.
           05 scvt-excluded-count  pic 9(7).
           05 scvt-excluded-total  pic 9(13)v99.
           05 scvt-record-count    pic 9(7).
           05 filler               pic x(33).

       FD archivoReport.
       01 scv-report-line        pic x(70).

       working-storage section.
       78 default-insurance-limit value 250000.
       78 default-base-currency  value "USD".
       78 home-routing-code      value "0001".
       78 max-depositor-entries  value 2000.
       78 max-excluded-entries   value 500.
       77 ws-today               pic 9(8).
       77 ws-insurance-limit     pic 9(9)v99.
       77 ws-base-currency       pic x(3).
       77 ws-rate                pic 9(3)v9(6).
       77 ws-base-balance        pic s9(11)v99.
       77 ws-share               pic s9(11)v99.
       77 ws-owner-id            pic 9(5).
       77 ws-owner-count         pic 9.
       77 ws-depositor-count     pic 9(4) value zero.
       77 ws-excluded-count      pic 9(3) value zero.
       77 ws-dropped-count       pic 9(5) value zero.
       77 ws-excluded-reason     pic x(2).
       77 ws-excluded-accounts   pic 9(7) value zero.
       77 ws-excluded-total      pic s9(13)v99 value zero.
       77 ws-written-count       pic 9(7) value zero.
       77 ws-record-count        pic 9(7) value zero.
       77 ws-kyc-missing-count   pic 9(7) value zero.
       77 ws-estate-count        pic 9(7) value zero.
       77 ws-eligible-total      pic s9(13)v99 value zero.
       77 ws-covered-total       pic s9(13)v99 value zero.
       77 ws-uncovered-total     pic s9(13)v99 value zero.
       77 ws-estate-total        pic s9(13)v99 value zero.
       77 ws-covered             pic s9(11)v99.
       77 i                      pic 9(4).
       77 j                      pic 9.
       77 k                      pic 9(3).
       77 ws-line-label          pic x(34).
       77 ws-line-amount         pic s9(13)v99.
       77 print-amount           pic -(12)9.99.
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-account-owners.
           05 ws-account-owner-id occurs 3 times pic 9(5).
       01 ws-depositor-table.
           05 ws-depositor-entry occurs 2000 times.
              10 dp-customer-id   pic 9(5).
              10 dp-account-count pic 9(3).
              10 dp-eligible      pic s9(11)v99.
              10 dp-estate        pic s9(11)v99.
              10 dp-written       pic x(1).
       01 ws-excluded-table.
           05 ws-excluded-entry occurs 500 times.
              10 ex-account-no    pic 9(7).
              10 ex-reason        pic x(2).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-excluded-switch     pic 9 value zero.
          88  ws-is-excluded       value 1.
       01 ws-owner-switch        pic 9 value zero.
          88  ws-owner-listed      value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform load-insurance-limit.
           perform load-base-currency.
           open output archivoReport.
           perform write-report-heading.
           perform load-excluded-accounts.
           perform gather-accounts.
           if ws-excluded-accounts is equal to zero
               move "   (none)" to scv-report-line
               write scv-report-line
           end-if.
           open output archivoScv.
           perform write-scv-header.
           perform write-depositors.
           perform write-scv-trailer.
           close archivoScv.
           perform write-control-totals.
           close archivoReport.
           display "Deposit-Insurance-Batch: " ws-written-count
                   " depositors, " ws-excluded-accounts
                   " accounts excluded".
           if ws-dropped-count is greater than zero
               display "Deposit-Insurance-Batch: " ws-dropped-count
                       " depositors dropped - table full"
           end-if.
           stop run
           .
      *>----------------------------------------------------------------

       load-insurance-limit.
           move default-insurance-limit to ws-insurance-limit.
           open input archivoInsureCfg
           read archivoInsureCfg
                   at end
                       continue
                   not at end
                       if inscfg-limit is greater than zero
                           move inscfg-limit to ws-insurance-limit
                       end-if
           end-read.
           close archivoInsureCfg
           .
      *>----------------------------------------------------------------

       load-base-currency.
           move default-base-currency to ws-base-currency.
           open input archivoBaseCfg
           read archivoBaseCfg
                   at end
                       continue
                   not at end
                       move basecfg-currency to ws-base-currency
           end-read.
           close archivoBaseCfg
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to scv-report-line.
           write scv-report-line.
           move spaces to ws-report-line.
           string " Deposit insurance single customer view "
                                delimited by size
                  ws-today      delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to scv-report-line.
           write scv-report-line.
           move dash-line to scv-report-line.
           write scv-report-line.
           move " Accounts excluded as ineligible" to scv-report-line.
           write scv-report-line
           .
      *>----------------------------------------------------------------

      *> The accounts the scheme never covers: agents' floats (AG),
      *> billers' settlement accounts (BI) and charities'
      *> collection accounts (CH).

       load-excluded-accounts.
           move zero to ws-at-end-switch.
           move "AG" to ws-excluded-reason.
           open input archivoAgents
               perform read-agent until ws-no-more-records
           close archivoAgents.
           move zero to ws-at-end-switch.
           move "BI" to ws-excluded-reason.
           open input archivoBillers
               perform read-biller until ws-no-more-records
           close archivoBillers.
           move zero to ws-at-end-switch.
           move "CH" to ws-excluded-reason.
           open input archivoCharities
               perform read-charity until ws-no-more-records
           close archivoCharities
           .
      *>----------------------------------------------------------------

       read-agent.
           read archivoAgents next record
               at end
                   set ws-no-more-records to true
               not at end
                   if agent-float-acct is greater than zero
                       move agent-float-acct to account-no
                       perform add-excluded-account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       read-biller.
           read archivoBillers next record
               at end
                   set ws-no-more-records to true
               not at end
                   if biller-settle-acct is greater than zero
                       move biller-settle-acct to account-no
                       perform add-excluded-account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       read-charity.
           read archivoCharities next record
               at end
                   set ws-no-more-records to true
               not at end
                   if charity-coll-acct is greater than zero
                       move charity-coll-acct to account-no
                       perform add-excluded-account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-excluded-account.
           perform check-excluded-account.
           if ws-is-excluded
               exit paragraph
           end-if.
           if ws-excluded-count is less than max-excluded-entries
               add 1 to ws-excluded-count
               move account-no to ex-account-no (ws-excluded-count)
               move ws-excluded-reason
                 to ex-reason (ws-excluded-count)
           else
               display "Deposit-Insurance-Batch: exclusion table full"
                       " - account " account-no " not excluded"
           end-if
           .
      *>----------------------------------------------------------------

       check-excluded-account.
           move zero to ws-excluded-switch.
           move 1 to k.
           perform match-excluded-account
               until ws-is-excluded
                  or k is greater than ws-excluded-count
           .
      *>----------------------------------------------------------------

       match-excluded-account.
           if ex-account-no (k) is equal to account-no
               set ws-is-excluded to true
           else
               add 1 to k
           end-if
           .
      *>----------------------------------------------------------------

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
                   if account-is-open
                       perform take-account-balance
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> An overdrawn account counts as nothing; there is no set-off
      *> against the depositor's other balances.

       take-account-balance.
           move account-balance to ws-base-balance.
           if account-currency not equal ws-base-currency
           and account-currency not equal spaces
               call "Exchange-Rate" using
                                  by content account-currency
                                             ws-base-currency
                                             ws-today
                                  by reference ws-rate
               compute ws-base-balance rounded =
                       account-balance * ws-rate
           end-if.
           if ws-base-balance is less than zero
               move zero to ws-base-balance
           end-if.
           perform check-excluded-account.
           if ws-is-excluded
               perform write-excluded-line
               exit paragraph
           end-if.
           if ws-base-balance is equal to zero
               exit paragraph
           end-if.
           move zero to ws-account-owners.
           move account-owner-id to ws-account-owner-id (1).
           move 1 to ws-owner-count.
           if account-type is equal to 3
               move 1 to k
               perform list-joint-owner until k is greater than 2
           end-if.
           divide ws-base-balance by ws-owner-count giving ws-share.
           move 1 to j.
           perform credit-owner-share
               until j is greater than ws-owner-count
           .
      *>----------------------------------------------------------------

       list-joint-owner.
           move zero to ws-owner-switch.
           if account-joint-owner-id (k) is equal to zero
               set ws-owner-listed to true
           end-if.
           move 1 to j.
           perform match-listed-owner
               until ws-owner-listed
                  or j is greater than ws-owner-count.
           if not ws-owner-listed
               add 1 to ws-owner-count
               move account-joint-owner-id (k)
                 to ws-account-owner-id (ws-owner-count)
           end-if.
           add 1 to k
           .
      *>----------------------------------------------------------------

       match-listed-owner.
           if ws-account-owner-id (j)
                   is equal to account-joint-owner-id (k)
               set ws-owner-listed to true
           else
               add 1 to j
           end-if
           .
      *>----------------------------------------------------------------

      *> The owner takes whatever odd cent the equal split leaves.

       credit-owner-share.
           move ws-account-owner-id (j) to ws-owner-id.
           perform find-depositor-entry.
           if ws-entry-found
               add 1 to dp-account-count (i)
               if account-estate-hold
                   add ws-share to dp-estate (i)
               else
                   add ws-share to dp-eligible (i)
               end-if
               if j is equal to 1
                   compute ws-base-balance = ws-base-balance
                                - ws-share * ws-owner-count
                   if account-estate-hold
                       add ws-base-balance to dp-estate (i)
                   else
                       add ws-base-balance to dp-eligible (i)
                   end-if
               end-if
           end-if.
           add 1 to j
           .
      *>----------------------------------------------------------------

       write-excluded-line.
           add 1 to ws-excluded-accounts.
           add ws-base-balance to ws-excluded-total.
           move ws-base-balance to print-amount.
           move spaces to ws-report-line.
           string "   Account "       delimited by size
                  account-no          delimited by size
                  " "                 delimited by size
                  ex-reason (k)       delimited by size
                  " "                 delimited by size
                  account-owner       delimited by size
                  print-amount        delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to scv-report-line.
           write scv-report-line
           .
      *>----------------------------------------------------------------

       find-depositor-entry.
           perform lookup-depositor-entry.
           if not ws-entry-found
               if ws-depositor-count is less than max-depositor-entries
                   add 1 to ws-depositor-count
                   move ws-depositor-count to i
                   initialize ws-depositor-entry (i)
                   move ws-owner-id to dp-customer-id (i)
                   move space to dp-written (i)
                   set ws-entry-found to true
               else
                   add 1 to ws-dropped-count
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       lookup-depositor-entry.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-depositor-entry
               until ws-entry-found
                  or i is greater than ws-depositor-count
           .
      *>----------------------------------------------------------------

       match-depositor-entry.
           if dp-customer-id (i) is equal to ws-owner-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       write-scv-header.
           move spaces to scv-header-record.
           move "H" to scvh-record-type.
           move home-routing-code to scvh-bank-code.
           move ws-today to scvh-extract-date.
           move ws-base-currency to scvh-currency.
           move ws-insurance-limit to scvh-limit.
           write scv-header-record.
           add 1 to ws-record-count
           .
      *>----------------------------------------------------------------

      *> Depositors go out in customer-id order; one whose customer
      *> record has gone missing is still reported, after the rest,
      *> with the name and address left blank.

       write-depositors.
           move zero to ws-at-end-switch.
           open input archivoCustomer.
           open input archivoKyc.
           perform take-customer until ws-no-more-records.
           close archivoCustomer.
           move 1 to i.
           perform write-orphan-depositor
               until i is greater than ws-depositor-count.
           close archivoKyc
           .
      *>----------------------------------------------------------------

       take-customer.
           read archivoCustomer next record
               at end
                   set ws-no-more-records to true
               not at end
                   move customer-id to ws-owner-id
                   perform lookup-depositor-entry
                   if ws-entry-found
                       move spaces to scv-depositor-record
                       move customer-name    to scvd-name
                       move customer-address to scvd-address
                       move customer-city    to scvd-city
                       perform write-depositor-record
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-orphan-depositor.
           if dp-written (i) not equal "Y"
               move spaces to scv-depositor-record
               perform write-depositor-record
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-depositor-record.
           move "D" to scvd-record-type.
           move dp-customer-id (i) to scvd-customer-id.
           move dp-account-count (i) to scvd-account-count.
           move dp-eligible (i) to scvd-eligible.
           if dp-eligible (i) is greater than ws-insurance-limit
               move ws-insurance-limit to ws-covered
           else
               move dp-eligible (i) to ws-covered
           end-if.
           move ws-covered to scvd-covered.
           compute scvd-uncovered = dp-eligible (i) - ws-covered.
           move dp-estate (i) to scvd-estate-balance.
           if dp-estate (i) is greater than zero
               move "E" to scvd-estate-flag
               add 1 to ws-estate-count
           end-if.
           move zero to scvd-birth-date.
           move dp-customer-id (i) to kyc-customer-id.
           read archivoKyc record key is kyc-customer-id
               invalid key
                   move "K" to scvd-kyc-flag
                   add 1 to ws-kyc-missing-count
               not invalid key
                   move kyc-doc-type   to scvd-doc-type
                   move kyc-doc-number to scvd-doc-number
                   move kyc-birth-date to scvd-birth-date
           end-read.
           write scv-depositor-record.
           move "Y" to dp-written (i).
           add 1 to ws-written-count.
           add 1 to ws-record-count.
           add dp-eligible (i) to ws-eligible-total.
           add ws-covered to ws-covered-total.
           add scvd-uncovered to ws-uncovered-total.
           add dp-estate (i) to ws-estate-total
           .
      *>----------------------------------------------------------------

       write-scv-trailer.
           add 1 to ws-record-count.
           move spaces to scv-trailer-record.
           move "T" to scvt-record-type.
           move ws-written-count to scvt-depositor-count.
           move ws-eligible-total to scvt-eligible-total.
           move ws-covered-total to scvt-covered-total.
           move ws-uncovered-total to scvt-uncovered-total.
           move ws-estate-total to scvt-estate-total.
           move ws-excluded-accounts to scvt-excluded-count.
           move ws-excluded-total to scvt-excluded-total.
           move ws-record-count to scvt-record-count.
           write scv-trailer-record
           .
      *>----------------------------------------------------------------

       write-control-totals.
           move dash-line to scv-report-line.
           write scv-report-line.
           move " Control totals (as on the scv.dat trailer)"
             to scv-report-line.
           write scv-report-line.
           move "   Depositors" to ws-line-label.
           move ws-written-count to print-count.
           perform write-count-line.
           move "   Insurance limit" to ws-line-label.
           move ws-insurance-limit to ws-line-amount.
           perform write-amount-line.
           move "   Total eligible balance" to ws-line-label.
           move ws-eligible-total to ws-line-amount.
           perform write-amount-line.
           move "   Total covered" to ws-line-label.
           move ws-covered-total to ws-line-amount.
           perform write-amount-line.
           move "   Total above the limit" to ws-line-label.
           move ws-uncovered-total to ws-line-amount.
           perform write-amount-line.
           move "   Depositors with estate holds" to ws-line-label.
           move ws-estate-count to print-count.
           perform write-count-line.
           move "   Estate-held balance" to ws-line-label.
           move ws-estate-total to ws-line-amount.
           perform write-amount-line.
           move "   Accounts excluded" to ws-line-label.
           move ws-excluded-accounts to print-count.
           perform write-count-line.
           move "   Excluded balance" to ws-line-label.
           move ws-excluded-total to ws-line-amount.
           perform write-amount-line.
           move "   Depositors without KYC document" to ws-line-label.
           move ws-kyc-missing-count to print-count.
           perform write-count-line.
           move "   Records written" to ws-line-label.
           move ws-record-count to print-count.
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
           move ws-report-line to scv-report-line.
           write scv-report-line
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-count   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to scv-report-line.
           write scv-report-line
           .
      *>----------------------------------------------------------------

       end program Deposit-Insurance-Batch.
