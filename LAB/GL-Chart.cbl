      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The bank's chart of GL account pairs: for one transaction
      *> type, the account its debit line books to and the account
      *> its credit line books to. The built-in chart below is
      *> overridable row by row from the optional glchart.cfg table,
      *> the same way Fee-Schedule's rows override nothing-configured
      *> defaults. GL-Post books every posting through it, and the
      *> posting batches' simulation previews total their GL codes
      *> through it, so a preview and the real run can never
      *> disagree on where the money lands.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. GL-Chart.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoChartCfg assign to "glchart.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoChartCfg.
       01 chart-config-record.
           05 chart-txn-type       pic x(2).
           05 chart-debit-acct     pic x(4).
           05 chart-credit-acct    pic x(4).

       working-storage section.
       78 gl-cash-account          value "1000".
       78 gl-deposits-account      value "2000".
       78 gl-clearing-account      value "2500".
       78 gl-due-to-banks-account  value "2600".
       78 gl-tax-payable-account   value "2300".
       78 gl-escheat-liab-account  value "2700".
       78 gl-fx-position-account   value "1400".
       78 gl-fx-gain-account       value "4200".
       78 gl-fx-loss-account       value "5200".
       78 gl-fee-income-account    value "4100".
       78 gl-od-interest-account   value "4300".
       78 gl-loans-recv-account    value "1200".
       78 gl-term-deposit-account  value "2100".
       78 gl-garnish-payable-account value "2400".
       78 gl-due-from-networks-account value "1300".
       78 gl-teller-diff-account  value "5300".
       78 gl-vat-payable-account  value "2350".
       78 gl-loan-int-income-account value "4400".
       78 gl-interest-exp-account  value "5100".
       78 gl-goodwill-exp-account  value "5400".
       78 gl-loan-provision-account value "1250".
       78 gl-provision-exp-account value "5500".
       78 gl-recovery-income-account value "4500".
       78 gl-due-to-networks-account value "2650".
       78 gl-network-suspense-account value "1350".
       78 gl-drafts-payable-account value "2800".
       77 ws-debit-acct            pic x(4).
       77 ws-credit-acct           pic x(4).
       01 ws-cfg-switch            pic 9 value zero.
          88  ws-cfg-eof             value 1.

       Linkage Section.
         77 ls-txn-type             pic x(2).
         77 ls-debit-acct           pic x(4).
         77 ls-credit-acct          pic x(4).

      *>----------------------------------------------------------------
       Procedure division using ls-txn-type
                                ls-debit-acct
                                ls-credit-acct.

       main-procedure.
           perform pick-default-accounts.
           perform load-chart-override.
           move ws-debit-acct  to ls-debit-acct.
           move ws-credit-acct to ls-credit-acct.
           exit program
           .
      *>----------------------------------------------------------------

      *> The built-in chart. Deposits and withdrawals move cash
      *> against customer deposits exactly as before; transfers move
      *> deposits against the settlement clearing account (a local
      *> transfer's two legs net the clearing account back to zero,
      *> an interbank leg leaves the day's net position in it); fees
      *> book to fee income, interest to interest expense, and an
      *> outbound settlement ("ST", posted by Settlement-Post) rolls
      *> the cleared amount on to what we owe the counterparty bank.
      *> A complaint goodwill credit ("GW") is charged to its own
      *> expense line so the cost of complaints can be seen.
      *> Loan losses: the month-end provision charge ("PV") and
      *> release ("PR") move the provision held against loans
      *> receivable; a write-off takes the loan out of receivables
      *> against that provision ("WF") and any shortfall straight to
      *> the provision expense ("WL"); money later recovered on a
      *> written-off loan ("LR") is income on its own line.
      *> Our own cardholders' withdrawals at other banks' machines
      *> ("NW") are owed to the card network until settlement; one
      *> that cannot be debited to the cardholder ("NS") is still
      *> owed, and sits in network suspense until it is worked -
      *> when it finally is debited the duplicate liability is taken
      *> back off against that suspense ("NC").
      *> A demand draft the counter issues ("DI") is the bank's own
      *> promise to pay, so the purchaser's money waits in drafts
      *> payable until the draft is presented through clearing
      *> ("DQ"), cancelled back to the purchaser ("DX") or handed
      *> over as unclaimed property ("DE").
      *> A cheque cashed at the counter for a walk-in payee ("CE")
      *> leaves the drawer's deposits as till cash, like a withdrawal.
      *> An incoming international wire ("IW") reverses an outbound
      *> one: the correspondent's balance with us pays the deposit.
      *> A prepaid airtime top-up ("MT") waits in clearing for the
      *> operator's nightly settlement, like a bill payment; a
      *> top-up the operator could not apply comes back out of
      *> clearing to the customer ("MR").
      *> Loan interest taken for a settlement that then fails comes
      *> back out of interest income to the customer ("LY").

       pick-default-accounts.
           evaluate ls-txn-type
               when "DP"
                   move gl-cash-account         to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "WD"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-cash-account         to ws-credit-acct
               when "TO"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "TI"
                   move gl-clearing-account     to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "IN"
                   move gl-interest-exp-account to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "FE"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-fee-income-account   to ws-credit-acct
               when "WT"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-tax-payable-account  to ws-credit-acct
               when "OD"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-od-interest-account  to ws-credit-acct
               when "XS"
                   move gl-clearing-account     to ws-debit-acct
                   move gl-fx-gain-account      to ws-credit-acct
               when "VT"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-vat-payable-account  to ws-credit-acct
               when "SI"
                   move gl-clearing-account     to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "WO"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-due-to-banks-account to ws-credit-acct
               when "CD"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "AQ"
                   move gl-due-from-networks-account
                                                to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "AP"
                   move gl-clearing-account     to ws-debit-acct
                   move gl-due-from-networks-account
                                                to ws-credit-acct
               when "GS"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-garnish-payable-account
                                                to ws-credit-acct
               when "GR"
                   move gl-garnish-payable-account
                                                to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "IC"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "DD"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "PY"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "SA"
                   move gl-clearing-account     to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "BP"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "TD"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-term-deposit-account to ws-credit-acct
               when "TM"
                   move gl-term-deposit-account to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "LD"
                   move gl-loans-recv-account   to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "LP"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-loans-recv-account   to ws-credit-acct
               when "LI"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-loan-int-income-account
                                                to ws-credit-acct
               when "LY"
                   move gl-loan-int-income-account
                                                to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "ES"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-escheat-liab-account to ws-credit-acct
               when "ST"
                   move gl-clearing-account     to ws-debit-acct
                   move gl-due-to-banks-account to ws-credit-acct
               when "SN"
                   move gl-due-to-banks-account to ws-debit-acct
                   move gl-cash-account         to ws-credit-acct
               when "OV"
                   move gl-cash-account         to ws-debit-acct
                   move gl-teller-diff-account  to ws-credit-acct
               when "OS"
                   move gl-teller-diff-account  to ws-debit-acct
                   move gl-cash-account         to ws-credit-acct
               when "FB"
                   move gl-fx-position-account  to ws-debit-acct
                   move gl-cash-account         to ws-credit-acct
               when "FS"
                   move gl-cash-account         to ws-debit-acct
                   move gl-fx-position-account  to ws-credit-acct
               when "FG"
                   move gl-fx-position-account  to ws-debit-acct
                   move gl-fx-gain-account      to ws-credit-acct
               when "FL"
                   move gl-fx-loss-account      to ws-debit-acct
                   move gl-fx-position-account  to ws-credit-acct
               when "RV"
                   move gl-cash-account         to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "CH"
                   move gl-cash-account         to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "GW"
                   move gl-goodwill-exp-account to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "PV"
                   move gl-provision-exp-account
                                                to ws-debit-acct
                   move gl-loan-provision-account
                                                to ws-credit-acct
               when "PR"
                   move gl-loan-provision-account
                                                to ws-debit-acct
                   move gl-provision-exp-account
                                                to ws-credit-acct
               when "WF"
                   move gl-loan-provision-account
                                                to ws-debit-acct
                   move gl-loans-recv-account   to ws-credit-acct
               when "WL"
                   move gl-provision-exp-account
                                                to ws-debit-acct
                   move gl-loans-recv-account   to ws-credit-acct
               when "LR"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-recovery-income-account
                                                to ws-credit-acct
               when "NW"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-due-to-networks-account
                                                to ws-credit-acct
               when "NS"
                   move gl-network-suspense-account
                                                to ws-debit-acct
                   move gl-due-to-networks-account
                                                to ws-credit-acct
               when "NC"
                   move gl-due-to-networks-account
                                                to ws-debit-acct
                   move gl-network-suspense-account
                                                to ws-credit-acct
               when "CE"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-cash-account         to ws-credit-acct
               when "IW"
                   move gl-due-to-banks-account to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "DI"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-drafts-payable-account
                                                to ws-credit-acct
               when "DX"
                   move gl-drafts-payable-account
                                                to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when "DQ"
                   move gl-drafts-payable-account
                                                to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "DE"
                   move gl-drafts-payable-account
                                                to ws-debit-acct
                   move gl-escheat-liab-account to ws-credit-acct
               when "MT"
                   move gl-deposits-account     to ws-debit-acct
                   move gl-clearing-account     to ws-credit-acct
               when "MR"
                   move gl-clearing-account     to ws-debit-acct
                   move gl-deposits-account     to ws-credit-acct
               when other
                   move gl-deposits-account     to ws-debit-acct
                   move gl-cash-account         to ws-credit-acct
           end-evaluate
           .
      *>----------------------------------------------------------------

       load-chart-override.
           move zero to ws-cfg-switch.
           open input archivoChartCfg
               perform scan-chart-row until ws-cfg-eof
           close archivoChartCfg
           .
      *>----------------------------------------------------------------

       scan-chart-row.
           read archivoChartCfg
               at end
                   set ws-cfg-eof to true
               not at end
                   if chart-txn-type is equal to ls-txn-type
                       move chart-debit-acct  to ws-debit-acct
                       move chart-credit-acct to ws-credit-acct
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       end program GL-Chart.
