          88  payee-name-found       value 1.
       77 payeeAnswer              pic x(1).
          88  payee-confirmed        value "Y" "y".
       01 knownPayeeBool           pic 9.
          88  payee-limit-passed     value 1.
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==cardControls==
                                    leading ==ctl-== by ==card-ctl-==.
       77 incidentAccount         pic 9(7).
       77 incidentAmount          pic s9(7)v99.
       78 max-failed-attempts value 3.
       77 mixPaidAmount           pic 9(7).
       77 mixPaidAmountDec        pic s9(7)v99.
       77 countedTotal            pic s9(7)v99.
       77 suspectAccount          pic 9(7).
       77 suspectCount            pic 9(2).
       77 suspectIndex            pic 9(2).
       77 suspectDenom            pic 9(3).
       77 suspectSerial           pic x(12).
       77 suspectSource           pic x(1) value "M".
       77 suspectStaffId          pic 9(5) value zero.
       77 suspectNoteSeq          pic 9(9).
       01 depositMatchBool        pic 9.
          88  deposit-matched       value 1.
          88  deposit-mismatched    value zero.
       77 splitOwnBalance         pic s9(9)v99.
       01 splitOwnBool            pic 9.
          88  split-own-captured     value 1.
       77 campaignId              pic 9(5).
       77 campaignText            pic x(40).
       77 campaignOfferAmount     pic s9(7)v99.
       77 printCampaignOffer      pic z(6)9.99.
       77 campaignAnswer          pic x(1).
          88  campaign-interested    value "1".
       01 campaignBool            pic 9.
          88  campaign-to-show       value 1.
       77 maintNowDate            pic 9(8).
       77 maintNowClock           pic 9(8).
       77 maintNowTime            pic 9(4).
       77 maintReason             pic x(20).
       77 maintEndDate            pic 9(8).
       77 maintEndTime            pic 9(4).
       01 maintBool               pic 9.
          88  atm-in-maintenance     value 1.
       01 menuObject            object reference.
       01 accountObject         object reference.
       01 debitCardObject       object reference.
           Call "Recycler-Mode" using
                                  by content sessionAtmId
                                  by reference recyclerBool.
           perform check-maintenance-window.
           if atm-in-maintenance
               perform show-out-of-service
               go to start-atm-session
           end-if.
           perform menu-identification.
           perform load-access-profile.
           perform load-card-controls.
           perform getAccountNo.
           perform show-campaign.
           perform offer-fast-cash.
           perform menu-transactions.
           go to start-atm-session
           .
      *>----------------------------------------------------------------
      *> A machine booked out for planned maintenance - an engineer
      *> visit, a branch holiday - refuses sessions for the whole
      *> window rather than failing half-way through one, and tells
      *> the customer, in their own language, when it is back.

       check-maintenance-window.
           accept maintNowDate from date yyyymmdd.
           accept maintNowClock from time.
           move maintNowClock (1:4) to maintNowTime.
           move zero to maintBool.
           Call "ATM-Maint-Check" using
                                  by content sessionAtmId
                                             maintNowDate
                                             maintNowTime
                                             maintNowDate
                                             maintNowTime
                                  by reference maintBool
                                               maintReason
                                               maintEndDate
                                               maintEndTime
           .
      *>----------------------------------------------------------------

       show-out-of-service.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    LANGUAGE (EN/FR/ES) ? : " no advancing
           Accept  langCode
           invoke  menuObject "set-language" using langCode
           invoke  menuObject "out-of-service" using maintEndDate
                                                    maintEndTime
           stop " "
           .
      *>----------------------------------------------------------------
      *> The signed-in customer's accessibility preferences shape
      *> the whole session: large print brings the simplified menu
      *> and the patient timeout, and a registered fast-cash amount
           end-if
           .
      *>----------------------------------------------------------------
      *> What the cardholder has switched off for themselves through
      *> "My card controls" - read once at sign-in and again after
      *> they change anything.

       load-card-controls.
           Call "Card-Control-Lookup" using
                                  by content customerID
                                  by reference cardControls
           .
      *>----------------------------------------------------------------

      *> One marketing message, at most, between sign-in and the
      *> menu - only for a customer who agreed to see them here,
      *> and never one they have already answered.

       show-campaign.
           move zero to campaignBool.
           Call "Campaign-Pick" using
                                  by content customerID
                                             accountNumber
                                             langCode
                                  by reference campaignId
                                               campaignText
                                               campaignOfferAmount
                                               campaignBool.
           if campaign-to-show
               display space
               display "    " campaignText
               if campaignOfferAmount is greater than zero
                   move campaignOfferAmount to printCampaignOffer
                   display "    Pre-approved up to $"
                           printCampaignOffer
               end-if
               display "    1 = I am interested  "
                       "other = continue : " no advancing
               move space to campaignAnswer
               accept campaignAnswer
               if campaign-interested
                   Call "Campaign-Respond" using
                                  by content campaignId
                                             customerID
                                             accountNumber
                                             sessionAtmId
                                             campaignOfferAmount
                   display space
                   display "    Thank you - your branch will"
                           " be in touch"
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       offer-fast-cash.
           if fastCashAmount is greater than zero
                 when 9 display space perform menu-cheque-book
                 when 10 display space perform menu-donation
                 when 11 display space perform menu-alerts
                 when 12 display space perform menu-card-controls
                 when 13 display space perform menu-airtime-topup
                 when 0 perform stop run
                 when other perform menu-transactions
               end-evaluate

       online-withdraw.
           perform performWithdrawTransaction.
           if mix-exists and withdrawCurrency not equal spaces
           and card-ctl-fx-off
               display space
               display "    You have switched foreign currency"
               display "    cash off for this card"
               move zero to noteMixBool
           end-if.
           if mix-not-exists
               continue
           else
               when 2
                   perform menu-deposit-cheque
               when 3
                   if card-ctl-third-off
                       display space
                       display "    You have switched deposits to"
                               " other accounts off"
                       perform menu-transactions
                   else
                       perform menu-deposit-third
                   end-if
               when other
                   perform menu-deposit-cash
           end-evaluate
                   invoke menuObject "choice-menu"
                   perform performTransaction
                   move amountMoney to amountMoneyDec
                   move accountTransfer to suspectAccount
                   perform count-deposit-cash
                   if countedTotal not equal amountMoneyDec
                       Call "Deposit-Exception" using
       menu-deposit-cash.
           perform performTransaction.
           move amountMoney to amountMoneyDec.
           move accountNumber to suspectAccount.
           perform count-deposit-cash.
           if countedTotal is equal to amountMoneyDec
               set deposit-matched to true
                                               denomList.
           move 1 to denomIndex.
           perform prompt-denom-count
               until denomIndex is greater than denomCount.
           perform take-suspect-notes
           .
      *>----------------------------------------------------------------

                    denomAmount (denomIndex)).
           add 1 to denomIndex
           .
      *>----------------------------------------------------------------
      *> Notes the acceptor rejected as suspect are kept, not counted:
      *> each goes on the suspect note register against the deposit's
      *> account, which also tells the customer it was retained.

       take-suspect-notes.
           display "    Suspect notes retained ? : " no advancing.
           move zero to suspectCount.
           accept suspectCount.
           move 1 to suspectIndex.
           perform record-suspect-note
               until suspectIndex is greater than suspectCount
           .
      *>----------------------------------------------------------------

       record-suspect-note.
           display "    Suspect note value ? : " no advancing.
           accept suspectDenom.
           display "    Suspect note serial ? : " no advancing.
           accept suspectSerial.
           Call "Suspect-Note-Post" using
                                  by content suspectSource
                                             suspectDenom
                                             suspectSerial
                                             sessionAtmId
                                             suspectStaffId
                                             suspectAccount
                                  by reference suspectNoteSeq.
           add 1 to suspectIndex
           .

      *> A real envelope holds several cheques from different banks
      *> that clear on different days: each one is itemized here as a
               perform performTransaction
               move amountMoney to amountMoneyDec
               perform checkSignerMandate
               if mandateVerdict is equal to "A"
                   perform checkFirstTimePayee
               end-if
               if mandateVerdict not equal "A"
               or not payee-limit-passed
                   perform menu-transactions
               else
      *> A currency mismatch between the two accounts is quoted on
           end-if
           .
      *>----------------------------------------------------------------
      *> A destination this account has never paid (or paid only
      *> inside the holding period) takes the lower first-time-payee
      *> limit - confirming the masked name does not stop a customer
      *> who has been talked into paying a scammer.

       checkFirstTimePayee.
           move zero to knownPayeeBool.
           Call "Known-Payee-Check" using
                                  by content accountNumber
                                             accountTransfer
                                             destRoutingCode
                                             amountMoneyDec
                                  by reference knownPayeeBool.
           if not payee-limit-passed
               display space
               display "    First payment to this payee - the"
               display "    amount is over the new-payee limit"
           end-if
           .
      *>----------------------------------------------------------------

       quoteCrossCurrency.
           move "Y" to fxQuoteAnswer.
                                             customerID.
           perform menu-transactions
           .
      *>----------------------------12----------------------------------

      *> A card the customer has just frozen ends the session - the
      *> next sign-in is where it is lifted again.

       menu-card-controls.
           display erase-screen.
           invoke  menuObject "ATM-title".
           Call "Card-Controls" using by content customerID.
           perform load-card-controls.
           if card-ctl-card-frozen
               display space
               display "    Please take your card"
               go to start-atm-session
           end-if.
           perform menu-transactions
           .
      *>----------------------------13----------------------------------
      *> Prepaid airtime lives in Airtime-Topup the way bill payment
      *> lives in Bill-Payment - operator, phone number, denomination
      *> and the "MT" debit - and hands back the denomination chosen
      *> so the receipt shows it beside the confirmation code.

       menu-airtime-topup.
           display erase-screen.
           invoke  menuObject "ATM-title".
           move zero to bool.
           Call "Airtime-Topup" using
                                  by content accountNumber
                                             sessionAtmId
                                  by reference bool
                                               resultingBalance
                                               amountMoneyDec.
           if exist
               move "MT" to transactionTypeCode
               perform ask-print-receipt
               perform menu-query
           else
               perform menu-transactions
           end-if
           .
      *>----------------------------------------------------------------
      *> Receipt for a deposit into somebody ELSE's account - cut
      *> against the credited account, so the depositor leaves with
