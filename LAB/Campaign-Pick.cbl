      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Picks the one campaign message the machine shows a customer
      *> after sign-in, if any. Nothing is shown unless the customer
      *> has consented to marketing on the machine's screen
      *> (Consent-Check, channel "A"). Otherwise the first active
      *> campaign in campaign.dat whose dates cover today, whose
      *> segment the customer falls in, and which the customer has
      *> not already answered (lead.dat) is chosen. The segment is
      *> judged from the account in use (product and balance band),
      *> from the customer's offer.dat profile (salary credits, no
      *> loan held, pre-approved offers) and from youth.dat/kyc.dat
      *> (a minor turning 18 within youth-window-days, or converted
      *> within the same days past). The text comes back in the
      *> session's language through Language-Text, with the
      *> pre-approved amount behind an offer campaign, and the
      *> showing is counted on the campaign.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Campaign-Pick.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoCampaigns assign to "campaign.dat"
           organization is indexed
           access is dynamic
           record key is campaign-id.

       Select optional archivoOffers assign to "offer.dat"
           organization is indexed
           access is dynamic
           record key is offer-customer-id.

       Select optional archivoLeads assign to "lead.dat"
           organization is indexed
           access is dynamic
           record key is lead-key.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no.

       Select optional archivoYouth assign to "youth.dat"
           organization is indexed
           access is dynamic
           record key is youth-customer-id.

       Select optional archivoKyc assign to "kyc.dat"
           organization is indexed
           access is dynamic
           record key is kyc-customer-id.

       Data Division.

       File Section.
       FD archivoCampaigns.
       copy "CAMPAIGN.cpy".

       FD archivoOffers.
       copy "OFFER.cpy".

       FD archivoLeads.
       copy "LEAD.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoYouth.
       copy "YOUTH.cpy".

       FD archivoKyc.
       copy "KYCREC.cpy".

       working-storage section.
       78 youth-window-days      value 90.
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-eighteenth          pic 9(8).
       77 ws-account-type        pic 9.
       77 ws-account-balance     pic s9(9)v99.
       77 ws-offer-amount        pic s9(7)v99.
       77 ws-atm-screen          pic x(1) value "A".
       77 ws-campaign-id         pic 9(5).
       77 ws-text-key            pic x(20).
       77 ws-default-text        pic x(40).
       01 ws-consent-bool        pic 9 value zero.
          88  ws-consent-given     value 1.
       01 ws-offer-switch        pic 9 value zero.
          88  ws-offer-found       value 1.
       01 ws-youth-switch        pic 9 value zero.
          88  ws-youth-converting  value 1.
       01 ws-minor-switch        pic 9 value zero.
          88  ws-still-minor       value 1.
       01 ws-match-switch        pic 9 value zero.
          88  ws-segment-matches   value 1.
       01 ws-pick-switch         pic 9 value zero.
          88  ws-campaign-picked   value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-campaigns value 1.

       Linkage Section.
         77 ls-customer-id       pic 9(5).
         77 ls-account-no        pic 9(7).
         77 ls-lang-code         pic x(2).
         77 ls-campaign-id       pic 9(5).
         77 ls-text              pic x(40).
         77 ls-offer-amount      pic s9(7)v99.
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.

      *>----------------------------------------------------------------
       Procedure division using ls-customer-id
                                ls-account-no
                                ls-lang-code
                                ls-campaign-id
                                ls-text
                                ls-offer-amount
                                bool.

       main-procedure.
           set not-exist to true.
           move zero   to ls-campaign-id.
           move spaces to ls-text.
           move zero   to ls-offer-amount.
           move zero to ws-consent-bool.
           call "Consent-Check" using
                                  by content ls-customer-id
                                             ws-atm-screen
                                  by reference ws-consent-bool.
           if not ws-consent-given
               exit program
           end-if.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-account.
           perform load-offer.
           perform load-youth.
           perform choose-campaign.
           close archivoOffers.
           if ws-campaign-picked
               call "Language-Text" using
                                  by content ls-lang-code
                                             ws-text-key
                                             ws-default-text
                                  by reference ls-text
               move ws-campaign-id  to ls-campaign-id
               move ws-offer-amount to ls-offer-amount
               set exist to true
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       load-account.
           move 9 to ws-account-type.
           move zero to ws-account-balance.
           move ls-account-no to account-no.
           open input archivoAccounts.
           read archivoAccounts record key is account-no
               invalid key
                   continue
               not invalid key
                   move account-type    to ws-account-type
                   move account-balance to ws-account-balance
           end-read.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

      *> offer.dat stays open while the campaigns are weighed - the
      *> profile read here is what the segments are judged on.

       load-offer.
           move zero to ws-offer-switch.
           move ls-customer-id to offer-customer-id.
           open input archivoOffers.
           read archivoOffers record key is offer-customer-id
               invalid key
                   continue
               not invalid key
                   set ws-offer-found to true
           end-read
           .
      *>----------------------------------------------------------------

      *> A 29 February birthday comes of age on 1 March in a year
      *> that has none.

       load-youth.
           move zero to ws-youth-switch ws-minor-switch.
           move ls-customer-id to youth-customer-id.
           open input archivoYouth.
           read archivoYouth record key is youth-customer-id
               invalid key
                   continue
               not invalid key
                   if youth-is-active
                       set ws-still-minor to true
                   end-if
                   if youth-is-converted
                   and youth-convert-date is greater than zero
                   and ws-today-days - youth-window-days
                       <= function integer-of-date (youth-convert-date)
                       set ws-youth-converting to true
                   end-if
           end-read.
           close archivoYouth.
           if ws-still-minor
               move ls-customer-id to kyc-customer-id
               open input archivoKyc
               read archivoKyc record key is kyc-customer-id
                   invalid key
                       continue
                   not invalid key
                       if kyc-birth-date is greater than zero
                           compute ws-eighteenth =
                                   kyc-birth-date + 180000
                           if ws-eighteenth (5:4) is equal to "0229"
                           and function integer-of-date
                                   (ws-eighteenth) is equal to zero
                               move "0301" to ws-eighteenth (5:4)
                           end-if
                           if function integer-of-date (ws-eighteenth)
                              - ws-today-days <= youth-window-days
                               set ws-youth-converting to true
                           end-if
                       end-if
               end-read
               close archivoKyc
           end-if
           .
      *>----------------------------------------------------------------

       choose-campaign.
           move zero to ws-pick-switch.
           move zero to ws-at-end-switch.
           open i-o archivoCampaigns.
           open input archivoLeads.
           perform weigh-campaign
               until ws-no-more-campaigns or ws-campaign-picked.
           close archivoCampaigns archivoLeads
           .
      *>----------------------------------------------------------------

       weigh-campaign.
           read archivoCampaigns next record
               at end
                   set ws-no-more-campaigns to true
               not at end
                   if campaign-is-active
                   and campaign-start-date is not greater than ws-today
                   and campaign-end-date is not less than ws-today
                       perform judge-segment
                       if ws-segment-matches
                           perform check-answered
                       end-if
                       if ws-segment-matches
                           set ws-campaign-picked to true
                           move campaign-id   to ws-campaign-id
                           move campaign-text-key to ws-text-key
                           move campaign-default-text
                             to ws-default-text
                           add 1 to campaign-shown-count
                           rewrite campaign-record
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       judge-segment.
           move zero to ws-match-switch.
           move zero to ws-offer-amount.
           evaluate true
               when campaign-for-everyone
                   set ws-segment-matches to true
               when campaign-for-product
                   if ws-account-type is equal to
                      campaign-account-type
                       set ws-segment-matches to true
                   end-if
               when campaign-for-balance-band
                   if ws-account-balance is not less than
                      campaign-band-low
                   and ws-account-balance is not greater than
                      campaign-band-high
                       set ws-segment-matches to true
                   end-if
               when campaign-for-salaried
                   if ws-offer-found and offer-is-salaried
                       set ws-segment-matches to true
                   end-if
               when campaign-for-no-loan
                   if ws-offer-found and not offer-holds-loan
                       set ws-segment-matches to true
                   end-if
               when campaign-for-youth
                   if ws-youth-converting
                       set ws-segment-matches to true
                   end-if
               when campaign-for-offer
                   perform judge-offer
           end-evaluate
           .
      *>----------------------------------------------------------------

       judge-offer.
           if ws-offer-found
           and offer-expiry-date is not less than ws-today
               if campaign-offers-loan
                   move offer-loan-amount to ws-offer-amount
               end-if
               if campaign-offers-deposit
                   move offer-deposit-amount to ws-offer-amount
               end-if
               if ws-offer-amount is greater than zero
                   set ws-segment-matches to true
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       check-answered.
           move campaign-id    to lead-campaign-id.
           move ls-customer-id to lead-customer-id.
           read archivoLeads record key is lead-key
               invalid key
                   continue
               not invalid key
                   move zero to ws-match-switch
           end-read
           .
      *>----------------------------------------------------------------

       end program Campaign-Pick.
