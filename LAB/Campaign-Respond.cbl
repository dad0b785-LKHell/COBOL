      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Records a customer's "interested" press on the campaign the
      *> machine showed them: a lead in lead.dat for the branch that
      *> holds the account (acctdom.dat, else the bank and branch
      *> ATM-Config reports for this site) to follow up, carrying
      *> the offer type and any pre-approved amount, and one more
      *> response on the campaign's count. A customer already on the
      *> campaign's lead list is not listed twice.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Campaign-Respond.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoCampaigns assign to "campaign.dat"
           organization is indexed
           access is dynamic
           record key is campaign-id.

       Select optional archivoLeads assign to "lead.dat"
           organization is indexed
           access is dynamic
           record key is lead-key.

       Select optional archivoDomicile assign to "acctdom.dat"
           organization is indexed
           access is dynamic
           record key is adom-account-no.

       Data Division.

       File Section.
       FD archivoCampaigns.
       copy "CAMPAIGN.cpy".

       FD archivoLeads.
       copy "LEAD.cpy".

       FD archivoDomicile.
       copy "ACCTDOM.cpy".

       working-storage section.
       77 ws-site-atm-id         pic 9(3).
       77 ws-site-bank-id        pic 9(3).
       77 ws-site-branch-id      pic 9(3).
       77 ws-offer-type          pic x(1).
       01 ws-lead-switch         pic 9 value zero.
          88  ws-lead-written      value 1.

       Linkage Section.
         77 ls-campaign-id       pic 9(5).
         77 ls-customer-id       pic 9(5).
         77 ls-account-no        pic 9(7).
         77 ls-atm-id            pic 9(3).
         77 ls-offer-amount      pic s9(7)v99.

      *>----------------------------------------------------------------
       Procedure division using ls-campaign-id
                                ls-customer-id
                                ls-account-no
                                ls-atm-id
                                ls-offer-amount.

       main-procedure.
           move space to ws-offer-type.
           move zero to ws-lead-switch.
           open i-o archivoCampaigns.
           move ls-campaign-id to campaign-id.
           read archivoCampaigns record key is campaign-id
               invalid key
                   continue
               not invalid key
                   move campaign-offer-type to ws-offer-type
           end-read.
           perform write-lead.
           if ws-lead-written
               move ls-campaign-id to campaign-id
               read archivoCampaigns record key is campaign-id
                   invalid key
                       continue
                   not invalid key
                       add 1 to campaign-interest-count
                       rewrite campaign-record
               end-read
           end-if.
           close archivoCampaigns.
           exit program
           .
      *>----------------------------------------------------------------

       write-lead.
           call "ATM-Config" using by reference ws-site-atm-id
                                                ws-site-bank-id
                                                ws-site-branch-id.
           move ls-campaign-id  to lead-campaign-id.
           move ls-customer-id  to lead-customer-id.
           move ls-account-no   to lead-account-no.
           move ls-atm-id       to lead-atm-id.
           move ws-site-bank-id   to lead-bank-id.
           move ws-site-branch-id to lead-branch-id.
           move ls-account-no to adom-account-no.
           open input archivoDomicile.
           read archivoDomicile record key is adom-account-no
               invalid key
                   continue
               not invalid key
                   move adom-bank-id   to lead-bank-id
                   move adom-branch-id to lead-branch-id
           end-read.
           close archivoDomicile.
           accept lead-date from date yyyymmdd.
           move ws-offer-type   to lead-offer-type.
           move ls-offer-amount to lead-offer-amount.
           set lead-is-open to true.
           open i-o archivoLeads.
           write lead-record
               invalid key
                   continue
               not invalid key
                   set ws-lead-written to true
           end-write.
           close archivoLeads
           .
      *>----------------------------------------------------------------

       end program Campaign-Respond.
