      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Marketing's tooling for the ATM screen campaigns, run from
      *> Branch-Terminal:
      *>   1 - list the campaigns with their dates, segment and how
      *>       often each has been shown and answered;
      *>   2 - add a campaign: name, dates, target segment, offer
      *>       type, and the message in each language the machines
      *>       speak - the English is kept on the campaign as the
      *>       fallback and every language is written to lang.dat
      *>       under the campaign's own text key, where Lang-Maintain
      *>       can correct it later;
      *>   3 - stop a campaign before its end date;
      *>   4 - list a branch's open leads and mark one worked.
      *> Additions and stops land on the audit trail under "CG",
      *> leads worked under "LW".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Campaign-Maintain.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoCampaigns assign to "campaign.dat"
           organization is indexed
           access is dynamic
           record key is campaign-id.

       Select optional archivoLangText assign to "lang.dat"
           organization is indexed
           access is dynamic
           record key is lang-key.

       Select optional archivoLeads assign to "lead.dat"
           organization is indexed
           access is dynamic
           record key is lead-key.

       Data Division.

       File Section.
       FD archivoCampaigns.
       copy "CAMPAIGN.cpy".

       FD archivoLangText.
       copy "LANGTXT.cpy".

       FD archivoLeads.
       copy "LEAD.cpy".

       working-storage section.
       77 ws-option              pic 9.
       77 ws-next-id             pic 9(5).
       77 ws-campaign-id         pic 9(5).
       77 ws-customer-id         pic 9(5).
       77 ws-branch-id           pic 9(3).
       77 ws-lang-slot           pic 9.
       77 ws-text                pic x(40).
       77 ws-band-low            pic 9(9).
       77 ws-band-high           pic 9(9).
       77 ws-audit-action        pic x(2).
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 print-amount           pic z(6)9.99.
       01 ws-lang-codes          pic x(6) value "ENFRES".
       01 ws-lang-table redefines ws-lang-codes.
           05 ws-lang-code occurs 3 times pic x(2).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-valid-switch        pic 9 value zero.
          88  ws-entry-valid       value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           display "    1 = List campaigns".
           display "    2 = Add a campaign".
           display "    3 = Stop a campaign".
           display "    4 = Branch leads".
           display "    Option ? : " no advancing.
           accept ws-option.
           evaluate ws-option
               when 1
                   perform list-campaigns
               when 2
                   perform add-campaign
               when 3
                   perform stop-campaign
               when 4
                   perform work-leads
               when other
                   display "    Unknown option"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       list-campaigns.
           move zero to ws-at-end-switch.
           move zero to ws-next-id.
           open input archivoCampaigns.
           perform list-one-campaign until ws-no-more-records.
           close archivoCampaigns
           .
      *>----------------------------------------------------------------

       list-one-campaign.
           read archivoCampaigns next record
               at end
                   set ws-no-more-records to true
               not at end
                   move campaign-id to ws-next-id
                   display "    " campaign-id " " campaign-name
                           " " campaign-status
                           " " campaign-start-date
                           "-" campaign-end-date
                   display "          segment " campaign-segment
                           " offer " campaign-offer-type
                           " shown " campaign-shown-count
                           " interested " campaign-interest-count
           end-read
           .
      *>----------------------------------------------------------------

       add-campaign.
           move zero to ws-at-end-switch ws-next-id.
           open input archivoCampaigns.
           perform find-last-id until ws-no-more-records.
           close archivoCampaigns.
           add 1 to ws-next-id.
           initialize campaign-record.
           move ws-next-id to campaign-id.
           display "    Campaign name        ? : " no advancing.
           accept campaign-name.
           display "    Start date yyyymmdd  ? : " no advancing.
           accept campaign-start-date.
           display "    End date yyyymmdd    ? : " no advancing.
           accept campaign-end-date.
           if campaign-start-date is not numeric
           or campaign-end-date is not numeric
           or campaign-end-date is less than campaign-start-date
               display "    Dates not valid - not added"
               exit paragraph
           end-if.
           perform take-segment.
           if not ws-entry-valid
               display "    Segment not valid - not added"
               exit paragraph
           end-if.
           move spaces to campaign-text-key.
           string "CAMPAIGN-" campaign-id
                  delimited by size
                  into campaign-text-key
           end-string.
           move 1 to ws-lang-slot.
           perform take-language-text until ws-lang-slot > 3.
           if campaign-default-text is equal to spaces
               display "    No English text - not added"
               exit paragraph
           end-if.
           set campaign-is-active to true.
           move zero to campaign-shown-count campaign-interest-count.
           move ls-staff-id to campaign-created-by.
           open i-o archivoCampaigns.
           write campaign-record
               invalid key
                   display "Campaign-Maintain: write failed"
           end-write.
           close archivoCampaigns.
           move "CG" to ws-audit-action.
           move campaign-id to ws-audit-key.
           move spaces to ws-before-image.
           move spaces to ws-after-image.
           string "Added " campaign-name " seg " campaign-segment
                  delimited by size
                  into ws-after-image
           end-string.
           perform write-audit.
           display space.
           display "    Campaign " campaign-id " added"
           .
      *>----------------------------------------------------------------

       find-last-id.
           read archivoCampaigns next record
               at end
                   set ws-no-more-records to true
               not at end
                   move campaign-id to ws-next-id
           end-read
           .
      *>----------------------------------------------------------------

       take-segment.
           move zero to ws-valid-switch.
           display "    Segment E=everyone P=product B=balance band".
           display "            S=salary credit N=no loan".
           display "            Y=turning 18 O=pre-approved offer".
           display "    Segment ? : " no advancing.
           accept campaign-segment.
           move space to campaign-offer-type.
           evaluate true
               when campaign-for-everyone
               when campaign-for-salaried
               when campaign-for-no-loan
               when campaign-for-youth
                   set ws-entry-valid to true
               when campaign-for-product
                   display "    Account type ? : " no advancing
                   accept campaign-account-type
                   set ws-entry-valid to true
               when campaign-for-balance-band
                   display "    Balance from ? : " no advancing
                   accept ws-band-low
                   display "    Balance to   ? : " no advancing
                   accept ws-band-high
                   move ws-band-low  to campaign-band-low
                   move ws-band-high to campaign-band-high
                   if ws-band-high is not less than ws-band-low
                       set ws-entry-valid to true
                   end-if
               when campaign-for-offer
                   display "    Offer L=loan T=term deposit ? : "
                           no advancing
                   accept campaign-offer-type
                   if campaign-offers-loan or campaign-offers-deposit
                       set ws-entry-valid to true
                   end-if
           end-evaluate
           .
      *>----------------------------------------------------------------

       take-language-text.
           display "    Message in " ws-lang-code (ws-lang-slot)
                   " (blank = none) ? : " no advancing.
           move spaces to ws-text.
           accept ws-text.
           if ws-text not equal spaces
               if ws-lang-slot is equal to 1
                   move ws-text to campaign-default-text
               end-if
               move ws-lang-code (ws-lang-slot) to lang-code
               move campaign-text-key to lang-text-key
               open i-o archivoLangText
               read archivoLangText record key is lang-key
                   invalid key
                       move ws-text to lang-text-value
                       write lang-text-record
                           invalid key
                               display "Campaign-Maintain: "
                                       "text write failed"
                       end-write
                   not invalid key
                       move ws-text to lang-text-value
                       rewrite lang-text-record
               end-read
               close archivoLangText
           end-if.
           add 1 to ws-lang-slot
           .
      *>----------------------------------------------------------------

       stop-campaign.
           display "    Campaign id ? : " no advancing.
           accept ws-campaign-id.
           move ws-campaign-id to campaign-id.
           open i-o archivoCampaigns.
           read archivoCampaigns record key is campaign-id
               invalid key
                   display "    No such campaign"
               not invalid key
                   move spaces to ws-before-image ws-after-image
                   string "Status " campaign-status
                          delimited by size
                          into ws-before-image
                   end-string
                   set campaign-is-stopped to true
                   rewrite campaign-record
                   string "Stopped " campaign-name
                          delimited by size
                          into ws-after-image
                   end-string
                   move "CG" to ws-audit-action
                   move campaign-id to ws-audit-key
                   perform write-audit
                   display "    Campaign stopped"
           end-read.
           close archivoCampaigns
           .
      *>----------------------------------------------------------------

       work-leads.
           display "    Branch id ? : " no advancing.
           accept ws-branch-id.
           move zero to ws-at-end-switch.
           open input archivoLeads.
           perform list-one-lead until ws-no-more-records.
           close archivoLeads.
           display "    Mark worked - campaign id (0 = none) ? : "
                   no advancing.
           accept ws-campaign-id.
           if ws-campaign-id is equal to zero
               exit paragraph
           end-if.
           display "    Customer id ? : " no advancing.
           accept ws-customer-id.
           move ws-campaign-id to lead-campaign-id.
           move ws-customer-id to lead-customer-id.
           open i-o archivoLeads.
           read archivoLeads record key is lead-key
               invalid key
                   display "    No such lead"
               not invalid key
                   set lead-is-worked to true
                   rewrite lead-record
                   move "LW" to ws-audit-action
                   move ws-customer-id to ws-audit-key
                   move spaces to ws-before-image ws-after-image
                   string "Lead campaign " ws-campaign-id " worked"
                          delimited by size
                          into ws-after-image
                   end-string
                   perform write-audit
                   display "    Lead marked worked"
           end-read.
           close archivoLeads
           .
      *>----------------------------------------------------------------

       list-one-lead.
           read archivoLeads next record
               at end
                   set ws-no-more-records to true
               not at end
                   if lead-is-open
                   and lead-branch-id is equal to ws-branch-id
                       move lead-offer-amount to print-amount
                       display "    " lead-campaign-id " "
                               lead-customer-id " acct "
                               lead-account-no " " lead-date " "
                               lead-offer-type " " print-amount
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-audit.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program Campaign-Maintain.
