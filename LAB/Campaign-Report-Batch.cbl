      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Campaign response report for marketing. For every campaign
      *> in campaign.dat: its dates, segment, status, how many times
      *> the machines showed it, how many customers pressed
      *> "interested", the response rate, and how many of those
      *> leads the branches have worked. Then the open leads branch
      *> by branch - the follow-up list each branch works from.
      *> Writes campaign.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Campaign-Report-Batch.

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

       Select archivoReport assign to "campaign.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoCampaigns.
       copy "CAMPAIGN.cpy".

       FD archivoLeads.
       copy "LEAD.cpy".

       FD archivoReport.
       01 campaign-report-line   pic x(70).

       working-storage section.
       78 max-branch-entries     value 100.
       77 ws-today               pic 9(8).
       77 ws-worked-count        pic 9(7).
       77 ws-campaign-count      pic 9(5) value zero.
       77 ws-total-shown         pic 9(9) value zero.
       77 ws-total-interested    pic 9(9) value zero.
       77 ws-open-lead-count     pic 9(7) value zero.
       77 ws-rate                pic 9(3)v99.
       77 ws-branch-count        pic 9(3) value zero.
       77 b                      pic 9(3).
       77 ws-line-label          pic x(34).
       77 print-count            pic z(6)9.
       77 print-rate             pic zz9.99.
       77 print-offer            pic z(6)9.99.
       77 ws-report-line         pic x(70).
       01 ws-branch-table.
           05 ws-branch-entry occurs 100 times.
              10 br-bank-id       pic 9(3).
              10 br-branch-id     pic 9(3).
              10 br-open-count    pic 9(5).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-lead-end-switch     pic 9 value zero.
          88  ws-no-more-leads     value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open output archivoReport.
           perform write-report-heading.
           move zero to ws-at-end-switch.
           open input archivoCampaigns.
           perform report-campaign until ws-no-more-records.
           close archivoCampaigns.
           perform gather-branches.
           perform write-branch-leads.
           perform write-report-summary.
           close archivoReport.
           display "Campaign-Report-Batch: " ws-campaign-count
                   " campaigns, " ws-open-lead-count " open leads".
           stop run
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to campaign-report-line.
           write campaign-report-line.
           move spaces to ws-report-line.
           string " ATM campaign responses as at " ws-today
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to campaign-report-line.
           write campaign-report-line.
           move dash-line to campaign-report-line.
           write campaign-report-line.
           move spaces to ws-report-line.
           move "Id"         to ws-report-line (2:2).
           move "Campaign"   to ws-report-line (8:8).
           move "Seg"        to ws-report-line (29:3).
           move "Shown"      to ws-report-line (35:5).
           move "Intrst"     to ws-report-line (43:6).
           move "Rate%"      to ws-report-line (52:5).
           move "Worked"     to ws-report-line (59:6).
           move ws-report-line to campaign-report-line.
           write campaign-report-line
           .
      *>----------------------------------------------------------------

       report-campaign.
           read archivoCampaigns next record
               at end
                   set ws-no-more-records to true
               not at end
                   perform write-campaign-lines
           end-read
           .
      *>----------------------------------------------------------------

       write-campaign-lines.
           add 1 to ws-campaign-count.
           add campaign-shown-count    to ws-total-shown.
           add campaign-interest-count to ws-total-interested.
           perform count-worked-leads.
           move zero to ws-rate.
           if campaign-shown-count is greater than zero
               compute ws-rate rounded =
                   campaign-interest-count * 100 / campaign-shown-count
           end-if.
           move spaces to ws-report-line.
           move campaign-id      to ws-report-line (2:5).
           move campaign-name    to ws-report-line (8:20).
           move campaign-segment to ws-report-line (29:1).
           move campaign-offer-type to ws-report-line (30:1).
           move campaign-shown-count to print-count.
           move print-count      to ws-report-line (33:7).
           move campaign-interest-count to print-count.
           move print-count      to ws-report-line (42:7).
           move ws-rate          to print-rate.
           move print-rate       to ws-report-line (51:6).
           move ws-worked-count  to print-count.
           move print-count      to ws-report-line (58:7).
           move ws-report-line to campaign-report-line.
           write campaign-report-line.
           move spaces to ws-report-line.
           string "       " campaign-start-date " to "
                  campaign-end-date "  status " campaign-status
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to campaign-report-line.
           write campaign-report-line
           .
      *>----------------------------------------------------------------

       count-worked-leads.
           move zero to ws-worked-count.
           move zero to ws-lead-end-switch.
           move campaign-id to lead-campaign-id.
           move zero to lead-customer-id.
           open input archivoLeads.
           start archivoLeads key is not less than lead-key
               invalid key
                   set ws-no-more-leads to true
           end-start.
           perform count-one-lead until ws-no-more-leads.
           close archivoLeads
           .
      *>----------------------------------------------------------------

       count-one-lead.
           read archivoLeads next record
               at end
                   set ws-no-more-leads to true
               not at end
                   if lead-campaign-id is not equal to campaign-id
                       set ws-no-more-leads to true
                   else
                       if lead-is-worked
                           add 1 to ws-worked-count
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       gather-branches.
           move zero to ws-at-end-switch.
           open input archivoLeads.
           perform take-lead-branch until ws-no-more-records.
           close archivoLeads
           .
      *>----------------------------------------------------------------

       take-lead-branch.
           read archivoLeads next record
               at end
                   set ws-no-more-records to true
               not at end
                   if lead-is-open
                       add 1 to ws-open-lead-count
                       perform find-branch
                       if ws-entry-found
                           add 1 to br-open-count (b)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       find-branch.
           move zero to ws-found-switch.
           move 1 to b.
           perform match-branch
               until b is greater than ws-branch-count
                  or ws-entry-found.
           if not ws-entry-found
               if ws-branch-count is less than max-branch-entries
                   add 1 to ws-branch-count
                   move ws-branch-count to b
                   move lead-bank-id   to br-bank-id (b)
                   move lead-branch-id to br-branch-id (b)
                   move zero to br-open-count (b)
                   set ws-entry-found to true
               else
                   display "Campaign-Report-Batch: branch table full"
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-branch.
           if br-bank-id (b) is equal to lead-bank-id
           and br-branch-id (b) is equal to lead-branch-id
               set ws-entry-found to true
           else
               add 1 to b
           end-if
           .
      *>----------------------------------------------------------------

       write-branch-leads.
           move spaces to campaign-report-line.
           write campaign-report-line.
           move dash-line to campaign-report-line.
           write campaign-report-line.
           move " Open leads by branch" to campaign-report-line.
           write campaign-report-line.
           move dash-line to campaign-report-line.
           write campaign-report-line.
           move 1 to b.
           perform write-one-branch until b > ws-branch-count
           .
      *>----------------------------------------------------------------

       write-one-branch.
           move br-open-count (b) to print-count.
           move spaces to ws-report-line.
           string " Bank " br-bank-id " branch " br-branch-id
                  "  open leads " print-count
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to campaign-report-line.
           write campaign-report-line.
           move zero to ws-at-end-switch.
           open input archivoLeads.
           perform list-branch-lead until ws-no-more-records.
           close archivoLeads.
           add 1 to b
           .
      *>----------------------------------------------------------------

       list-branch-lead.
           read archivoLeads next record
               at end
                   set ws-no-more-records to true
               not at end
                   if lead-is-open
                   and lead-bank-id is equal to br-bank-id (b)
                   and lead-branch-id is equal to br-branch-id (b)
                       move lead-offer-amount to print-offer
                       move spaces to ws-report-line
                       string "    Cust " lead-customer-id
                              " acct " lead-account-no
                              " camp " lead-campaign-id
                              " " lead-date " " lead-offer-type
                              " " print-offer
                              delimited by size
                              into ws-report-line
                       end-string
                       move ws-report-line to campaign-report-line
                       write campaign-report-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-report-summary.
           move spaces to campaign-report-line.
           write campaign-report-line.
           move dash-line to campaign-report-line.
           write campaign-report-line.
           move "Campaigns" to ws-line-label.
           move ws-campaign-count to print-count.
           perform write-count-line.
           move "Times shown" to ws-line-label.
           move ws-total-shown to print-count.
           perform write-count-line.
           move "Customers interested" to ws-line-label.
           move ws-total-interested to print-count.
           perform write-count-line.
           move zero to ws-rate.
           if ws-total-shown is greater than zero
               compute ws-rate rounded =
                   ws-total-interested * 100 / ws-total-shown
           end-if.
           move ws-rate to print-rate.
           move spaces to ws-report-line.
           string " Overall response rate %           " print-rate
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to campaign-report-line.
           write campaign-report-line.
           move "Leads still open" to ws-line-label.
           move ws-open-lead-count to print-count.
           perform write-count-line
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string " " ws-line-label " " print-count
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to campaign-report-line.
           write campaign-report-line
           .
      *>----------------------------------------------------------------

       end program Campaign-Report-Batch.
