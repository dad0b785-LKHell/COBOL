      *>----------------------------------------------------------------
      *>  ATM Project - Customer complaint record layout
      *>  One record per general complaint a customer raises - the
      *>  ones that are not about a single journal entry and so have
      *>  no place on dispute.dat: staff conduct, a machine out of
      *>  cash for days, a notice sent to a deceased customer, a
      *>  wrong fee. Keyed and worked at Complaint-Workbench, which
      *>  stamps the acknowledgment and final-response deadlines on
      *>  the bank calendar when the complaint is taken;
      *>  Complaint-Report-Batch counts them by category, ATM, branch
      *>  and root cause each month and lists every breach of the
      *>  response clock.
      *>----------------------------------------------------------------
       01 complaint-record.
           05 cmp-seq-no           pic 9(9).
           05 cmp-customer-id      pic 9(5).
           05 cmp-category         pic x(2).
              88  cmp-staff-conduct     value "SC".
              88  cmp-cash-availability value "CA".
              88  cmp-notification      value "NT".
              88  cmp-fees-charges      value "FE".
              88  cmp-card-service      value "CD".
              88  cmp-account-service   value "AS".
              88  cmp-other             value "OT".
              88  cmp-category-valid    value "SC" "CA" "NT" "FE"
                                              "CD" "AS" "OT".
           05 cmp-channel          pic x(1).
              88  cmp-via-atm           value "A".
              88  cmp-via-teller        value "T".
              88  cmp-via-agent         value "G".
              88  cmp-via-notification  value "N".
              88  cmp-channel-valid     value "A" "T" "G" "N".
           05 cmp-atm-id           pic 9(3).
           05 cmp-staff-involved   pic 9(5).
           05 cmp-branch-id        pic 9(3).
           05 cmp-description      pic x(40).
           05 cmp-status           pic x(1).
              88  cmp-is-open           value "O".
              88  cmp-is-acknowledged   value "A".
              88  cmp-is-resolved       value "R".
           05 cmp-open-date        pic 9(8).
           05 cmp-keyed-by         pic 9(5).
           05 cmp-ack-due-date     pic 9(8).
           05 cmp-ack-date         pic 9(8).
           05 cmp-final-due-date   pic 9(8).
           05 cmp-resolved-date    pic 9(8).
           05 cmp-resolved-by      pic 9(5).
           05 cmp-outcome          pic x(1).
              88  cmp-upheld            value "U".
              88  cmp-partly-upheld     value "P".
              88  cmp-not-upheld        value "N".
           05 cmp-root-cause       pic x(2).
              88  cmp-cause-process     value "PR".
              88  cmp-cause-system      value "SY".
              88  cmp-cause-people      value "PE".
              88  cmp-cause-third-party value "TP".
              88  cmp-cause-customer    value "CU".
              88  cmp-cause-no-fault    value "NF".
              88  cmp-cause-valid       value "PR" "SY" "PE" "TP"
                                              "CU" "NF".
           05 cmp-resolution       pic x(40).
           05 cmp-goodwill-acct    pic 9(7).
           05 cmp-goodwill-amount  pic s9(7)v99.
           05 filler               pic x(8).
