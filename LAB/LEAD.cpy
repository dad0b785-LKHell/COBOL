      *>----------------------------------------------------------------
      *>  ATM Project - Branch sales lead record layout
      *>  One record per customer who pressed "interested" on a
      *>  campaign at the machine, written by Campaign-Respond - one
      *>  per customer per campaign. Carries the account they were
      *>  using, the machine, the branch the account is domiciled
      *>  at (who follows it up) and any pre-approved amount behind
      *>  the offer. Campaign-Report-Batch lists the open leads by
      *>  branch; the branch marks them worked.
      *>----------------------------------------------------------------
       01 lead-record.
           05 lead-key.
              10 lead-campaign-id  pic 9(5).
              10 lead-customer-id  pic 9(5).
           05 lead-account-no      pic 9(7).
           05 lead-atm-id          pic 9(3).
           05 lead-bank-id         pic 9(3).
           05 lead-branch-id       pic 9(3).
           05 lead-date            pic 9(8).
           05 lead-offer-type      pic x(1).
           05 lead-offer-amount    pic s9(7)v99.
           05 lead-status          pic x(1).
              88  lead-is-open             value "O".
              88  lead-is-worked           value "W".
           05 filler               pic x(10).
