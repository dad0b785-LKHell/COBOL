      *>----------------------------------------------------------------
      *>  ATM Project - ATM screen campaign record layout
      *>  One record per marketing message marketing wants shown on
      *>  the machines after sign-in, maintained at Branch-Terminal
      *>  through Campaign-Maintain. The text itself lives in
      *>  lang.dat under campaign-text-key, one row per language,
      *>  with the English kept here as the fallback. The campaign
      *>  runs between its start and end dates to the segment it
      *>  names: holders of one product (account type), a balance
      *>  band, salary-credit customers, customers holding no loan,
      *>  minors about to turn 18 or just converted, or customers
      *>  Offer-Select-Batch has pre-approved for a loan ("L") or a
      *>  term deposit ("T"). Campaign-Pick counts each showing and
      *>  Campaign-Respond each "interested" press, for the response
      *>  rates on Campaign-Report-Batch.
      *>----------------------------------------------------------------
       01 campaign-record.
           05 campaign-id          pic 9(5).
           05 campaign-name        pic x(20).
           05 campaign-text-key    pic x(20).
           05 campaign-default-text pic x(40).
           05 campaign-start-date  pic 9(8).
           05 campaign-end-date    pic 9(8).
           05 campaign-segment     pic x(1).
              88  campaign-for-everyone     value "E".
              88  campaign-for-product      value "P".
              88  campaign-for-balance-band value "B".
              88  campaign-for-salaried     value "S".
              88  campaign-for-no-loan      value "N".
              88  campaign-for-youth        value "Y".
              88  campaign-for-offer        value "O".
           05 campaign-account-type pic 9.
           05 campaign-band-low    pic 9(9)v99.
           05 campaign-band-high   pic 9(9)v99.
           05 campaign-offer-type  pic x(1).
              88  campaign-offers-loan      value "L".
              88  campaign-offers-deposit   value "T".
           05 campaign-status      pic x(1).
              88  campaign-is-active        value "A".
              88  campaign-is-stopped       value "S".
           05 campaign-shown-count pic 9(7).
           05 campaign-interest-count pic 9(7).
           05 campaign-created-by  pic 9(5).
           05 filler               pic x(10).
