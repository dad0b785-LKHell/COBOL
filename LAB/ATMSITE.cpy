      *>----------------------------------------------------------------
      *>  ATM Project - ATM site cost register record layout
      *>  One record per machine in atmsite.dat, kept by a
      *>  supervisor through ATM-Site-Maintain at Branch-Terminal:
      *>  the site lease (landlord, start and end date - an end date
      *>  of zero is a rolling lease), the monthly rent, and the
      *>  rates the CIT company and the engineering contractor bill
      *>  per visit. The haulage charge is what the CIT company takes
      *>  per 1,000 of cash carried, which is what every note
      *>  recycled back into the dispense cassettes saves.
      *>  ATM-Profit-Batch weighs these against each machine's
      *>  income for its monthly net contribution. The branch the
      *>  machine is sited under is where GL-Origin books the
      *>  machine's postings.
      *>----------------------------------------------------------------
       01 site-record.
           05 site-atm-id          pic 9(3).
           05 site-landlord        pic x(20).
           05 site-lease-start     pic 9(8).
           05 site-lease-end       pic 9(8).
           05 site-monthly-rent    pic 9(7)v99.
           05 site-cit-visit-rate  pic 9(5)v99.
           05 site-engineer-rate   pic 9(5)v99.
           05 site-haulage-permille pic 9(3)v99.
           05 site-updated-by      pic 9(5).
           05 site-updated-date    pic 9(8).
           05 site-branch-id       pic 9(3).
           05 filler               pic x(7).
