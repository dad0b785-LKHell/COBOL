      *>----------------------------------------------------------------
      *>  ATM Project - Held exchange rate record layout
      *>  One record per rate from the morning rate feed that moved
      *>  further from the previous day's rate than the ratefeed.cfg
      *>  tolerance allows. Rate-Feed-Batch parks it here instead of
      *>  loading it into exchhist.cfg, with the rate it would have
      *>  replaced and the size of the move; Rate-Release is where a
      *>  supervisor releases it (the row is then loaded exactly as
      *>  the feed sent it) or rejects it as a bad rate.
      *>----------------------------------------------------------------
       01 rate-hold-record.
           05 rhold-seq-no         pic 9(9).
           05 rhold-from-currency  pic x(3).
           05 rhold-to-currency    pic x(3).
           05 rhold-effective-date pic 9(8).
           05 rhold-rate           pic 9(3)v9(6).
           05 rhold-prior-rate     pic 9(3)v9(6).
           05 rhold-move-pct       pic 9(5)v99.
           05 rhold-feed-date      pic 9(8).
           05 rhold-status         pic x(1).
              88  rhold-is-pending      value "P".
              88  rhold-is-released     value "R".
              88  rhold-is-rejected     value "X".
           05 rhold-decided-by     pic 9(5).
           05 rhold-decided-date   pic 9(8).
           05 filler               pic x(8).
