           05 product-status       pic x(1).
              88  product-is-active     value "A".
              88  product-is-withdrawn  value "W".
      *> A minimum-balance rule or below-minimum fee amended ahead
      *> of time waits here until its date: Product-Lookup applies
      *> it from that day, Rate-Notice-Batch gives customers notice
      *> of it and folds it into the fields above once it is due.
           05 product-pending-date pic 9(8).
           05 product-pending-min-balance pic s9(7)v99.
           05 product-pending-below-fee   pic s9(5)v99.
           05 filler               pic x(8).
