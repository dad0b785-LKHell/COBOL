              88  coll-was-contacted   value "T".
              88  coll-has-promise     value "P".
              88  coll-loan-cured      value "U".
              88  coll-loan-settled    value "S".
              88  coll-loan-written-off value "W".
           05 coll-staff-id        pic 9(5).
           05 coll-close-date      pic 9(8).
           05 filler               pic x(8).
