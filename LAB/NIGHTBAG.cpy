      *>----------------------------------------------------------------
      *>  ATM Project - Night safe deposit bag record layout
      *>  One record per sealed cash bag a business customer puts in
      *>  the branch night safe: the seal number, the account it is
      *>  for and the amount the customer declared when the bag was
      *>  issued or dropped, then the next-day teller count note by
      *>  note with the counted total, the journal entry that
      *>  credited it and the suspense item any declared-versus-
      *>  counted difference went to. Night-Safe-Register keeps it;
      *>  Night-Safe-Batch flags bags still uncounted at midday and
      *>  reports each customer's discrepancy history from it.
      *>----------------------------------------------------------------
       01 night-bag-record.
           05 bag-seq-no           pic 9(9).
           05 bag-seal-no          pic x(12).
           05 bag-account-no       pic 9(7).
           05 bag-customer-id      pic 9(5).
           05 bag-declared         pic s9(7)v99.
           05 bag-issue-date       pic 9(8).
           05 bag-drop-date        pic 9(8).
           05 bag-drop-time        pic 9(8).
           05 bag-logged-by        pic 9(5).
           05 bag-status           pic x(1).
              88  bag-is-issued        value "I".
              88  bag-is-dropped       value "D".
              88  bag-is-counted       value "C".
           05 bag-note-count occurs 6 times pic 9(5).
           05 bag-coin-amount      pic s9(5)v99.
           05 bag-counted          pic s9(7)v99.
           05 bag-count-date       pic 9(8).
           05 bag-count-time       pic 9(8).
           05 bag-counter-id       pic 9(5).
           05 bag-journal-seq      pic 9(9).
           05 bag-suspense-seq     pic 9(9).
           05 bag-late-flag        pic x(1).
              88  bag-was-late         value "L".
           05 filler               pic x(8).
