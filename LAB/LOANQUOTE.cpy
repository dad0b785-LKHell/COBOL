      *>----------------------------------------------------------------
      *>  ATM Project - Loan payoff quote record layout
      *>  The one live settlement figure for a loan, written by
      *>  Loan-Payoff-Quote at the branch: the principal outstanding
      *>  when quoted, interest accrued to the payoff date the
      *>  customer chose, the early-settlement charge, and the date
      *>  the figure stops being honoured. Loan-Prepay settles a loan
      *>  in full only against an open, unexpired quote whose
      *>  principal still matches the loan - a newer quote for the
      *>  same loan simply replaces the old one.
      *>----------------------------------------------------------------
       01 loan-quote-record.
           05 quote-loan-seq       pic 9(9).
           05 quote-date           pic 9(8).
           05 quote-payoff-date    pic 9(8).
           05 quote-expiry-date    pic 9(8).
           05 quote-principal      pic s9(7)v99.
           05 quote-interest       pic s9(7)v99.
           05 quote-charge         pic s9(7)v99.
           05 quote-total          pic s9(7)v99.
           05 quote-staff-id       pic 9(5).
           05 quote-status         pic x(1).
              88  quote-is-open        value "O".
              88  quote-is-used        value "U".
           05 filler               pic x(8).
