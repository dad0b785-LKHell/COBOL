      *>  its expiry, date of birth, the risk classification and the
      *>  last-review date. Written by KYC-Register at account
      *>  opening and reviewed on a risk-tiered schedule by
      *>  KYC-Review-Batch. Risk-Score-Batch stamps its computed
      *>  score each month and, when the score lifts the customer
      *>  into a higher band, raises the class and sets a review due
      *>  date that brings the review forward; KYC-Register clears
      *>  it again when the review is done.
      *>----------------------------------------------------------------
       01 kyc-record.
           05 kyc-customer-id      pic 9(5).
              88  kyc-risk-medium     value "M".
              88  kyc-risk-high       value "H".
           05 kyc-last-review-date pic 9(8).
           05 kyc-risk-score       pic 9(3).
           05 kyc-score-date       pic 9(8).
           05 kyc-review-due-date  pic 9(8).
