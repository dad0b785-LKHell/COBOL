      *> - high-risk customers surface for enhanced review annually,
      *> medium every two years, low every three (overridable in
      *> kycrev.cfg). For the first time the bank can actually query
      *> who its high-risk customers are instead of not knowing. A
      *> review Risk-Score-Batch pulled forward (kyc-review-due-date)
      *> is listed as soon as that date arrives, whatever the
      *> schedule says.
      *>----------------------------------------------------------------

       Identification Division.
       check-review-due.
           move zero to ws-due-switch.
           move spaces to ws-flag-text.
           evaluate true
               when kyc-doc-expiry < ws-today
                   set ws-review-needed to true
                   move "document expired" to ws-flag-text
               when kyc-review-due-date is greater than zero
               and kyc-review-due-date <= ws-today
                   set ws-review-needed to true
                   move "risk re-classed" to ws-flag-text
               when other
                   evaluate true
                       when kyc-risk-high
                           move ws-high-days to ws-due-limit
                       when kyc-risk-medium
                           move ws-medium-days to ws-due-limit
                       when other
                           move ws-low-days to ws-due-limit
                   end-evaluate
                   compute ws-review-days =
                       function integer-of-date (kyc-last-review-date)
                   compute ws-age-days = ws-today-days - ws-review-days
                   if ws-age-days >= ws-due-limit
                       set ws-review-needed to true
                       move "review due" to ws-flag-text
                   end-if
           end-evaluate
           .
      *>----------------------------------------------------------------

