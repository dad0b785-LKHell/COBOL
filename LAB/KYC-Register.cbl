               move ls-birth-date  to kyc-birth-date
               move ls-risk-class  to kyc-risk-class
               move ws-today       to kyc-last-review-date
               move zero           to kyc-review-due-date
               if not ws-kyc-found
                   move zero to kyc-risk-score kyc-score-date
               end-if
               if ws-kyc-found
                   rewrite kyc-record
               else
