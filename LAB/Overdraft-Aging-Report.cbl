      *> (Subtract-money stamps account-overdraft-since when the
      *> facility is first dipped into, Add-money clears it when a
      *> deposit sweeps it back to zero). Accounts stuck past 30
      *> days are flagged for collections to chase, and so is every
      *> account drawn beyond its usable limit - above all one whose
      *> facility expired or was withdrawn with money still drawn,
      *> which Overdraft-Expiry-Batch leaves against a zero limit.
      *> The excess over the limit is shown and totalled as the
      *> amount to collect.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-age-days            pic 9(9).
       77 ws-listed-count        pic 9(5) value zero.
       77 ws-stuck-marker        pic x(8).
       77 ws-excess              pic s9(7)v99.
       77 ws-excess-total        pic s9(9)v99 value zero.
       77 ws-excess-count        pic 9(5) value zero.
       77 print-excess           pic -(7)9.99.
       77 print-excess-total     pic -(9)9.99.
       77 print-od-used          pic -(7)9.99.
       77 print-age-days         pic zzzz9.
       77 ws-report-line         pic x(70).
               move " (no accounts overdrawn)" to aging-report-line
               write aging-report-line
           end-if.
           if ws-excess-count is greater than zero
               move dash-line to aging-report-line
               write aging-report-line
               move ws-excess-total to print-excess-total
               move spaces to ws-report-line
               string " Over limit " delimited by size
                      ws-excess-count delimited by size
                      " accts - excess to collect "
                                       delimited by size
                      print-excess-total delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to aging-report-line
               write aging-report-line
           end-if.
           close archivoAccounts archivoReport.
           stop run
           .
                  into ws-report-line
           end-string.
           move ws-report-line to aging-report-line.
           write aging-report-line.
           if account-overdraft-used > account-overdraft-limit
               compute ws-excess = account-overdraft-used
                                 - account-overdraft-limit
               add 1 to ws-excess-count
               add ws-excess to ws-excess-total
               move ws-excess to print-excess
               move spaces to ws-report-line
               string "   EXCESS over limit " delimited by size
                      print-excess             delimited by size
                      " to collect"            delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to aging-report-line
               write aging-report-line
           end-if
           .
      *>----------------------------------------------------------------

