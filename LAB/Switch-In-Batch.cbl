      *> after the same Validate-Account-No check a keyed order
      *> gets - orders whose destination fails land on the
      *> switchin.rpt exceptions report instead of silently
      *> vanishing in the move. The owner name on every "A" line is
      *> run through Name-Screen first; a potential watchlist match
      *> opens nothing - the line is parked on screenhold.dat and
      *> the orders that follow it are parked beside it, so the
      *> whole switch waits for compliance at the
      *> Screening-Workbench. "R" lines carry the customer's tax
      *> residency country, foreign tax identification number and
      *> self-certification date from the sending bank, recorded
      *> through Tax-Residency-Register against the customer of the
      *> "A" line above.
      *>----------------------------------------------------------------

       Identification Division.
              10 swi-frequency      pic x(1).
              10 swi-next-run       pic 9(8).
              10 filler             pic x(11).
           05 swi-residency-detail redefines swi-payload.
              10 swi-tax-country    pic x(2).
              10 swi-tax-tin        pic x(20).
              10 swi-selfcert-date  pic 9(8).
              10 filler             pic x(10).

       FD archivoReport.
       01 switch-report-line     pic x(70).
       77 ws-opened-count        pic 9(5) value zero.
       77 ws-orders-count        pic 9(5) value zero.
       77 ws-except-count        pic 9(5) value zero.
       77 ws-referred-count      pic 9(5) value zero.
       77 ws-parent-hold-seq     pic 9(9) value zero.
       77 ws-parent-customer-id  pic 9(5) value zero.
       77 ws-switch-customer-id  pic 9(5) value zero.
       77 ws-residency-count     pic 9(5) value zero.
       77 ws-residency-result    pic x(1).
       77 ws-screen-name         pic x(30).
       77 ws-list-name           pic x(30).
       77 ws-list-type           pic x(1).
       01 ws-screen-bool         pic 9 value zero.
          88  ws-screen-hit        value 1.
       copy "SCRNHOLD.cpy" replacing ==screen-hold-record==
                                  by ==ws-hold-record==
                                     leading ==scr-== by ==ws-hld-==.
       77 ws-report-line         pic x(70).
       01 bool                   pic 9.
          88  exist  value 1.
           display "Switch-In-Batch: " ws-opened-count
                   " accounts opened, " ws-orders-count
                   " orders ported, " ws-except-count " exceptions".
           display "Switch-In-Batch: " ws-referred-count
                   " accounts referred to compliance".
           display "Switch-In-Batch: " ws-residency-count
                   " tax residencies recorded".
           stop run
           .
      *>----------------------------------------------------------------
               at end
                   set ws-no-more-lines to true
               not at end
                   evaluate swi-rec-type
                       when "A"
                           perform take-account-line
                       when "R"
                           perform take-residency-line
                       when other
                           perform take-order-line
                   end-evaluate
           end-read
           .
      *>----------------------------------------------------------------

       take-account-line.
           move zero to ws-parent-hold-seq.
           move swi-customer-id to ws-switch-customer-id.
           perform screen-owner-name.
           if ws-screen-hit
               exit paragraph
           end-if.
           move zero to bool.
           move zero to ws-queued-bool.
           call "Open-Account-Submit" using

       take-order-line.
           if ws-new-account is equal to zero
           and ws-parent-hold-seq is equal to zero
               add 1 to ws-except-count
               move " EXCEPTION: order line with no account above"
                 to switch-report-line
               end-if
           end-if.
           move swi-amount to ws-order-amount.
           if ws-parent-hold-seq is greater than zero
               perform park-order-line
               exit paragraph
           end-if.
           call "Standing-Order-Register" using
                                  by content ws-new-account
                                             swi-dest-acct
           .
      *>----------------------------------------------------------------

      *> Tax residency is the customer's own, so it is recorded even
      *> when the account above it was referred or did not open.

       take-residency-line.
           if ws-switch-customer-id is equal to zero
               add 1 to ws-except-count
               move " EXCEPTION: residency line with no account above"
                 to switch-report-line
               write switch-report-line
               exit paragraph
           end-if.
           call "Tax-Residency-Register" using
                                  by content ws-switch-customer-id
                                             swi-tax-country
                                             swi-tax-tin
                                             swi-selfcert-date
                                  by reference ws-residency-result.
           if ws-residency-result is equal to "Y"
               add 1 to ws-residency-count
           else
               add 1 to ws-except-count
               move spaces to ws-report-line
               string " EXCEPTION: residency " delimited by size
                      swi-tax-country          delimited by size
                      " for cust "             delimited by size
                      ws-switch-customer-id    delimited by size
                      " - three already held"  delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to switch-report-line
               write switch-report-line
           end-if
           .
      *>----------------------------------------------------------------

       screen-owner-name.
           move zero to ws-screen-bool.
           move swi-owner-name to ws-screen-name.
           call "Name-Screen" using
                                  by content ws-screen-name
                                  by reference ws-screen-bool
                                               ws-list-name
                                               ws-list-type.
           if ws-screen-hit
               initialize ws-hold-record
               set ws-hld-from-switch-in to true
               move ws-screen-name     to ws-hld-screened-name
               move ws-list-name       to ws-hld-list-name
               move ws-list-type       to ws-hld-list-type
               move swi-customer-id    to ws-hld-customer-id
               move swi-account-type   to ws-hld-account-type
               move swi-currency       to ws-hld-currency
               move swi-balance        to ws-hld-amount
               move swi-sending-bank   to ws-hld-reference
               call "Screen-Hold-Post" using
                                  by reference ws-hold-record
               move ws-hld-seq-no to ws-parent-hold-seq
               move swi-customer-id to ws-parent-customer-id
               move zero to ws-new-account
               add 1 to ws-referred-count
               move spaces to ws-report-line
               string " REFERRED: cust "  delimited by size
                      swi-customer-id     delimited by size
                      " name match, hold " delimited by size
                      ws-parent-hold-seq  delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to switch-report-line
               write switch-report-line
           end-if
           .
      *>----------------------------------------------------------------

      *> An order under a referred account is kept with it, to be
      *> registered only if compliance releases the account.

       park-order-line.
           initialize ws-hold-record.
           set ws-hld-from-switch-order to true.
           move ws-screen-name     to ws-hld-screened-name.
           move ws-list-name       to ws-hld-list-name.
           move ws-list-type       to ws-hld-list-type.
           move ws-parent-customer-id to ws-hld-customer-id.
           move swi-dest-acct      to ws-hld-counter-acct.
           move swi-dest-routing   to ws-hld-routing.
           move ws-order-amount    to ws-hld-amount.
           move swi-frequency      to ws-hld-frequency.
           move swi-next-run       to ws-hld-next-run.
           move ws-parent-hold-seq to ws-hld-parent-seq.
           call "Screen-Hold-Post" using
                                  by reference ws-hold-record.
           move spaces to ws-report-line.
           string " REFERRED: order to " delimited by size
                  swi-dest-acct          delimited by size
                  " held with "          delimited by size
                  ws-parent-hold-seq     delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to switch-report-line.
           write switch-report-line
           .
      *>----------------------------------------------------------------

       end program Switch-In-Batch.
