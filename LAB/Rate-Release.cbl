      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Supervisor queue for the exchange rates Rate-Feed-Batch held
      *> back because they moved further from the previous day's
      *> rate than the feed tolerance allows. Lists every pending
      *> rate with the rate it would replace and the size of the
      *> move, then lets the supervisor decide them one at a time:
      *> RELEASE appends the rate to exchhist.cfg exactly as the feed
      *> sent it, REJECT leaves the old rate in force (a corrected
      *> rate then comes in on the next feed or through
      *> Rate-Maintenance). Either decision is stamped with the
      *> supervisor's staff-id and written to audit.dat through
      *> Audit-Log ("XR"), as a keyed rate load is.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Rate-Release.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoRateHold assign to "ratehold.dat"
           organization is indexed
           access is dynamic
           record key is rhold-seq-no.

       Select optional archivoRateHist assign to "exchhist.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoRateHold.
       copy "RATEHOLD.cpy".

       FD archivoRateHist.
       01 rate-history-record.
           05 hist-from-currency   pic x(3).
           05 hist-to-currency     pic x(3).
           05 hist-effective-date  pic 9(8).
           05 hist-rate            pic 9(3)v9(6).

       working-storage section.
       77 ws-today                pic 9(8).
       77 ws-pending-count        pic 9(5) value zero.
       77 ws-pick-seq             pic 9(9).
       77 ws-decision             pic x(1).
       77 ws-action               pic x(2) value "XR".
       77 ws-before-image         pic x(40).
       77 ws-after-image          pic x(40).
       77 print-rate              pic zz9.999999.
       77 print-prior             pic zz9.999999.
       77 print-pct               pic zzzz9.99.
       01 ws-at-end-switch        pic 9 value zero.
          88  ws-no-more-rates      value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
         77 ls-staff-id           pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform list-pending-rates.
           if ws-pending-count is greater than zero
               perform decide-rates
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       list-pending-rates.
           display dash-line.
           display "   Feed rates held outside tolerance".
           display dash-line.
           move zero to ws-at-end-switch.
           open input archivoRateHold.
           move zero to rhold-seq-no.
           start archivoRateHold key is greater than rhold-seq-no
               invalid key
                   set ws-no-more-rates to true
           end-start.
           perform list-one-rate until ws-no-more-rates.
           close archivoRateHold.
           display dash-line.
           if ws-pending-count is equal to zero
               display "   (no rates awaiting release)"
           end-if
           .
      *>----------------------------------------------------------------

       list-one-rate.
           read archivoRateHold next record
               at end
                   set ws-no-more-rates to true
               not at end
                   if rhold-is-pending
                       add 1 to ws-pending-count
                       move rhold-rate       to print-rate
                       move rhold-prior-rate to print-prior
                       move rhold-move-pct   to print-pct
                       display "   " rhold-seq-no " "
                               rhold-from-currency "/"
                               rhold-to-currency
                               " eff " rhold-effective-date
                               " " print-rate " was " print-prior
                               " move " print-pct "%"
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       decide-rates.
           display space.
           display "   Held rate seq to decide (0 = done) ? : "
                   no advancing.
           accept ws-pick-seq.
           if ws-pick-seq is greater than zero
               perform decide-one-rate
               go to decide-rates
           end-if
           .
      *>----------------------------------------------------------------

       decide-one-rate.
           display "   Decision (R=release X=reject) ? : "
                   no advancing.
           move space to ws-decision.
           accept ws-decision.
           if ws-decision is equal to "r"
               move "R" to ws-decision
           end-if.
           if ws-decision is equal to "x"
               move "X" to ws-decision
           end-if.
           if ws-decision not equal "R"
          and ws-decision not equal "X"
               display "   Unknown decision code"
               exit paragraph
           end-if.
           move ws-pick-seq to rhold-seq-no.
           open i-o archivoRateHold
               read archivoRateHold record
                                    key is rhold-seq-no
                   invalid key
                       display "   No such held rate"
                   not invalid key
                       if not rhold-is-pending
                           display "   Rate already decided"
                       else
                           move ws-decision to rhold-status
                           move ls-staff-id to rhold-decided-by
                           move ws-today    to rhold-decided-date
                           rewrite rate-hold-record
                           perform apply-decision
                       end-if
               end-read
           close archivoRateHold
           .
      *>----------------------------------------------------------------

       apply-decision.
           if rhold-is-released
               perform load-released-rate
               display "   Rate " rhold-seq-no " released and loaded"
           else
               display "   Rate " rhold-seq-no " rejected"
           end-if.
           perform write-audit-entry
           .
      *>----------------------------------------------------------------

       load-released-rate.
           move rhold-from-currency  to hist-from-currency.
           move rhold-to-currency    to hist-to-currency.
           move rhold-effective-date to hist-effective-date.
           move rhold-rate           to hist-rate.
           open extend archivoRateHist
               write rate-history-record
           close archivoRateHist
           .
      *>----------------------------------------------------------------

       write-audit-entry.
           move spaces to ws-before-image.
           string "feed hold "          delimited by size
                  rhold-prior-rate      delimited by size
                  " move "              delimited by size
                  rhold-move-pct        delimited by size
                  into ws-before-image
           end-string.
           move spaces to ws-after-image.
           string rhold-from-currency   delimited by size
                  "/"                   delimited by size
                  rhold-to-currency     delimited by size
                  " "                   delimited by size
                  rhold-rate            delimited by size
                  " eff "               delimited by size
                  rhold-effective-date  delimited by size
                  " "                   delimited by size
                  rhold-status          delimited by size
                  into ws-after-image
           end-string.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-action
                                             rhold-seq-no
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program Rate-Release.
