      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Records one successful payment leg against the paying
      *> account's known-payee history (knownpay.dat). The first
      *> payment to a destination creates the record and starts the
      *> payee.cfg holding period (default 5 days) before the payee
      *> counts as known; later payments step the count and the
      *> last-paid date. Every payment made while the payee is not
      *> yet known is also appended to first-payee.dat, the same
      *> extend-and-append way Payee-Decline-Log records a declined
      *> confirmation, for Payee-Fraud-Report-Batch to put in front
      *> of the fraud team.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Known-Payee-Post.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoKnownPayee assign to "knownpay.dat"
           organization is indexed
           access is dynamic
           record key is kp-key.

       Select optional archivoPayeeCfg assign to "payee.cfg"
           organization is line sequential.

       Select archivoFirstPayee assign to "first-payee.dat"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoKnownPayee.
       copy "KNOWNPAY.cpy".

       FD archivoPayeeCfg.
       01 payee-config-record.
           05 payeecfg-hold-days   pic 9(3).
           05 payeecfg-first-limit pic 9(5)v99.

       FD archivoFirstPayee.
       01 first-payee-record.
           05 fpl-source-acct      pic 9(7).
           05 fpl-dest-acct        pic 9(7).
           05 fpl-dest-routing     pic x(4).
           05 fpl-txn-type         pic x(2).
           05 fpl-amount           pic 9(7)v99.
           05 fpl-date             pic 9(8).
           05 fpl-time             pic 9(8).

       working-storage section.
       78 default-hold-days      value 5.
       77 ws-hold-days           pic 9(3).
       77 ws-today               pic 9(8).
       77 ws-date-integer        pic 9(9) comp.
       01 ws-first-switch        pic 9 value zero.
          88  ws-first-time-payee  value 1.

       Linkage Section.
         77 ls-source-acct       pic 9(7).
         77 ls-dest-acct         pic 9(7).
         77 ls-dest-routing      pic x(4).
         77 ls-amount            pic s9(7)v99.
         77 ls-txn-type          pic x(2).

      *>----------------------------------------------------------------
       Procedure division using ls-source-acct
                                ls-dest-acct
                                ls-dest-routing
                                ls-amount
                                ls-txn-type.

       main-procedure.
           accept ws-today from date yyyymmdd.
           move zero to ws-first-switch.
           move ls-source-acct  to kp-source-acct.
           move ls-dest-acct    to kp-dest-acct.
           move ls-dest-routing to kp-dest-routing.
           open i-o archivoKnownPayee
               read archivoKnownPayee record
                                      key is kp-key
                   invalid key
                       perform start-payee-history
                   not invalid key
                       if kp-known-date > ws-today
                           set ws-first-time-payee to true
                       end-if
                       move ws-today to kp-last-paid-date
                       add 1 to kp-pay-count
                       rewrite known-payee-record
               end-read
           close archivoKnownPayee.
           if ws-first-time-payee
               perform log-first-time-payment
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       start-payee-history.
           set ws-first-time-payee to true.
           perform load-hold-days.
           move ws-today to kp-first-paid-date kp-last-paid-date.
           compute ws-date-integer =
               function integer-of-date (ws-today) + ws-hold-days.
           compute kp-known-date =
               function date-of-integer (ws-date-integer).
           move 1 to kp-pay-count.
           write known-payee-record
               invalid key
                   display "Known-Payee-Post: write failed"
           end-write
           .
      *>----------------------------------------------------------------

       load-hold-days.
           move default-hold-days to ws-hold-days.
           open input archivoPayeeCfg
           read archivoPayeeCfg
                   at end
                       continue
                   not at end
                       move payeecfg-hold-days to ws-hold-days
           end-read.
           close archivoPayeeCfg
           .
      *>----------------------------------------------------------------

       log-first-time-payment.
           move ls-source-acct  to fpl-source-acct.
           move ls-dest-acct    to fpl-dest-acct.
           move ls-dest-routing to fpl-dest-routing.
           move ls-txn-type     to fpl-txn-type.
           move ls-amount       to fpl-amount.
           move ws-today        to fpl-date.
           accept fpl-time from time.
           open extend archivoFirstPayee
               write first-payee-record
           close archivoFirstPayee
           .
      *>----------------------------------------------------------------

       end program Known-Payee-Post.
