      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The first-time-payee gate on a payment: looks the source
      *> account and destination up on knownpay.dat. A destination
      *> this account has paid before, and whose holding period has
      *> run out, passes at any amount. A destination never paid -
      *> or paid only inside the holding period - passes only up to
      *> the payee.cfg first-time limit (default 250), because a
      *> customer talked into paying a scammer confirms the masked
      *> name anyway. bool is set when the payment may go ahead.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Known-Payee-Check.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoKnownPayee assign to "knownpay.dat"
           organization is indexed
           access is dynamic
           record key is kp-key.

       Select optional archivoPayeeCfg assign to "payee.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoKnownPayee.
       copy "KNOWNPAY.cpy".

       FD archivoPayeeCfg.
       01 payee-config-record.
           05 payeecfg-hold-days   pic 9(3).
           05 payeecfg-first-limit pic 9(5)v99.

       working-storage section.
       78 default-first-limit    value 250.00.
       77 ws-today               pic 9(8).
       77 ws-first-limit         pic 9(5)v99.
       01 ws-known-bool          pic 9 value zero.
          88  ws-payee-known       value 1.

       Linkage Section.
         77 ls-source-acct       pic 9(7).
         77 ls-dest-acct         pic 9(7).
         77 ls-dest-routing      pic x(4).
         77 ls-amount            pic s9(7)v99.
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.

      *>----------------------------------------------------------------
       Procedure division using ls-source-acct
                                ls-dest-acct
                                ls-dest-routing
                                ls-amount
                                bool.

       main-procedure.
           set exist to true.
           accept ws-today from date yyyymmdd.
           perform look-up-payee.
           if ws-payee-known
               exit program
           end-if.
           perform load-first-limit.
           if ls-amount is greater than ws-first-limit
               set not-exist to true
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       look-up-payee.
           move zero to ws-known-bool.
           move ls-source-acct  to kp-source-acct.
           move ls-dest-acct    to kp-dest-acct.
           move ls-dest-routing to kp-dest-routing.
           open input archivoKnownPayee
               read archivoKnownPayee record
                                      key is kp-key
                   invalid key
                       continue
                   not invalid key
                       if kp-known-date <= ws-today
                           set ws-payee-known to true
                       end-if
               end-read
           close archivoKnownPayee
           .
      *>----------------------------------------------------------------

       load-first-limit.
           move default-first-limit to ws-first-limit.
           open input archivoPayeeCfg
           read archivoPayeeCfg
                   at end
                       continue
                   not at end
                       move payeecfg-first-limit to ws-first-limit
           end-read.
           close archivoPayeeCfg
           .
      *>----------------------------------------------------------------

       end program Known-Payee-Check.
