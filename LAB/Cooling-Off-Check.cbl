      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The account-takeover gate after a contact change: resolves
      *> the account's owner and asks whether the cooling-off period
      *> Update-Contact started is still running. While it is, a
      *> transfer ("TO") over the cooloff.cfg cap (default 100) is
      *> refused, and a wire ("WO"), a phone-alias registration
      *> ("PA") or a new standing order ("SO") is refused outright
      *> whatever the amount. Anything else, and every customer not
      *> cooling off, passes with bool set.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Cooling-Off-Check.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoCoolCfg assign to "cooloff.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoCoolCfg.
       01 cool-config-record.
           05 coolcfg-days         pic 9(3).
           05 coolcfg-cap          pic 9(5)v99.

       working-storage section.
       78 default-cooloff-cap    value 100.00.
       77 ws-owner-id            pic 9(5).
       77 ws-today               pic 9(8).
       77 ws-cooloff-cap         pic 9(5)v99.
       01 ws-cool-bool           pic 9 value zero.
          88  ws-cooling-off       value 1.

       Linkage Section.
         77 ls-account-no        pic 9(7).
         77 ls-txn-type          pic x(2).
         77 ls-amount            pic s9(7)v99.
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.

      *>----------------------------------------------------------------
       Procedure division using ls-account-no
                                ls-txn-type
                                ls-amount
                                bool.

       main-procedure.
           set exist to true.
           accept ws-today from date yyyymmdd.
           perform look-up-owner.
           if ws-owner-id is equal to zero
               exit program
           end-if.
           perform look-up-cooling-off.
           if not ws-cooling-off
               exit program
           end-if.
           if ls-txn-type is equal to "WO"
           or ls-txn-type is equal to "PA"
           or ls-txn-type is equal to "SO"
               set not-exist to true
               exit program
           end-if.
           if ls-txn-type is equal to "TO"
               perform load-cooloff-cap
               if ls-amount is greater than ws-cooloff-cap
                   set not-exist to true
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       look-up-owner.
           move zero to ws-owner-id.
           move ls-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record
                                            key is account-no
                   invalid key
                       continue
                   not invalid key
                       move account-owner-id to ws-owner-id
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       look-up-cooling-off.
           move zero to ws-cool-bool.
           move ws-owner-id to customer-id.
           open input archivoCustomer
               read archivoCustomer record into registro
                                            key is customer-id
                   invalid key
                       continue
                   not invalid key
                       if customer-cooloff-until is numeric
                       and customer-cooloff-until >= ws-today
                           set ws-cooling-off to true
                       end-if
               end-read
           close archivoCustomer
           .
      *>----------------------------------------------------------------

       load-cooloff-cap.
           move default-cooloff-cap to ws-cooloff-cap.
           open input archivoCoolCfg
           read archivoCoolCfg
                   at end
                       continue
                   not at end
                       move coolcfg-cap to ws-cooloff-cap
           end-read.
           close archivoCoolCfg
           .
      *>----------------------------------------------------------------

       end program Cooling-Off-Check.
