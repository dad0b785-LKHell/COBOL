      *> dispense through the normal Dispense-Cash/Subtract-money
      *> flow - the code is NOT marked spent here; Cardless-Spend
      *> does that only after the cash has actually posted, so a
      *> failed dispense leaves the code usable. An account whose
      *> owner has switched cardless codes off redeems nothing.
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is otc-seq-no.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Data Division.

       File Section.
       FD archivoCardless.
       copy "CARDLESS.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       working-storage section.
       77 ws-code-hash           pic 9(4).
       77 ws-today               pic 9(8).
       77 ws-time-now            pic 9(8).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-codes     value 1.
       77 ws-owner-id            pic 9(5).
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==ws-control-record==
                                    leading ==ctl-== by ==ws-ctl-==.

       Linkage Section.
         77 ls-account-no        pic 9(7).
           move zero to ls-amount.
           accept ws-today from date yyyymmdd.
           accept ws-time-now from time.
           perform check-cardless-allowed.
           if ws-ctl-cardless-off
               exit program
           end-if.
           call "Pin-Hash" using by content ls-clear-code
                                  by reference ws-code-hash.
           open input archivoCardless.
                   set ws-no-more-codes to true
           end-start.
           perform scan-code until ws-no-more-codes.
           close archivoCardless.
           exit program
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

      *> An owner who switched cardless codes off through
      *> Card-Controls gets none, whoever keys the account.

       check-cardless-allowed.
           move zero to ws-owner-id.
           move ls-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                                            key is account-no
                   invalid key
                       continue
                   not invalid key
                       move account-owner-id to ws-owner-id
               end-read
           close archivoAccounts.
           call "Card-Control-Lookup" using
                                  by content ws-owner-id
                                  by reference ws-control-record
           .
      *>----------------------------------------------------------------

       end program Cardless-Redeem.
