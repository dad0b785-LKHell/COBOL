      *> only as its Pin-Hash - exactly the way PINs themselves are
      *> protected. The ATM's cardless entry path redeems it through
      *> Cardless-Redeem. Issue is written to audit.dat with the
      *> acting staff-id. No code is issued on an account whose
      *> owner has switched cardless codes off through Card-Controls.
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is otcseq-key.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Data Division.

       File Section.
           05 otcseq-key            pic 9(1).
           05 otcseq-next           pic 9(9).

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       working-storage section.
       77 ws-account-no         pic 9(7).
       77 ws-account-type       pic 9.
       77 ws-audit-key          pic 9(9).
       77 ws-before-image       pic x(40) value "(no code)".
       77 ws-after-image        pic x(40).
       77 ws-owner-id           pic 9(5).
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==ws-control-record==
                                    leading ==ctl-== by ==ws-ctl-==.

       Linkage Section.
         77 ls-staff-id         pic 9(5).
           if not ws-account-on-file
               exit program
           end-if.
           perform check-cardless-allowed.
           if ws-ctl-cardless-off
               display space
               display "    The customer has switched cardless"
               display "    codes off - none can be issued"
               exit program
           end-if.
           display "    Fixed amount    ? : " no advancing.
           accept ws-amount.
           display "    Expiry date (yyyymmdd) ? : " no advancing.
           display space.
           display "    One-time code : " ws-clear-code.
           display "    Relay it to the customer - it is not"
                   " recoverable later".
           exit program
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

      *> An owner who switched cardless codes off through
      *> Card-Controls gets none, whoever keys the account.

       check-cardless-allowed.
           move zero to ws-owner-id.
           move ws-account-no to account-no.
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

       end program Cardless-Issue.
