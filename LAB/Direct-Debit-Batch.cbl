       working-storage section.
       77 ws-amount-dec          pic s9(7)v99.
       77 ws-available           pic s9(9)v99.
       77 ws-lien-target         pic x(1) value "A".
       77 ws-lien-ref            pic 9(9).
       77 ws-lien-amount         pic s9(9)v99.
       77 ws-reason              pic x(2).
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
      *> interactive refusals for a predictable reason.

       screen-account.
           move ddi-account-no to ws-lien-ref.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-lien-ref
                                  by reference ws-lien-amount.
           move ddi-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                                   account-balance
                                 + account-overdraft-limit
                                 - account-overdraft-used
                                 - ws-lien-amount
                               if ws-available < ws-amount-dec
                                   move "NS" to ws-reason
                               end-if
