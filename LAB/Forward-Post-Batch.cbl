       77 ws-txn-type            pic x(2).
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-available           pic s9(9)v99.
       77 ws-lien-target         pic x(1) value "A".
       77 ws-lien-ref            pic 9(9).
       77 ws-lien-amount         pic s9(9)v99.
       77 print-amount           pic -(7)9.99.
       77 ws-report-line         pic x(70).
       01 ws-target-switch       pic 9 value zero.

       validate-replay-target.
           move zero to ws-target-switch.
           move saf-account-no to ws-lien-ref.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-lien-ref
                                  by reference ws-lien-amount.
           move saf-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                                       account-balance
                                     + account-overdraft-limit
                                     - account-overdraft-used
                                     - ws-lien-amount
                                   if ws-available >= saf-amount
                                       set ws-target-postable to true
                                   end-if
