           move zero to ws-at-end-switch.
           open input archivoSubs.
           perform weigh-one-sub until ws-no-more-subs.
           close archivoSubs.
           exit program
           .
      *>----------------------------------------------------------------

                   if ls-txn-type is equal to "DP"
                   or ls-txn-type is equal to "TI"
                   or ls-txn-type is equal to "SA"
                   or ls-txn-type is equal to "IW"
                       set ws-alert-fires to true
                       string "Deposit received "
                              delimited by size
