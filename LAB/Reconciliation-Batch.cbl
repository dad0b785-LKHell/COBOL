                               when journal-is-vat
                                   subtract journal-amount
                                       from ws-net-movement
                               when journal-is-draft-issue
                                   subtract journal-amount
                                       from ws-net-movement
                               when journal-is-draft-cancel
                                   add journal-amount
                                     to ws-net-movement
                               when journal-is-cheque-encash
                                   subtract journal-amount
                                       from ws-net-movement
                               when journal-is-wire-in
                                   add journal-amount
                                     to ws-net-movement
                               when journal-is-network-wd
                                   subtract journal-amount
                                       from ws-net-movement
                               when journal-is-airtime-topup
                                   subtract journal-amount
                                       from ws-net-movement
                               when journal-is-loan-recovery
                                   subtract journal-amount
                                       from ws-net-movement
                               when journal-is-airtime-refund
                                   add journal-amount
                                     to ws-net-movement
                               when journal-is-loan-int-back
                                   add journal-amount
                                     to ws-net-movement
                               when journal-is-goodwill
                                   add journal-amount
                                     to ws-net-movement
                               when other
                                   continue
                           end-evaluate
