       Select archivoCardExtract assign to "cardissue.rpt"
           organization is line sequential.

       Select optional archivoRetired assign to "cardretire.dat"
           organization is line sequential.

       Select optional archivoCheckpoint assign to "cardisschkpt.dat"
           organization is line sequential.

       FD archivoCardExtract.
       01 card-extract-line    pic x(60).

       FD archivoRetired.
       copy "CARDRET.cpy".

       FD archivoCheckpoint.
       copy "CHKPT.cpy".

                   end-read
               end-perform
           close archivoCustomer.
      *> A number retired by a card replacement stays out of service
      *> for good, even with nobody holding it.
           move zero to ws-at-end-switch.
           open input archivoRetired
               perform mark-retired-card until ws-no-more-accounts
           close archivoRetired.
           move zero to ws-at-end-switch
           .
      *>----------------------------------------------------------------

       mark-retired-card.
           read archivoRetired
               at end
                   set ws-no-more-accounts to true
               not at end
                   move 1 to ws-card-no-flag (retire-card-no + 1)
           end-read
           .
      *>----------------------------------------------------------------

       read-checkpoint.
           move zero to ws-resume-account.
           open input archivoCheckpoint
               move zero             to customer-locked
               set card-active       to true
               move ws-bank-id       to customer-bank-id
               move zero             to customer-cooloff-until
               move spaces           to customer-prior-phone
                                        customer-prior-email
      *> A fresh card is good for three years; the renewal batch
      *> starts chasing it sixty days before this date.
               compute ws-expiry-days =
