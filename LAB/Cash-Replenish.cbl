      *> shrinkage get caught), resets the cassette to counted plus
      *> loaded, and appends the whole visit to the cashload.dat
      *> history file the same extend-and-append way Capture-Card
      *> logs to captured-cards.dat. The face value of the notes
      *> loaded comes out of the branch vault through Vault-Post.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-loaded-qty           pic 9(5).
       77 ws-variance             pic s9(5).
       77 print-variance          pic -(4)9.
       77 ws-vault-move           pic x(2) value "AL".
       77 ws-vault-amount         pic s9(9)v99 value zero.
       77 ws-vault-ref            pic x(12).

       Linkage Section.
         77 ls-staff-id           pic 9(5).
       Procedure division using ls-staff-id.

       main-procedure.
           move zero to ws-vault-amount.
           move zero to ws-cassette-count.
           display "    ATM id to replenish ? : " no advancing.
           accept ws-atm-id.
           move ws-atm-id    to load-atm-id.
           close archivoAtmCash.
           if ws-cassette-count is greater than zero
               perform write-load-history
               perform post-to-vault
               display space
               display "    Cash load recorded for ATM " ws-atm-id
           else
               display space
               display "    No cassettes on file for ATM " ws-atm-id
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

           display "    Variance (counted - expected) : "
                   print-variance.
           compute cash-count = ws-counted-residual + ws-loaded-qty.
           compute ws-vault-amount = ws-vault-amount
                   + ws-loaded-qty * cash-denom-amount.
           display "    Cassette currency (spaces = local) ? : "
                   no advancing.
           accept cash-currency.
           .
      *>----------------------------------------------------------------

       post-to-vault.
           if ws-vault-amount is greater than zero
               move spaces to ws-vault-ref
               string "ATM "    delimited by size
                      ws-atm-id delimited by size
                      into ws-vault-ref
               end-string
               call "Vault-Post" using
                                  by content ls-staff-id
                                             ws-vault-move
                                             ws-vault-amount
                                             ws-vault-ref
           end-if
           .
      *>----------------------------------------------------------------

       write-load-history.
           perform blank-unused-entries.
           open extend archivoLoadHist
