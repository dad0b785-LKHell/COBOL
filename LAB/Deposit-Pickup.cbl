      *> receipt) with the variance between counted and accumulated,
      *> and zeroes the cassette for the next cycle. The variance
      *> column is where acceptor miscounts and light-fingered
      *> envelopes surface. The notes the crew counted go into the
      *> branch vault through Vault-Post.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-counted-notes      pic 9(5).
       77 ws-variance           pic s9(5).
       77 print-variance        pic -(4)9.
       77 ws-vault-move         pic x(2) value "AP".
       77 ws-vault-amount       pic s9(9)v99 value zero.
       77 ws-vault-ref          pic x(12).

       Linkage Section.
         77 ls-staff-id         pic 9(5).
       Procedure division using ls-staff-id.

       main-procedure.
           move zero to ws-vault-amount.
           move zero to ws-cassette-count.
           display "    ATM id for pickup ? : " no advancing.
           accept ws-atm-id.
           move ws-atm-id   to cit-atm-id.
               open extend archivoManifest
                   write cit-manifest-record
               close archivoManifest
               perform post-to-vault
               display space
               display "    Pickup manifest written for ATM "
                       ws-atm-id
           else
               display space
               display "    Nothing accumulated for ATM " ws-atm-id
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

           display "    Notes counted by crew ? : " no advancing.
           accept ws-counted-notes.
           compute ws-variance = ws-counted-notes - dc-count.
           compute ws-vault-amount = ws-vault-amount
                   + ws-counted-notes * dc-denom-amount.
           move ws-variance to print-variance.
           display "    Variance (counted - accumulated) : "
                   print-variance.
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

       blank-unused-entries.
           if ws-cassette-count is less than 4
               add 1 to ws-cassette-count
