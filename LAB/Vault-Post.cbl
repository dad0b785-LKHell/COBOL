      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Moves cash into or out of the branch vault of the staff
      *> member handling it, the same way Drawer-Post moves a
      *> teller's drawer: the vault balance on vault.dat goes up or
      *> down by the amount and one line is appended to the
      *> vaultmov.dat ledger with the balance after it. The movement
      *> type decides the direction:
      *>   in  - "DR" drawer count returned at close, "AP" deposit
      *>         cassette brought back from an ATM, "CO" cash order
      *>         received from the central cash centre, "CV" vault
      *>         count over
      *>   out - "FO" float handed to a teller, "AL" notes loaded
      *>         into an ATM, "SR" surplus returned to the centre,
      *>         "CS" vault count short
      *> A branch with no vault record yet gets one opened at zero.
      *> The cash has physically moved by the time this is called,
      *> so nothing is refused: a vault driven below zero or above
      *> its insured limit is only shouted about, and the count will
      *> show which figure was wrong.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Vault-Post.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoVault assign to "vault.dat"
           organization is indexed
           access is dynamic
           record key is vault-branch-id.

       Select optional archivoVaultMov assign to "vaultmov.dat"
           organization is indexed
           access is dynamic
           record key is vmov-seq-no.

       Select archivoVaultSeq assign to "vaultseq.dat"
           organization is indexed
           access is dynamic
           record key is vaultseq-key.

       Select archivoStaff assign to "staff.dat"
           organization is indexed
           access is dynamic
           record key is staff-id.

       Data Division.

       File Section.
       FD archivoVault.
       copy "VAULT.cpy".

       FD archivoVaultMov.
       copy "VAULTMOV.cpy".

       FD archivoVaultSeq.
       01 vaultseq-record.
           05 vaultseq-key          pic 9(1).
           05 vaultseq-next         pic 9(9).

       FD archivoStaff.
       copy "STAFF.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-branch-id           pic 9(3).
       77 ws-direction           pic x(1).
       77 ws-balance-after       pic s9(11)v99.
       77 ws-insured-limit       pic 9(11)v99.
       77 ws-move-seq            pic 9(9).

       Linkage Section.
         77 ls-staff-id          pic 9(5).
         77 ls-move-type         pic x(2).
         77 ls-amount            pic s9(9)v99.
         77 ls-reference         pic x(12).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id
                                ls-move-type
                                ls-amount
                                ls-reference.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform look-up-branch.
           evaluate ls-move-type
               when "DR"
               when "AP"
               when "CO"
               when "CV"
                   move "I" to ws-direction
               when other
                   move "O" to ws-direction
           end-evaluate.
           perform update-vault.
           perform write-movement.
           if ws-balance-after is less than zero
               display "    Vault balance below zero - count the vault"
           end-if.
           if ws-insured-limit is greater than zero
           and ws-balance-after is greater than ws-insured-limit
               display "    Vault above its insured limit - order a"
                       " surplus pickup"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       look-up-branch.
           move zero to ws-branch-id.
           move ls-staff-id to staff-id.
           open input archivoStaff.
           read archivoStaff key is staff-id
               invalid key
                   continue
               not invalid key
                   move staff-branch-id to ws-branch-id
           end-read.
           close archivoStaff
           .
      *>----------------------------------------------------------------

       update-vault.
           move ws-branch-id to vault-branch-id.
           open i-o archivoVault.
           read archivoVault record
                             key is vault-branch-id
               invalid key
                   initialize vault-record
                   move ws-branch-id to vault-branch-id
                   perform apply-movement
                   write vault-record
                       invalid key
                           display "Vault-Post: write failed"
                   end-write
               not invalid key
                   perform apply-movement
                   rewrite vault-record
           end-read.
           close archivoVault
           .
      *>----------------------------------------------------------------

       apply-movement.
           if ws-direction is equal to "I"
               add ls-amount to vault-balance
           else
               subtract ls-amount from vault-balance
           end-if.
           move ws-today to vault-last-move-date.
           move vault-balance to ws-balance-after.
           move vault-insured-limit to ws-insured-limit
           .
      *>----------------------------------------------------------------

       write-movement.
           perform next-seq-no.
           move ws-move-seq      to vmov-seq-no.
           move ws-branch-id     to vmov-branch-id.
           move ws-today         to vmov-date.
           accept vmov-time from time.
           move ls-move-type     to vmov-type.
           move ws-direction     to vmov-direction.
           move ls-amount        to vmov-amount.
           move ws-balance-after to vmov-balance-after.
           move ls-staff-id      to vmov-staff-id.
           move ls-reference     to vmov-reference.
           open i-o archivoVaultMov
               write vault-movement-record
                   invalid key
                       display "Vault-Post: ledger write failed"
               end-write
           close archivoVaultMov
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to vaultseq-key.
           open i-o archivoVaultSeq
               read archivoVaultSeq record
                                    key is vaultseq-key
                   invalid key
                       move 1 to vaultseq-next
                       write vaultseq-record
                   not invalid key
                       add 1 to vaultseq-next
                       rewrite vaultseq-record
               end-read
           close archivoVaultSeq.
           move vaultseq-next to ws-move-seq
           .
      *>----------------------------------------------------------------

       end program Vault-Post.
