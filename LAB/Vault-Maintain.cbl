      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Branch vault at the supervisor's desk, for the branch the
      *> signed-in supervisor works. "O" books a cash order received
      *> from the central cash centre and "S" a surplus returned to
      *> it, each through Vault-Post with the CIT or order reference.
      *> "C" is the daily vault count: the declared physical cash
      *> against the ledger balance, the over/short posted to the
      *> ledger ("CV"/"CS") so the vault then stands at what was
      *> counted, and to the GL teller-differences account ("OV"/
      *> "OS") exactly as a drawer's over/short is. "L" sets the
      *> branch's insured limit, and "E" shows where the vault stands
      *> with today's movements.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Vault-Maintain.

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

       FD archivoStaff.
       copy "STAFF.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-branch-id           pic 9(3).
       77 ws-vault-action        pic x(1).
       77 ws-amount-entry        pic 9(9)v99.
       77 ws-limit-entry         pic 9(11)v99.
       77 ws-amount              pic s9(9)v99.
       77 ws-move-type           pic x(2).
       77 ws-reference           pic x(12).
       77 ws-ledger-balance      pic s9(11)v99.
       77 ws-declared            pic s9(11)v99.
       77 ws-over-short          pic s9(9)v99.
       77 ws-gl-amount           pic s9(7)v99.
       77 ws-atm-id              pic 9(3) value zero.
       77 print-balance          pic -(11)9.99.
       77 print-limit            pic -(11)9.99.
       77 print-amount           pic -(9)9.99.
       01 ws-vault-bool          pic 9 value zero.
          88  ws-vault-on-file     value 1.
       01 ws-mov-switch          pic 9 value zero.
          88  ws-mov-eof           value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform look-up-branch.
           display "    Vault (O=cash order S=surplus C=count"
                   " L=limit E=enquire) ? : " no advancing.
           move space to ws-vault-action.
           accept ws-vault-action.
           evaluate ws-vault-action
               when "O"
               when "o"
                   move "CO" to ws-move-type
                   perform book-cash-movement
               when "S"
               when "s"
                   move "SR" to ws-move-type
                   perform book-cash-movement
               when "C"
               when "c"
                   perform count-vault
               when "L"
               when "l"
                   perform set-insured-limit
               when "E"
               when "e"
                   perform enquire-vault
               when other
                   display space
                   display "    Unknown vault action"
           end-evaluate.
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

       book-cash-movement.
           display "    Amount              ? : " no advancing.
           accept ws-amount-entry.
           if ws-amount-entry is equal to zero
               display space
               display "    Nothing booked"
               exit paragraph
           end-if.
           display "    CIT / order ref     ? : " no advancing.
           move spaces to ws-reference.
           accept ws-reference.
           move ws-amount-entry to ws-amount.
           call "Vault-Post" using
                                  by content ls-staff-id
                                             ws-move-type
                                             ws-amount
                                             ws-reference.
           move ws-amount to print-amount.
           display space.
           if ws-move-type is equal to "CO"
               display "    Cash order received " print-amount
           else
               display "    Surplus returned " print-amount
           end-if
           .
      *>----------------------------------------------------------------

       count-vault.
           perform read-vault.
           if not ws-vault-on-file
               display space
               display "    No vault on file for branch " ws-branch-id
               exit paragraph
           end-if.
           move vault-balance to ws-ledger-balance.
           move ws-ledger-balance to print-balance.
           display space.
           display "    Ledger balance    : " print-balance.
           display "    Declared count    ? : " no advancing.
           accept ws-amount-entry.
           move ws-amount-entry to ws-declared.
           compute ws-over-short = ws-declared - ws-ledger-balance.
           move spaces to ws-reference.
           move ws-today to ws-reference.
           if ws-over-short is greater than zero
               move "CV" to ws-move-type
               move ws-over-short to ws-amount
               perform post-count-difference
           end-if.
           if ws-over-short is less than zero
               move "CS" to ws-move-type
               compute ws-amount = zero - ws-over-short
               perform post-count-difference
           end-if.
           perform stamp-count.
           move ws-over-short to print-amount.
           display "    Vault counted - over/short " print-amount
           .
      *>----------------------------------------------------------------

       post-count-difference.
           call "Vault-Post" using
                                  by content ls-staff-id
                                             ws-move-type
                                             ws-amount
                                             ws-reference.
           move ws-amount to ws-gl-amount.
           if ws-move-type is equal to "CV"
               call "GL-Post" using
                                  by content ws-gl-amount
                                             "OV"
                                             ws-atm-id
                                             ws-today
           else
               call "GL-Post" using
                                  by content ws-gl-amount
                                             "OS"
                                             ws-atm-id
                                             ws-today
           end-if
           .
      *>----------------------------------------------------------------

       stamp-count.
           move ws-branch-id to vault-branch-id.
           open i-o archivoVault.
           read archivoVault record
                             key is vault-branch-id
               invalid key
                   continue
               not invalid key
                   move ws-today      to vault-last-count-date
                   move ws-declared   to vault-last-count
                   move ws-over-short to vault-last-over-short
                   rewrite vault-record
           end-read.
           close archivoVault
           .
      *>----------------------------------------------------------------

       set-insured-limit.
           display "    Insured limit       ? : " no advancing.
           accept ws-limit-entry.
           move ws-branch-id to vault-branch-id.
           open i-o archivoVault.
           read archivoVault record
                             key is vault-branch-id
               invalid key
                   initialize vault-record
                   move ws-branch-id   to vault-branch-id
                   move ws-limit-entry to vault-insured-limit
                   write vault-record
                       invalid key
                           display "Vault-Maintain: write failed"
                   end-write
               not invalid key
                   move ws-limit-entry to vault-insured-limit
                   rewrite vault-record
           end-read.
           close archivoVault.
           move ws-limit-entry to print-limit.
           display space.
           display "    Branch " ws-branch-id " insured limit "
                   print-limit
           .
      *>----------------------------------------------------------------

       enquire-vault.
           perform read-vault.
           if not ws-vault-on-file
               display space
               display "    No vault on file for branch " ws-branch-id
               exit paragraph
           end-if.
           move vault-balance       to print-balance.
           move vault-insured-limit to print-limit.
           display space.
           display "    Branch " ws-branch-id " vault " print-balance
                   " limit " print-limit.
           move vault-last-over-short to print-amount.
           display "    Last count " vault-last-count-date
                   " over/short " print-amount.
           if vault-insured-limit is greater than zero
           and vault-balance is greater than vault-insured-limit
               display "    Above insured limit - order a surplus"
                       " pickup"
           end-if.
           display "    Today's movements:".
           move zero to ws-mov-switch.
           open input archivoVaultMov.
           move zero to vmov-seq-no.
           start archivoVaultMov key is greater than vmov-seq-no
               invalid key
                   set ws-mov-eof to true
           end-start.
           perform show-one-movement until ws-mov-eof.
           close archivoVaultMov
           .
      *>----------------------------------------------------------------

       show-one-movement.
           read archivoVaultMov next record
               at end
                   set ws-mov-eof to true
               not at end
                   if vmov-branch-id is equal to ws-branch-id
                   and vmov-date is equal to ws-today
                       move vmov-amount        to print-amount
                       move vmov-balance-after to print-balance
                       display "    " vmov-type " " vmov-direction
                               " " print-amount
                               " bal " print-balance
                               " ref " vmov-reference
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       read-vault.
           move zero to ws-vault-bool.
           move ws-branch-id to vault-branch-id.
           open input archivoVault.
           read archivoVault record
                             key is vault-branch-id
               invalid key
                   continue
               not invalid key
                   set ws-vault-on-file to true
           end-read.
           close archivoVault
           .
      *>----------------------------------------------------------------

       end program Vault-Maintain.
