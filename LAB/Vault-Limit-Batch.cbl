      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly branch vault check, run after the counters and the
      *> machines have closed. Every vault on vault.dat holding more
      *> than its branch's insured limit overnight is written to
      *> vault-limit.rpt with the excess, so the branch manager orders
      *> a surplus pickup in the morning; a vault not counted today
      *> is listed as well, since its balance is only the ledger's
      *> word.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Vault-Limit-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoVault assign to "vault.dat"
           organization is indexed
           access is dynamic
           record key is vault-branch-id.

       Select archivoReport assign to "vault-limit.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoVault.
       copy "VAULT.cpy".

       FD archivoReport.
       01 vault-report-line      pic x(80).

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-excess              pic s9(11)v99.
       77 ws-over-count          pic 9(3) value zero.
       77 ws-uncounted-count     pic 9(3) value zero.
       77 ws-report-line         pic x(80).
       77 print-balance          pic -(11)9.99.
       77 print-excess           pic -(11)9.99.
       01 ws-vault-switch        pic 9 value zero.
          88  ws-vault-eof         value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open output archivoReport.
           move dash-line to vault-report-line.
           write vault-report-line.
           move spaces to ws-report-line.
           string " Branch vaults overnight " delimited by size
                  ws-today                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to vault-report-line.
           write vault-report-line.
           move dash-line to vault-report-line.
           write vault-report-line.
           open input archivoVault.
           move zero to vault-branch-id.
           start archivoVault key is greater than vault-branch-id
               invalid key
                   set ws-vault-eof to true
           end-start.
           perform check-one-vault until ws-vault-eof.
           close archivoVault.
           if ws-over-count is equal to zero
           and ws-uncounted-count is equal to zero
               move " (all vaults counted and within limit)"
                   to vault-report-line
               write vault-report-line
           end-if.
           close archivoReport.
           display "Vault-Limit-Batch: " ws-over-count
                   " over insured limit, " ws-uncounted-count
                   " not counted today".
           stop run
           .
      *>----------------------------------------------------------------

       check-one-vault.
           read archivoVault next record
               at end
                   set ws-vault-eof to true
               not at end
                   if vault-insured-limit is greater than zero
                   and vault-balance is greater than
                       vault-insured-limit
                       perform write-over-limit-line
                   end-if
                   if vault-last-count-date not equal ws-today
                       perform write-uncounted-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-over-limit-line.
           add 1 to ws-over-count.
           compute ws-excess = vault-balance - vault-insured-limit.
           move vault-balance to print-balance.
           move ws-excess     to print-excess.
           move spaces to ws-report-line.
           string " Branch "       delimited by size
                  vault-branch-id  delimited by size
                  " holds "        delimited by size
                  print-balance    delimited by size
                  " OVER LIMIT by " delimited by size
                  print-excess     delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to vault-report-line.
           write vault-report-line
           .
      *>----------------------------------------------------------------

       write-uncounted-line.
           add 1 to ws-uncounted-count.
           move vault-balance to print-balance.
           move spaces to ws-report-line.
           string " Branch "       delimited by size
                  vault-branch-id  delimited by size
                  " ledger "       delimited by size
                  print-balance    delimited by size
                  " not counted since " delimited by size
                  vault-last-count-date delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to vault-report-line.
           write vault-report-line
           .
      *>----------------------------------------------------------------

       end program Vault-Limit-Batch.
