      *> through GL-Post to the teller-differences account ("OV"
      *> cash over, "OS" cash short) and the day's line appends to
      *> drawer.rpt per teller. The counter finally gets what the
      *> per-ATM cash reconciliation got. The float leaves the
      *> branch vault through Vault-Post when the drawer opens and
      *> the declared count goes back into it when the drawer closes.
      *>----------------------------------------------------------------

       Identification Division.
       77 print-computed         pic -(9)9.99.
       77 print-diff             pic -(7)9.99.
       77 ws-report-line         pic x(80).
       77 ws-vault-move          pic x(2).
       77 ws-vault-amount        pic s9(9)v99.
       77 ws-vault-ref           pic x(12) value "DRAWER".
       01 ws-drawer-bool         pic 9 value zero.
          88  ws-drawer-on-file    value 1.
       01 ws-opened-bool         pic 9 value zero.
          88  ws-drawer-opened     value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).
                   display space
                   display "    Unknown action code"
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       open-drawer.
           move zero to ws-opened-bool.
           display "    Opening float from vault ? : " no advancing.
           accept ws-float.
           move ls-staff-id to drawer-staff-id.
                   write teller-drawer-record
                       invalid key
                           display "Drawer-Maintain: write failed"
                       not invalid key
                           set ws-drawer-opened to true
                   end-write
               not invalid key
                   if drawer-is-open
                   else
                       perform fill-fresh-drawer
                       rewrite teller-drawer-record
                       set ws-drawer-opened to true
                   end-if
           end-read.
           close archivoDrawer.
           if ws-drawer-opened
               move "FO"     to ws-vault-move
               move ws-float to ws-vault-amount
               perform post-to-vault
           end-if.
           display space.
           display "    Drawer open with float " ws-float
           .
               rewrite teller-drawer-record
               close archivoDrawer
               perform post-over-short
               move "DR"        to ws-vault-move
               move ws-declared to ws-vault-amount
               perform post-to-vault
               perform write-drawer-line
               move ws-over-short to print-diff
               display "    Drawer closed - over/short " print-diff
           .
      *>----------------------------------------------------------------

       post-to-vault.
           call "Vault-Post" using
                                  by content ls-staff-id
                                             ws-vault-move
                                             ws-vault-amount
                                             ws-vault-ref
           .
      *>----------------------------------------------------------------

       write-drawer-line.
           move ws-over-short to print-diff.
           move spaces to ws-report-line.
