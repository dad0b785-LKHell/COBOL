      *> paperwork. In one visit: the case record is written, every
      *> account the customer owns takes the estate hold ("E" -
      *> debits blocked, the trailing salary still lands), their
      *> standing orders are suspended and their sweeps stopped,
      *> every power of attorney they gave - or held over someone
      *> else's accounts - is revoked, and the whole sequence goes to
      *> the audit trail under "ES".
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is sweep-seq-no.

       Select optional archivoAuthority assign to "authority.dat"
           organization is indexed
           access is dynamic
           record key is auth-seq-no.

       Data Division.

       File Section.
       FD archivoSweep.
       copy "SWEEP.cpy".

       FD archivoAuthority.
       copy "AUTHORITY.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-customer-id         pic 9(5).
       77 ws-est-seq             pic 9(9).
       77 ws-held-count          pic 9(2) value zero.
       77 ws-acct-slot           pic 9(2).
       77 ws-revoked-count       pic 9(3) value zero.
       77 ws-audit-before        pic x(40).
       77 ws-audit-after         pic x(40).
       77 ws-audit-action        pic x(2) value "ES".
           perform hold-customer-accounts.
           perform suspend-standing-orders.
           perform stop-sweeps.
           perform revoke-authorities.
           perform write-audit-row.
           display space.
           display "    Estate case " ws-est-seq " opened - "
                   ws-held-count " accounts under estate hold"
           if ws-revoked-count is greater than zero
               display "    " ws-revoked-count
                       " powers of attorney revoked"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

      *> An authority dies with the person who gave it, and with the
      *> attorney who held it - pending ones too, so a release still
      *> sitting on the approval queue can no longer bring one to
      *> life.

       revoke-authorities.
           move zero to ws-at-end-switch.
           open i-o archivoAuthority.
           perform revoke-one-authority until ws-no-more-records.
           close archivoAuthority
           .
      *>----------------------------------------------------------------

       revoke-one-authority.
           read archivoAuthority next record
               at end
                   set ws-no-more-records to true
               not at end
                   if not auth-is-revoked
                   and (auth-grantor-id is equal to ws-customer-id
                        or auth-attorney-id is equal to ws-customer-id)
                       set auth-is-revoked to true
                       set auth-revoked-death to true
                       move ws-today to auth-revoked-date
                       rewrite authority-record
                       add 1 to ws-revoked-count
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-audit-row.
           move spaces to ws-audit-before.
           move spaces to ws-audit-after.
