      *> acctseq.dat the same way Settlement-Post generates settlement
      *> sequence numbers, then links the record to the owning
      *> customer-id instead of just looking one up like
      *> request-account does. The account is domiciled at the
      *> opening staff member's home branch (acctdom.dat), which is
      *> where its batch postings are booked in the general ledger.
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is acctseq-key.

       Select optional archivoDomicile assign to "acctdom.dat"
           organization is indexed
           access is dynamic
           record key is adom-account-no.

       Select archivoStaff assign to "staff.dat"
           organization is indexed
           access is dynamic
           record key is staff-id.

       Data Division.

       File Section.
           05 acctseq-key           pic 9(1).
           05 acctseq-next          pic 9(7).

       FD archivoDomicile.
       copy "ACCTDOM.cpy".

       FD archivoStaff.
       copy "STAFF.cpy".

       working-storage section.
       77 ws-next-account-no    pic 9(7).
       77 ws-account-base       pic 9(6).
       77 ws-before-image       pic x(40) value "(no account)".
       77 ws-after-image        pic x(40).
       77 print-balance         pic -(7)9.99.
       77 ws-site-atm-id        pic 9(3).
       77 ws-site-bank-id       pic 9(3).
       77 ws-site-branch-id     pic 9(3).

       Linkage Section.
         77 ls-customer-id        pic 9(5).
               end-write
           close archivoAccounts.
           if exist
               perform write-domicile
               perform write-audit-entry
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

      *> The bank is the installation's own; the branch is the
      *> opener's, or the installation's when the opener has none.

       write-domicile.
           call "ATM-Config" using by reference ws-site-atm-id
                                                ws-site-bank-id
                                                ws-site-branch-id.
           initialize account-domicile-record.
           move ws-next-account-no to adom-account-no.
           move ws-site-bank-id    to adom-bank-id.
           move ws-site-branch-id  to adom-branch-id.
           move ws-today           to adom-since-date.
           move ls-staff-id to staff-id.
           open input archivoStaff.
           read archivoStaff key is staff-id
               invalid key
                   continue
               not invalid key
                   if staff-branch-id is greater than zero
                       move staff-branch-id to adom-branch-id
                   end-if
           end-read.
           close archivoStaff.
           open i-o archivoDomicile.
           write account-domicile-record
               invalid key
                   rewrite account-domicile-record
           end-write.
           close archivoDomicile
           .
      *>----------------------------------------------------------------

