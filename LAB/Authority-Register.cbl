      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Power-of-attorney and third-party authority register at the
      *> branch. "R" records an authority a customer (the grantor)
      *> has given another customer (the attorney) over up to four
      *> of the grantor's own open accounts - sole or joint - with
      *> the powers it carries (withdraw, transfer, close; none of
      *> them makes it view only), the dates it runs between and the
      *> reference of the document held on file. It is written
      *> pending onto authority.dat and parked on the dual-control
      *> approval queue ("PW"); it only takes effect when a SECOND
      *> supervisor releases it through Approval-Workbench, which
      *> activates it via Authority-Activate. "V" revokes an
      *> authority by hand, at once. Both land on the audit trail
      *> under "PW".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Authority-Register.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoAuthority assign to "authority.dat"
           organization is indexed
           access is dynamic
           record key is auth-seq-no.

       Select archivoAuthSeq assign to "authseq.dat"
           organization is indexed
           access is dynamic
           record key is authseq-key.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoCustomers assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Data Division.

       File Section.
       FD archivoAuthority.
       copy "AUTHORITY.cpy".

       FD archivoAuthSeq.
       01 authseq-record.
           05 authseq-key           pic 9(1).
           05 authseq-next          pic 9(9).

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomers.
       copy "CUSTOMER.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-auth-action         pic x(1).
       77 ws-grantor-id          pic 9(5).
       77 ws-attorney-id         pic 9(5).
       77 ws-attorney-name       pic x(10).
       77 ws-slot                pic 9.
       77 ws-account-count       pic 9 value zero.
       77 ws-account-no          pic 9(7).
       77 ws-first-account       pic 9(7).
       77 ws-power-withdraw      pic x(1).
       77 ws-power-transfer      pic x(1).
       77 ws-power-close         pic x(1).
       77 ws-valid-from          pic 9(8).
       77 ws-valid-to            pic 9(8).
       77 ws-document-ref        pic x(15).
       77 ws-auth-seq            pic 9(9).
       77 ws-action              pic x(2) value "PW".
       77 ws-approval-seq        pic 9(9).
       77 ws-approval-amount     pic s9(9)v99 value zero.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-zero-type           pic 9 value zero.
       77 ws-zero-id             pic 9(5) value zero.
       77 ws-no-name             pic x(10) value spaces.
       77 ws-no-currency         pic x(3) value spaces.
       77 ws-no-routing          pic x(4) value spaces.
       77 ws-audit-action        pic x(2) value "PW".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       01 ws-accounts.
           05 ws-covered-account occurs 4 times pic 9(7).
       01 ws-party-bool          pic 9 value zero.
          88  ws-parties-ok        value 1.
       01 ws-account-bool        pic 9 value zero.
          88  ws-account-ok        value 1.
       01 ws-done-switch         pic 9 value zero.
          88  ws-accounts-done     value 1.
       01 ws-revoke-bool         pic 9 value zero.
          88  ws-revoked           value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Authority (R=register V=revoke) ? : "
                   no advancing.
           move space to ws-auth-action.
           accept ws-auth-action.
           evaluate ws-auth-action
               when "R"
               when "r"
                   perform register-authority
               when "V"
               when "v"
                   perform revoke-authority
               when other
                   display space
                   display "    Unknown authority action"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       register-authority.
           perform take-parties.
           if not ws-parties-ok
               exit paragraph
           end-if.
           perform take-accounts.
           if ws-account-count is equal to zero
               display space
               display "    No accounts - authority not recorded"
               exit paragraph
           end-if.
           perform take-powers.
           if ws-valid-to is not equal to zero
           and ws-valid-to is less than ws-valid-from
               display space
               display "    Valid-to is before valid-from"
               exit paragraph
           end-if.
           if ws-document-ref is equal to spaces
               display space
               display "    A document reference is needed"
               exit paragraph
           end-if.
           perform write-authority.
           perform queue-for-approval.
           move spaces to ws-before-image.
           move spaces to ws-after-image.
           string "Grant "         delimited by size
                  ws-grantor-id    delimited by size
                  " to "           delimited by size
                  ws-attorney-id   delimited by size
                  " W"             delimited by size
                  ws-power-withdraw delimited by size
                  " T"             delimited by size
                  ws-power-transfer delimited by size
                  " C"             delimited by size
                  ws-power-close   delimited by size
                  into ws-after-image
           end-string.
           perform write-audit
           .
      *>----------------------------------------------------------------

       take-parties.
           move zero to ws-party-bool.
           display "    Grantor customer id ? : " no advancing.
           accept ws-grantor-id.
           display "    Attorney customer id? : " no advancing.
           accept ws-attorney-id.
           if ws-attorney-id is equal to ws-grantor-id
               display space
               display "    Grantor cannot be their own attorney"
               exit paragraph
           end-if.
           open input archivoCustomers.
           move ws-grantor-id to customer-id.
           read archivoCustomers record
                                 key is customer-id
               invalid key
                   display space
                   display "    No such grantor"
               not invalid key
                   move ws-attorney-id to customer-id
                   read archivoCustomers record
                                         key is customer-id
                       invalid key
                           display space
                           display "    No such attorney"
                       not invalid key
                           move customer-name to ws-attorney-name
                           set ws-parties-ok to true
                   end-read
           end-read.
           close archivoCustomers
           .
      *>----------------------------------------------------------------

       take-accounts.
           move zero to ws-account-count.
           move zero to ws-done-switch.
           move zero to ws-first-account.
           initialize ws-accounts.
           perform take-one-account
               until ws-accounts-done or ws-account-count is equal to 4
           .
      *>----------------------------------------------------------------

      *> Only the grantor's own accounts can be covered - those they
      *> hold in their own name or jointly.

       take-one-account.
           display "    Account (0 = done)  ? : " no advancing.
           accept ws-account-no.
           if ws-account-no is equal to zero
               set ws-accounts-done to true
               exit paragraph
           end-if.
           move zero to ws-account-bool.
           move ws-account-no to account-no.
           open input archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   display "    No such account"
               not invalid key
                   if account-is-closed
                       display "    Account is closed"
                   else
                       if account-owner-id is equal to ws-grantor-id
                       or account-joint-owner-id (1) is equal to
                          ws-grantor-id
                       or account-joint-owner-id (2) is equal to
                          ws-grantor-id
                           set ws-account-ok to true
                       else
                           display "    Not an account of the grantor"
                       end-if
                   end-if
           end-read.
           close archivoAccounts.
           if ws-account-ok
               add 1 to ws-account-count
               move ws-account-no to
                    ws-covered-account (ws-account-count)
               if ws-first-account is equal to zero
                   move ws-account-no to ws-first-account
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       take-powers.
           display "    May withdraw  (Y/N) ? : " no advancing.
           move "N" to ws-power-withdraw.
           accept ws-power-withdraw.
           display "    May transfer  (Y/N) ? : " no advancing.
           move "N" to ws-power-transfer.
           accept ws-power-transfer.
           display "    May close     (Y/N) ? : " no advancing.
           move "N" to ws-power-close.
           accept ws-power-close.
           if ws-power-withdraw is equal to "y"
               move "Y" to ws-power-withdraw
           end-if.
           if ws-power-transfer is equal to "y"
               move "Y" to ws-power-transfer
           end-if.
           if ws-power-close is equal to "y"
               move "Y" to ws-power-close
           end-if.
           if ws-power-withdraw is not equal to "Y"
               move "N" to ws-power-withdraw
           end-if.
           if ws-power-transfer is not equal to "Y"
               move "N" to ws-power-transfer
           end-if.
           if ws-power-close is not equal to "Y"
               move "N" to ws-power-close
           end-if.
           display "    Valid from (0=today)? : " no advancing.
           accept ws-valid-from.
           if ws-valid-from is equal to zero
               move ws-today to ws-valid-from
           end-if.
           display "    Valid to (0=no end) ? : " no advancing.
           accept ws-valid-to.
           display "    Document reference  ? : " no advancing.
           move spaces to ws-document-ref.
           accept ws-document-ref
           .
      *>----------------------------------------------------------------

       write-authority.
           perform next-seq-no.
           move ws-auth-seq       to auth-seq-no.
           move ws-grantor-id     to auth-grantor-id.
           move ws-attorney-id    to auth-attorney-id.
           move 1 to ws-slot.
           perform copy-covered-account until ws-slot is greater than 4.
           move ws-power-withdraw to auth-power-withdraw.
           move ws-power-transfer to auth-power-transfer.
           move ws-power-close    to auth-power-close.
           move ws-valid-from     to auth-valid-from.
           move ws-valid-to       to auth-valid-to.
           move ws-document-ref   to auth-document-ref.
           set auth-is-pending to true.
           move ls-staff-id       to auth-maker-id.
           move zero              to auth-checker-id.
           move ws-today          to auth-entry-date.
           move zero              to auth-revoked-date.
           move space             to auth-revoke-reason.
           open i-o archivoAuthority
               write authority-record
                   invalid key
                       display "Authority-Register: write failed"
               end-write
           close archivoAuthority
           .
      *>----------------------------------------------------------------

       copy-covered-account.
           move ws-covered-account (ws-slot)
             to auth-account-no (ws-slot).
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to authseq-key.
           open i-o archivoAuthSeq
               read archivoAuthSeq record
                                   key is authseq-key
                   invalid key
                       move 1 to authseq-next
                       write authseq-record
                   not invalid key
                       add 1 to authseq-next
                       rewrite authseq-record
               end-read
           close archivoAuthSeq.
           move authseq-next to ws-auth-seq
           .
      *>----------------------------------------------------------------

       queue-for-approval.
           call "Approval-Post" using
                                  by content ws-action
                                             ls-staff-id
                                             ws-approval-amount
                                             ws-auth-seq
                                             ws-atm-id
                                             ws-grantor-id
                                             ws-zero-type
                                             ws-attorney-name
                                             ws-no-currency
                                             ws-zero-id
                                             ws-zero-id
                                             ws-first-account
                                             ws-no-routing
                                  by reference ws-approval-seq.
           display space.
           display "    Authority " ws-auth-seq " keyed - awaiting"
                   " second supervisor release"
           .
      *>----------------------------------------------------------------

       revoke-authority.
           display "    Authority seq no    ? : " no advancing.
           accept ws-auth-seq.
           move zero to ws-revoke-bool.
           move ws-auth-seq to auth-seq-no.
           open i-o archivoAuthority.
           read archivoAuthority record
                                 key is auth-seq-no
               invalid key
                   display space
                   display "    No such authority"
               not invalid key
                   if auth-is-revoked
                       display space
                       display "    Authority already revoked"
                   else
                       move spaces to ws-before-image
                       string "Status "   delimited by size
                              auth-status delimited by size
                              into ws-before-image
                       end-string
                       set auth-is-revoked to true
                       set auth-revoked-by-hand to true
                       move ws-today to auth-revoked-date
                       rewrite authority-record
                       set ws-revoked to true
                   end-if
           end-read.
           close archivoAuthority.
           if ws-revoked
               move "Revoked" to ws-after-image
               perform write-audit
               display space
               display "    Authority " ws-auth-seq " revoked"
           end-if
           .
      *>----------------------------------------------------------------

       write-audit.
           move ws-auth-seq to ws-audit-key.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program Authority-Register.
