      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Sanctions, renews or withdraws an account's overdraft
      *> facility at the branch - supervisors only, and the
      *> supervisor keying it is recorded as the one who approved it.
      *> The facility record on odfacil.dat carries the sanctioned
      *> limit, the sanction and expiry dates (a term in months,
      *> twelve unless stated, for the annual review) and the
      *> reason; the account's usable account-overdraft-limit is set
      *> to match. Renewing an existing facility simply sanctions it
      *> again from today, which also clears any expiry notice
      *> already sent. A limit of zero withdraws the facility - any
      *> amount still drawn then shows as an excess on
      *> Overdraft-Aging-Report. Every change lands on the audit
      *> trail under "OF" with the old and new limit.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Overdraft-Facility.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoFacility assign to "odfacil.dat"
           organization is indexed
           access is dynamic
           record key is odf-account-no.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoFacility.
       copy "ODFACIL.cpy".

       working-storage section.
       78 default-term-months    value 12.
       77 ws-today               pic 9(8).
       77 ws-account-no          pic 9(7).
       77 ws-limit               pic 9(7)v99.
       77 ws-old-limit           pic 9(7)v99.
       77 ws-term-months         pic 9(3).
       77 ws-expiry-days         pic 9(9) comp.
       77 ws-expiry-date         pic 9(8).
       77 ws-reason              pic x(20).
       77 ws-audit-action        pic x(2) value "OF".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 print-limit            pic -(7)9.99.
       77 print-used             pic -(7)9.99.
       01 ws-account-bool        pic 9 value zero.
          88  ws-account-ok        value 1.
       01 ws-facility-bool       pic 9 value zero.
          88  ws-facility-on-file  value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Account no          ? : " no advancing.
           accept ws-account-no.
           perform show-current-facility.
           if not ws-account-ok
               exit program
           end-if.
           display "    Sanctioned limit (0 = withdraw) ? : "
                   no advancing.
           accept ws-limit.
           move zero to ws-term-months.
           move zero to ws-expiry-date.
           if ws-limit is greater than zero
               display "    Term in months (0 = 12) ? : "
                       no advancing
               accept ws-term-months
               if ws-term-months is equal to zero
                   move default-term-months to ws-term-months
               end-if
               compute ws-expiry-days =
                   function integer-of-date (ws-today)
                   + (ws-term-months * 30)
               compute ws-expiry-date =
                   function date-of-integer (ws-expiry-days)
           end-if.
           display "    Reason              ? : " no advancing.
           move spaces to ws-reason.
           accept ws-reason.
           if ws-reason is equal to spaces
               display space
               display "    A reason must be given"
               exit program
           end-if.
           perform set-account-limit.
           if ws-account-ok
               perform write-facility
               perform write-audit
               move ws-limit to print-limit
               display space
               if ws-limit is greater than zero
                   display "    Facility of " print-limit
                           " sanctioned until " ws-expiry-date
               else
                   display "    Facility withdrawn"
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       show-current-facility.
           move zero to ws-account-bool.
           move ws-account-no to account-no.
           open input archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   display space
                   display "    No such account"
               not invalid key
                   if account-is-closed
                       display space
                       display "    Account is closed"
                   else
                       set ws-account-ok to true
                       move account-overdraft-limit to print-limit
                       move account-overdraft-used  to print-used
                       display "    Current limit " print-limit
                               " drawn " print-used
                   end-if
           end-read.
           close archivoAccounts.
           move zero to ws-facility-bool.
           move ws-account-no to odf-account-no.
           open input archivoFacility.
           read archivoFacility record
                                key is odf-account-no
               invalid key
                   continue
               not invalid key
                   set ws-facility-on-file to true
                   display "    Sanctioned " odf-sanction-date
                           " by " odf-approved-by
                           " expires " odf-expiry-date
                           " status " odf-status
           end-read.
           close archivoFacility
           .
      *>----------------------------------------------------------------

       set-account-limit.
           move zero to ws-account-bool.
           move ws-account-no to account-no.
           open i-o archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   continue
               not invalid key
                   move account-overdraft-limit to ws-old-limit
                   move ws-limit to account-overdraft-limit
                   rewrite account
                   set ws-account-ok to true
           end-read.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       write-facility.
           move ws-account-no    to odf-account-no.
           move ws-limit         to odf-limit.
           move ls-staff-id      to odf-approved-by.
           move ws-today         to odf-sanction-date.
           move ws-expiry-date   to odf-expiry-date.
           move ws-reason        to odf-reason.
           if ws-limit is greater than zero
               set odf-is-active to true
           else
               set odf-is-withdrawn to true
           end-if.
           move zero             to odf-notice-date.
           move zero             to odf-expired-date.
           move zero             to odf-excess-amount.
           open i-o archivoFacility.
           if ws-facility-on-file
               rewrite od-facility-record
           else
               write od-facility-record
                   invalid key
                       display "Overdraft-Facility: write failed"
               end-write
           end-if.
           close archivoFacility
           .
      *>----------------------------------------------------------------

       write-audit.
           move ws-account-no to ws-audit-key.
           move ws-old-limit to print-limit.
           move spaces to ws-before-image.
           string "Limit " delimited by size
                  print-limit delimited by size
                  into ws-before-image
           end-string.
           move ws-limit to print-limit.
           move spaces to ws-after-image.
           string "Limit " delimited by size
                  print-limit delimited by size
                  " to "  delimited by size
                  ws-expiry-date delimited by size
                  into ws-after-image
           end-string.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program Overdraft-Facility.
