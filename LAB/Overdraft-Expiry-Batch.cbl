      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly batch job over the overdraft facility book
      *> (odfacil.dat). A facility whose expiry date is now within
      *> thirty days gets its customer a notice through Notify-Post
      *> ("OX") - once, the facility remembers the date it was sent.
      *> A facility that has reached its expiry date without being
      *> renewed is expired: the account's usable
      *> account-overdraft-limit drops to zero, and whatever was
      *> still drawn at that moment stays on the account as an
      *> excess over the (now zero) limit, which Overdraft-Aging-
      *> Report lists for collections to chase. The customer is
      *> told that too. Each action is listed on odexpiry.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Overdraft-Expiry-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoFacility assign to "odfacil.dat"
           organization is indexed
           access is dynamic
           record key is odf-account-no.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoReport assign to "odexpiry.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoFacility.
       copy "ODFACIL.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoReport.
       01 expiry-report-line     pic x(70).

       working-storage section.
       78 notice-days            value 30.
       77 ws-today               pic 9(8).
       77 ws-notice-horizon-days pic 9(9) comp.
       77 ws-notice-horizon      pic 9(8).
       77 ws-customer-id         pic 9(5).
       77 ws-event               pic x(2) value "OX".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).
       77 ws-noticed-count       pic 9(5) value zero.
       77 ws-expired-count       pic 9(5) value zero.
       77 print-amount           pic -(7)9.99.
       77 ws-report-line         pic x(70).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-facilities value 1.

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-notice-horizon-days =
               function integer-of-date (ws-today) + notice-days.
           compute ws-notice-horizon =
               function date-of-integer (ws-notice-horizon-days).
           open i-o archivoFacility.
           open output archivoReport.
           perform process-facility until ws-no-more-facilities.
           close archivoFacility archivoReport.
           display "Overdraft-Expiry-Batch: noticed " ws-noticed-count
                   " expired " ws-expired-count.
           stop run
           .
      *>----------------------------------------------------------------

       process-facility.
           read archivoFacility next record
               at end
                   set ws-no-more-facilities to true
               not at end
                   if odf-is-active
                       if odf-expiry-date <= ws-today
                           perform expire-facility
                       else
                       if odf-expiry-date <= ws-notice-horizon
                       and odf-notice-date is equal to zero
                           perform give-expiry-notice
                       end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       give-expiry-notice.
           perform look-up-owner.
           move spaces to ws-notify-text.
           string "Overdraft facility expires " delimited by size
                  odf-expiry-date              delimited by size
                  into ws-notify-text
           end-string.
           perform post-notice.
           move ws-today to odf-notice-date.
           rewrite od-facility-record.
           add 1 to ws-noticed-count.
           move odf-limit to print-amount.
           move spaces to ws-report-line.
           string " Notice  acct "  delimited by size
                  odf-account-no    delimited by size
                  " limit "         delimited by size
                  print-amount      delimited by size
                  " expires "       delimited by size
                  odf-expiry-date   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to expiry-report-line.
           write expiry-report-line
           .
      *>----------------------------------------------------------------

       expire-facility.
           move zero to ws-customer-id.
           move odf-account-no to account-no.
           open i-o archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   move zero to odf-excess-amount
               not invalid key
                   move account-owner-id to ws-customer-id
                   move account-overdraft-used to odf-excess-amount
                   move zero to account-overdraft-limit
                   rewrite account
           end-read.
           close archivoAccounts.
           set odf-is-expired to true.
           move ws-today to odf-expired-date.
           rewrite od-facility-record.
           move spaces to ws-notify-text.
           move "Overdraft facility has expired" to ws-notify-text.
           perform post-notice.
           add 1 to ws-expired-count.
           move odf-excess-amount to print-amount.
           move spaces to ws-report-line.
           string " Expired acct "  delimited by size
                  odf-account-no    delimited by size
                  " drawn to collect " delimited by size
                  print-amount      delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to expiry-report-line.
           write expiry-report-line
           .
      *>----------------------------------------------------------------

       look-up-owner.
           move zero to ws-customer-id.
           move odf-account-no to account-no.
           open input archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   continue
               not invalid key
                   move account-owner-id to ws-customer-id
           end-read.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       post-notice.
           call "Notify-Post" using
                                  by content ws-customer-id
                                             odf-account-no
                                             ws-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq
           .
      *>----------------------------------------------------------------

       end program Overdraft-Expiry-Batch.
