      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Marketing consent for one customer, kept in consent.dat per
      *> channel. Shows what is on file - text, email, letter, the
      *> machine's screen, and any do-not-contact request - then
      *> takes each change: the channel, and G to give consent (or,
      *> on "*", to place the do-not-contact request) or W to
      *> withdraw it. Every change is dated and stamped with where
      *> it was made. Called by Branch-Terminal with the staff id
      *> and source "B" (customer id zero - it is asked for), and by
      *> Alert-Subscribe at the machine with staff id zero, source
      *> "A" and the signed-in customer. Every change lands on the
      *> audit trail under "MC".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Consent-Maintain.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoConsent assign to "consent.dat"
           organization is indexed
           access is dynamic
           record key is consent-key.

       Select archivoCustomers assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Data Division.

       File Section.
       FD archivoConsent.
       copy "CONSENT.cpy".

       FD archivoCustomers.
       copy "CUSTOMER.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-customer-id         pic 9(5).
       77 ws-channel             pic x(1).
       77 ws-answer              pic x(1).
       77 ws-old-status          pic x(1).
       77 ws-slot                pic 9.
       77 ws-changed-count       pic 9(2) value zero.
       77 ws-audit-action        pic x(2) value "MC".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       01 ws-channel-codes       pic x(5) value "SELA*".
       01 ws-channel-table redefines ws-channel-codes.
           05 ws-channel-code occurs 5 times pic x(1).
       01 ws-channel-names.
           05 filler             pic x(14) value "Text message  ".
           05 filler             pic x(14) value "Email         ".
           05 filler             pic x(14) value "Letter        ".
           05 filler             pic x(14) value "ATM screen    ".
           05 filler             pic x(14) value "Do not contact".
       01 ws-channel-name-table redefines ws-channel-names.
           05 ws-channel-name occurs 5 times pic x(14).
       01 ws-customer-bool       pic 9 value zero.
          88  ws-customer-ok       value 1.
       01 ws-done-switch         pic 9 value zero.
          88  ws-changes-done      value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).
         77 ls-customer-id       pic 9(5).
         77 ls-source            pic x(1).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id
                                ls-customer-id
                                ls-source.

       main-procedure.
           accept ws-today from date yyyymmdd.
           move zero to ws-changed-count ws-done-switch.
           move ls-customer-id to ws-customer-id.
           if ws-customer-id is equal to zero
               display "    Customer ID   ? : " no advancing
               accept ws-customer-id
           end-if.
           perform check-customer.
           if not ws-customer-ok
               display space
               display "    No such customer"
               exit program
           end-if.
           perform show-consents.
           perform take-change until ws-changes-done.
           if ws-changed-count is equal to zero
               display space
               display "    Marketing preferences unchanged"
               exit program
           end-if.
           perform show-consents.
           display space.
           display "    Marketing preferences recorded".
           exit program
           .
      *>----------------------------------------------------------------

       check-customer.
           move zero to ws-customer-bool.
           move ws-customer-id to customer-id.
           open input archivoCustomers.
           read archivoCustomers record
                                 key is customer-id
               invalid key
                   continue
               not invalid key
                   set ws-customer-ok to true
           end-read.
           close archivoCustomers
           .
      *>----------------------------------------------------------------

       show-consents.
           display space.
           display "    Marketing preferences on file :".
           open input archivoConsent.
           move 1 to ws-slot.
           perform show-consent-slot until ws-slot is greater than 5.
           close archivoConsent
           .
      *>----------------------------------------------------------------

       show-consent-slot.
           move ws-customer-id to consent-customer-id.
           move ws-channel-code (ws-slot) to consent-channel.
           read archivoConsent record key is consent-key
               invalid key
                   display "      " ws-channel-code (ws-slot) " "
                           ws-channel-name (ws-slot) "  -"
               not invalid key
                   display "      " ws-channel-code (ws-slot) " "
                           ws-channel-name (ws-slot) "  "
                           consent-status " since " consent-date
                           " (" consent-source ")"
           end-read.
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

       take-change.
           display "    Channel S/E/L/A, * = do not contact "
                   "(blank = done) ? : " no advancing.
           move space to ws-channel.
           accept ws-channel.
           if ws-channel is equal to space
               set ws-changes-done to true
               exit paragraph
           end-if.
           if ws-channel not equal "S" and ws-channel not equal "E"
          and ws-channel not equal "L" and ws-channel not equal "A"
          and ws-channel not equal "*"
               display "    Unknown channel"
               exit paragraph
           end-if.
           display "    G = give  W = withdraw ? : " no advancing.
           move space to ws-answer.
           accept ws-answer.
           if ws-answer not equal "G" and ws-answer not equal "W"
               display "    Nothing changed"
               exit paragraph
           end-if.
           perform record-change
           .
      *>----------------------------------------------------------------

       record-change.
           move space to ws-old-status.
           open i-o archivoConsent.
           move ws-customer-id to consent-customer-id.
           move ws-channel     to consent-channel.
           read archivoConsent record key is consent-key
               invalid key
                   perform fill-consent
                   write consent-record
                       invalid key
                           display "Consent-Maintain: write failed"
                   end-write
               not invalid key
                   move consent-status to ws-old-status
                   perform fill-consent
                   rewrite consent-record
           end-read.
           close archivoConsent.
           add 1 to ws-changed-count.
           perform write-audit
           .
      *>----------------------------------------------------------------

       fill-consent.
           move ws-answer      to consent-status.
           move ws-today       to consent-date.
           move ls-source      to consent-source.
           move ls-staff-id    to consent-staff-id
           .
      *>----------------------------------------------------------------

       write-audit.
           move ws-customer-id to ws-audit-key.
           move spaces to ws-before-image ws-after-image.
           string "Channel " ws-channel " status " ws-old-status
                  delimited by size
                  into ws-before-image
           end-string.
           string "Channel " ws-channel " status " ws-answer
                  " via " ls-source
                  delimited by size
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

       end program Consent-Maintain.
