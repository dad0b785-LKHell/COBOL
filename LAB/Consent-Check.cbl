      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Answers whether a customer may be sent marketing on one
      *> channel: consent.dat must hold a granted record for that
      *> customer and channel, and no standing do-not-contact
      *> request (channel "*") for the customer. Anything else -
      *> no record, consent withdrawn, do-not-contact in force - is
      *> a no. Read-only; Consent-Maintain is what records consent.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Consent-Check.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoConsent assign to "consent.dat"
           organization is indexed
           access is dynamic
           record key is consent-key.

       Data Division.

       File Section.
       FD archivoConsent.
       copy "CONSENT.cpy".

       working-storage section.

       Linkage Section.
         77 ls-customer-id       pic 9(5).
         77 ls-channel           pic x(1).
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.

      *>----------------------------------------------------------------
       Procedure division using ls-customer-id
                                ls-channel
                                bool.

       main-procedure.
           set not-exist to true.
           open input archivoConsent.
           move ls-customer-id to consent-customer-id.
           move ls-channel     to consent-channel.
           read archivoConsent record key is consent-key
               invalid key
                   continue
               not invalid key
                   if consent-is-granted
                       set exist to true
                   end-if
           end-read.
           if exist
               move ls-customer-id to consent-customer-id
               set consent-do-not-contact to true
               read archivoConsent record key is consent-key
                   invalid key
                       continue
                   not invalid key
                       if consent-is-granted
                           set not-exist to true
                       end-if
               end-read
           end-if.
           close archivoConsent
           .
      *>----------------------------------------------------------------

       end program Consent-Check.
