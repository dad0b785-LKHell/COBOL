      *> same way Open-Account is. Every update is written to
      *> audit.dat through Audit-Log with the acting staff-id and the
      *> phone number's before and after images, so supervisors can
      *> see who changed what. Any change also starts the
      *> account-takeover cooling-off period (cooloff.cfg, default 3
      *> days) that Cooling-Off-Check enforces, keeps the old phone
      *> and email on the record, and queues a "your contact details
      *> were changed" notice through Notify-Post that
      *> Notify-Dispatch-Batch delivers to those OLD details.
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is customer-id.

       Select optional archivoCoolCfg assign to "cooloff.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoCoolCfg.
       01 cool-config-record.
           05 coolcfg-days         pic 9(3).
           05 coolcfg-cap          pic 9(5)v99.

       working-storage section.
       77 ws-action             pic x(2) value "UC".
       78 default-cooloff-days  value 3.
       77 ws-cooloff-days       pic 9(3).
       77 ws-today              pic 9(8).
       77 ws-date-integer       pic 9(9) comp.
       77 ws-notify-account     pic 9(7) value zero.
       77 ws-notify-event       pic x(2) value "CD".
       77 ws-notify-text        pic x(40)
                     value "Your contact details were changed".
       77 ws-notify-seq         pic 9(9).
       01 ws-change-switch      pic 9 value zero.
          88  ws-details-changed  value 1.
       77 ws-audit-key          pic 9(9).
       77 ws-before-image       pic x(40).
       77 ws-after-image        pic x(40).
                                ls-staff-id.

       main-procedure.
           move zero to ws-change-switch.
           accept ws-today from date yyyymmdd.
           perform load-cooloff-days.
           move ls-customer-id to customer-id.
           open i-o archivoCustomer
               read archivoCustomer record into registro
                       set not-exist to true
                   not invalid key
                       perform build-before-image
                       perform start-cooling-off
                       move ls-phone   to customer-phone
                       move ls-email   to customer-email
                       move ls-address to customer-address
           close archivoCustomer.
           if exist
               perform write-audit-entry
               if ws-details-changed
                   call "Notify-Post" using
                                  by content ls-customer-id
                                             ws-notify-account
                                             ws-notify-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

      *> The notice must reach whoever held the OLD details, so they
      *> are kept on the record until the next change replaces them.

       start-cooling-off.
           if ls-phone   not equal customer-phone
           or ls-email   not equal customer-email
           or ls-address not equal customer-address
               set ws-details-changed to true
               move customer-phone to customer-prior-phone
               move customer-email to customer-prior-email
               compute ws-date-integer =
                   function integer-of-date (ws-today)
                   + ws-cooloff-days
               compute customer-cooloff-until =
                   function date-of-integer (ws-date-integer)
           end-if
           .
      *>----------------------------------------------------------------

       load-cooloff-days.
           move default-cooloff-days to ws-cooloff-days.
           open input archivoCoolCfg
           read archivoCoolCfg
                   at end
                       continue
                   not at end
                       move coolcfg-days to ws-cooloff-days
           end-read.
           close archivoCoolCfg
           .
      *>----------------------------------------------------------------

       write-audit-entry.
           move spaces to ws-after-image.
           string ls-phone delimited by size
