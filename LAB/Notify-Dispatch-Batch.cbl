      *> customer record can't be read is marked failed with its
      *> retry count stepped, so the next run tries it again until the
      *> cap; after that it stays failed for the branch to chase.
      *> A marketing item goes only on a channel the customer can be
      *> reached on AND has consented to (Consent-Check), trying
      *> text, email then letter; with no such channel - or a
      *> do-not-contact request on file - it is marked suppressed,
      *> never retried, and logged to notifysup.dat for the data
      *> protection officer. Service items ignore consent.
      *>----------------------------------------------------------------

       Identification Division.
       Select archivoPaperOut assign to "paper-out.dat"
           organization is line sequential.

       Select archivoSuppressed assign to "notifysup.dat"
           organization is line sequential.

       Data Division.

       File Section.
           05 filler               pic x(2) value spaces.
           05 paper-out-text       pic x(40).

       FD archivoSuppressed.
       01 suppressed-line.
           05 sup-date             pic 9(8).
           05 filler               pic x(2).
           05 sup-seq-no           pic 9(9).
           05 filler               pic x(2).
           05 sup-customer-id      pic 9(5).
           05 filler               pic x(2).
           05 sup-account-no       pic 9(7).
           05 filler               pic x(2).
           05 sup-event            pic x(2).
           05 filler               pic x(2).
           05 sup-text             pic x(40).

       working-storage section.
       78 max-retry-count         value 3.
       77 ws-sent-count           pic 9(5) value zero.
       77 ws-failed-count         pic 9(5) value zero.
       77 ws-suppressed-count     pic 9(5) value zero.
       77 ws-today                pic 9(8).
       77 ws-try-channel          pic x(1).
       77 ws-marketing-channel    pic x(1).
       01 ws-consent-bool         pic 9 value zero.
          88  ws-consent-given      value 1.
       01 ws-at-end-switch        pic 9 value zero.
          88  ws-no-more-items      value 1.
       01 ws-customer-switch      pic 9 value zero.
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open i-o archivoNotify.
           open input archivoCustomer.
           open extend archivoSmsOut.
           open extend archivoEmailOut.
           open extend archivoPaperOut.
           open extend archivoSuppressed.
           move zero to notify-seq-no.
           start archivoNotify key is greater than notify-seq-no
               invalid key
           end-start.
           perform dispatch-item until ws-no-more-items.
           close archivoNotify archivoCustomer
                 archivoSmsOut archivoEmailOut archivoPaperOut
                 archivoSuppressed.
           display "Notify-Dispatch-Batch: "
                   ws-sent-count " sent, "
                   ws-failed-count " failed, "
                   ws-suppressed-count " suppressed".
           stop run
           .
      *>----------------------------------------------------------------
                   exit paragraph
               end-if
               perform look-up-customer
               if ws-customer-found
               and notify-is-marketing
                   perform choose-marketing-channel
                   if ws-marketing-channel is equal to space
                       perform suppress-item
                       rewrite notification-record
                       exit paragraph
                   end-if
                   move ws-marketing-channel to notify-channel
               end-if
               if ws-customer-found
                   perform write-channel-extract
                   set notify-is-sent to true
           .
      *>----------------------------------------------------------------

       choose-marketing-channel.
           move space to ws-marketing-channel.
           if customer-phone not equal spaces
               move "S" to ws-try-channel
               perform try-marketing-channel
           end-if.
           if ws-marketing-channel is equal to space
           and customer-email not equal spaces
               move "E" to ws-try-channel
               perform try-marketing-channel
           end-if.
           if ws-marketing-channel is equal to space
               move "L" to ws-try-channel
               perform try-marketing-channel
           end-if
           .
      *>----------------------------------------------------------------

       try-marketing-channel.
           move zero to ws-consent-bool.
           call "Consent-Check" using
                                  by content notify-customer-id
                                             ws-try-channel
                                  by reference ws-consent-bool.
           if ws-consent-given
               move ws-try-channel to ws-marketing-channel
           end-if
           .
      *>----------------------------------------------------------------

       suppress-item.
           set notify-is-suppressed to true.
           add 1 to ws-suppressed-count.
           move spaces to suppressed-line.
           move ws-today           to sup-date.
           move notify-seq-no      to sup-seq-no.
           move notify-customer-id to sup-customer-id.
           move notify-account-no  to sup-account-no.
           move notify-event       to sup-event.
           move notify-text        to sup-text.
           write suppressed-line
           .
      *>----------------------------------------------------------------

       write-channel-extract.
      *> An item queued with its channel already chosen (a
      *> customer-managed alert subscription) is delivered on that
      *> channel; everything else works down the contact card as
      *> before. A contact-change notice goes to the details the
      *> change replaced - a hijacker's new phone must not be the
      *> only one told - and to paper when there were none.
           evaluate true
               when notify-contact-changed
                    and customer-prior-phone not equal spaces
                   set notify-by-sms to true
                   move customer-prior-phone to sms-out-phone
                   move notify-text          to sms-out-text
                   write sms-out-line
               when notify-contact-changed
                    and customer-prior-email not equal spaces
                   set notify-by-email to true
                   move customer-prior-email to email-out-address
                   move notify-text          to email-out-text
                   write email-out-line
               when notify-contact-changed
                   set notify-by-paper to true
                   move customer-address to paper-out-address
                   move notify-text      to paper-out-text
                   write paper-out-line
      *> The annual fee statement is posted on paper regardless; the
      *> copy through here is for customers with an email address.
               when notify-fee-statement
                    and customer-email not equal spaces
                   set notify-by-email to true
                   move customer-email to email-out-address
                   move notify-text    to email-out-text
                   write email-out-line
               when notify-by-sms and customer-phone not equal spaces
                   move customer-phone to sms-out-phone
                   move notify-text    to sms-out-text
