      *> any other event - a hold cleared by Cheque-Hold-Batch, a card
      *> captured - can queue into the same file with its own event
      *> code. Notify-Dispatch-Batch is what actually sends the
      *> queued items. The item is classed from its event code:
      *> a product offer ("MK") is marketing and is only sent where
      *> the customer has consented on the channel; every other
      *> event is a service message and always goes.
      *>----------------------------------------------------------------

       Identification Division.
           move ls-customer-id   to notify-customer-id.
           move ls-account-no    to notify-account-no.
           move ls-event         to notify-event.
           if notify-marketing-offer
               set notify-is-marketing to true
           else
               move "S" to notify-class
           end-if.
           move ls-text          to notify-text.
           move ls-notify-date   to notify-date.
           set notify-is-pending to true.
                   invalid key
                       display "Notify-Post: write failed"
               end-write
           close archivoNotify.
           exit program
           .
      *>----------------------------------------------------------------

