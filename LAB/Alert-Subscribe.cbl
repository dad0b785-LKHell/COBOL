      *> then adds or cancels: the customer picks the event, keys
      *> THEIR threshold where one applies, and chooses the channel
      *> the alert should arrive on. Alert-Event-Check fires these
      *> when the triggering posting lands. The same menu is where
      *> the customer gives or withdraws consent to hear about our
      *> products (Consent-Maintain, source "A").
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-cancel-seq          pic 9(9).
       77 ws-sub-seq             pic 9(9).
       77 print-threshold        pic -(7)9.99.
       77 ws-no-staff-id         pic 9(5) value zero.
       77 ws-consent-source      pic x(1) value "A".
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-subs      value 1.


       main-procedure.
           perform list-current-subs.
           display "    A=add alert C=cancel alert "
                   "M=marketing choices ? : "
                   no advancing.
           accept ws-action.
           if ws-action is equal to "A"
           else
               if ws-action is equal to "C"
                   perform cancel-subscription
               else
                   if ws-action is equal to "M"
                       call "Consent-Maintain" using
                                  by content ws-no-staff-id
                                             ls-customer-id
                                             ws-consent-source
                   end-if
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

