       77 ws-today       pic 9(8).
       01 ws-hotlist-bool pic 9.
          88  ws-card-hotlisted    value 1.
       77 ws-card-bank-id  pic 9(3).
       77 ws-atm-location  pic x(10).
       77 ws-atm-owner-id  pic 9(3).
       77 ws-network-flag  pic x(1).
       77 ws-unfreeze-answer pic x(1).
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==ws-control-record==
                                    leading ==ctl-== by ==ws-ctl-==.

       Linkage Section.
       77 ls-customer-card-no  pic 9.
                               move zero to customer-pin-attempts
                               rewrite registro
                               move customer-id to ls-customer-id
                               move customer-bank-id to ws-card-bank-id
                               if customer-bank-id not equal
                                                    ls-home-bank-id
                                   set ls-is-foreign-card to true
                                             ls-atm-id
                                             ws-capture-reason
           end-if.
           if ls-customer-id is greater than zero
               perform check-card-controls
           end-if.
           exit program
       .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

      *> The cardholder's own controls, once the PIN is proven: a
      *> card switched off for other banks' machines is refused on a
      *> machine another bank owns, and a card the customer froze is
      *> offered its unfreeze here - the PIN just keyed is the proof
      *> that it is them. Neither is a failed access.

       check-card-controls.
           call "Card-Control-Lookup" using
                                  by content ls-customer-id
                                  by reference ws-control-record.
           if ws-ctl-network-off
               call "IdentifiesATM" using
                                  by content ls-atm-id
                                  by reference ws-atm-location
                                               ws-atm-owner-id
                                               ws-network-flag
               if ws-atm-owner-id is greater than zero
               and ws-atm-owner-id not equal ws-card-bank-id
                   move 0 to ls-customer-id
                   display space
                   display "    You have switched this card off"
                   display "    for other banks' machines"
                   exit paragraph
               end-if
           end-if.
           if ws-ctl-card-frozen
               display space
               display "    Your card is frozen - unfreeze it"
                       " now ? (Y/N) : " no advancing
               accept ws-unfreeze-answer
               if ws-unfreeze-answer is equal to "Y"
               or ws-unfreeze-answer is equal to "y"
                   set ws-ctl-card-live to true
                   call "Card-Control-Post" using
                                  by reference ws-control-record
               else
                   move 0 to ls-customer-id
               end-if
           end-if
           .
      *>----------------------------------------------------------------


       end program Valida-Acceso.

