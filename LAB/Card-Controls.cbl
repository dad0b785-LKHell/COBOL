      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The cardholder's own card controls, managed at the machine
      *> next to "My alerts". Shows what is set today, then takes one
      *> change at a time: a personal daily withdrawal limit below
      *> the bank's cap (zero takes it off again), use at other
      *> banks' and partner network machines, foreign-currency
      *> dispensing, cash deposits to other people's accounts,
      *> cardless emergency codes, and a temporary freeze of the
      *> card. A freeze is not a block - Valida-Acceso offers to lift
      *> it at the next sign-in with the right PIN. Changes are
      *> written through Card-Control-Post.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Card-Controls.

       Data Division.

       working-storage section.
       78 bank-daily-limit       value 1000.00.
       77 ws-pick                pic 9.
       77 ws-answer              pic x(1).
       77 ws-limit               pic 9(5).
       77 print-limit            pic z(4)9.99.
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==ws-control-record==
                                    leading ==ctl-== by ==ws-ctl-==.

       Linkage Section.
         77 ls-customer-id       pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-customer-id.

       main-procedure.
           call "Card-Control-Lookup" using
                                  by content ls-customer-id
                                  by reference ws-control-record.
           perform show-controls.
           display "    1=Daily limit  2=Other banks' ATMs".
           display "    3=Foreign cash 4=Deposits for others".
           display "    5=Cardless codes 6=Freeze card".
           display "    Which control (0 = none) ? : " no advancing.
           accept ws-pick.
           move space to ws-answer.
           evaluate ws-pick
               when 1
                   perform change-daily-limit
               when 2
                   perform ask-on-off
                   move ws-answer to ws-ctl-network-use
               when 3
                   perform ask-on-off
                   move ws-answer to ws-ctl-fx-dispense
               when 4
                   perform ask-on-off
                   move ws-answer to ws-ctl-third-deposit
               when 5
                   perform ask-on-off
                   move ws-answer to ws-ctl-cardless
               when 6
                   set ws-ctl-card-frozen to true
               when other
                   exit program
           end-evaluate.
           if ws-answer is equal to "X"
               display space
               display "    Nothing changed"
               exit program
           end-if.
           call "Card-Control-Post" using
                                  by reference ws-control-record.
           display space.
           display "    Card controls updated".
           if ws-ctl-card-frozen
               display "    Your card is frozen - sign in again"
               display "    with your PIN to unfreeze it"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       show-controls.
           display "    Your card controls :".
           if ws-ctl-daily-limit is greater than zero
               move ws-ctl-daily-limit to print-limit
               display "      Personal daily limit   " print-limit
           else
               display "      Personal daily limit   (bank limit)"
           end-if.
           display "      Other banks' ATMs      " ws-ctl-network-use.
           display "      Foreign currency cash  " ws-ctl-fx-dispense.
           display "      Deposits for others    " ws-ctl-third-deposit.
           display "      Cardless codes         " ws-ctl-cardless.
           display space
           .
      *>----------------------------------------------------------------

      *> Y switches the feature on, N off; anything else leaves the
      *> record alone.

       ask-on-off.
           display "    Y = allow  N = switch off ? : " no advancing.
           accept ws-answer.
           if ws-answer is equal to "y"
               move "Y" to ws-answer
           end-if.
           if ws-answer is equal to "n"
               move "N" to ws-answer
           end-if.
           if ws-answer not equal "Y"
          and ws-answer not equal "N"
               move "X" to ws-answer
           end-if
           .
      *>----------------------------------------------------------------

       change-daily-limit.
           display "    Your daily limit (0 = bank limit) ? : "
                   no advancing.
           accept ws-limit.
           if ws-limit is not less than bank-daily-limit
               display space
               display "    Must be below the bank's daily limit"
               move "X" to ws-answer
           else
               move ws-limit to ws-ctl-daily-limit
           end-if
           .
      *>----------------------------------------------------------------

       end program Card-Controls.
