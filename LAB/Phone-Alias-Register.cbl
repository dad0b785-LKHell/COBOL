      *> makes the directory trustworthy: the phone keyed must be
      *> the one already on the nominated account owner's customer
      *> record - nobody registers somebody else's number over their
      *> own account and harvests their incoming transfers. Nor is
      *> one registered while the owner's contact-change cooling-off
      *> runs (Cooling-Off-Check) - a freshly swapped phone is
      *> exactly what a hijacker would register.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-owner-id            pic 9(5).
       01 ws-acct-bool           pic 9 value zero.
          88  ws-acct-usable       value 1.
       77 ws-cool-type           pic x(2) value "PA".
       77 ws-zero-amount         pic s9(7)v99 value zero.
       01 ws-cool-bool           pic 9 value zero.
          88  ws-cool-allowed      value 1.
       01 ws-phone-bool          pic 9 value zero.
          88  ws-phone-matches     value 1.

                   display space
                   display "    Unknown action code"
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

               display "    Account not usable for an alias"
           else
               perform check-phone-belongs
               move zero to ws-cool-bool
               call "Cooling-Off-Check" using
                                  by content ws-account-no
                                             ws-cool-type
                                             ws-zero-amount
                                  by reference ws-cool-bool
               if not ws-cool-allowed
                   display space
                   display "    Contact details recently changed -"
                   display "    try again after the cooling-off"
               else
               if not ws-phone-matches
                   display space
                   display "    That phone is not on the account"
                   end-read
                   close archivoAlias
               end-if
               end-if
           end-if
           .
      *>----------------------------------------------------------------
