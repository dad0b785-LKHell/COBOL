       77 ws-susp-seq             pic 9(9).
       01 ws-youth-bool           pic 9 value zero.
          88  ws-youth-allowed      value 1.
       77 ws-lien-target          pic x(1) value "A".
       77 ws-lien-ref             pic 9(9).
       77 ws-lien-amount          pic s9(9)v99.

       Linkage Section.
         77 ls-account-no             pic 9(7).
               exit program
           end-if
       end-if.
      *> Whatever is pledged under a lien is not available to draw -
      *> looked up before account.dat is taken, so the file-order
      *> discipline above still holds.
       move ls-account-no to ws-lien-ref.
       call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-lien-ref
                                  by reference ws-lien-amount.
       perform open-accounts-with-retry.
       if not ws-accounts-open
           set not-exist to true
                           account-balance
                         + account-overdraft-limit
                         - account-overdraft-used
                         - ws-lien-amount
                   if ws-available is less than ls-amount
                       then
                       set not-exist to true
                                             ws-today
           end-if
       end-if.
       exit program.
      *>----------------------------------------------------------------

      *> Bounded retry with backoff on the shared-file open: another
