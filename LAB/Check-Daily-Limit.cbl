      *> Keeps a running daily-withdrawn total per account and refuses
      *> a withdrawal once the configurable daily cap would be
      *> exceeded. The running total is reset to zero by the nightly
      *> Reset-Daily-Limits-Batch job, not by this program. An owner
      *> who set a personal daily limit through Card-Controls is
      *> held to that lower figure instead of the bank's cap.
      *>----------------------------------------------------------------

       Identification Division.
       working-storage section.
       78 daily-withdrawal-limit value 1000.00.
       77 ws-new-total            pic s9(7)v99.
       77 ws-limit                pic s9(7)v99.
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==ws-control-record==
                                    leading ==ctl-== by ==ws-ctl-==.

       Linkage Section.
       77 ls-account-no      pic 9(7).
               invalid key
                   set not-exist to true
               not invalid key
                   perform set-owner-limit
                   compute ws-new-total =
                           account-daily-withdrawn + ls-amount
                   if ws-new-total is greater than ws-limit
                       set not-exist to true
                   else
                       move ws-new-total to account-daily-withdrawn
                       set exist to true
                   end-if
           end-read.
           close archivoAccounts.
           exit program
           .
      *>----------------------------------------------------------------

       set-owner-limit.
           move daily-withdrawal-limit to ws-limit.
           call "Card-Control-Lookup" using
                                  by content account-owner-id
                                  by reference ws-control-record.
           if ws-ctl-daily-limit is greater than zero
           and ws-ctl-daily-limit is less than ws-limit
               move ws-ctl-daily-limit to ws-limit
           end-if
           .

      *>----------------------------------------------------------------
