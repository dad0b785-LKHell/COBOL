      *> them. Each transaction type carries its own debit/credit
      *> account pair - fee income, interest expense and interbank
      *> settlement clearing no longer all collapse into the one
      *> cash/deposits bucket - the pair coming from GL-Chart, whose
      *> built-in chart the optional glchart.cfg table overrides
      *> row by row. Both lines of the pair are stamped with the bank
      *> and branch GL-Origin says the posting belongs to. A posting
      *> dated into a month Period-Close has closed is booked to
      *> today instead, marked as a period adjustment.
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is glseq-key.

       Select optional archivoPeriod assign to "glperiod.dat"
           organization is indexed
           access is dynamic
           record key is gper-period.

       Data Division.

           05 glseq-key            pic 9(1).
           05 glseq-next           pic 9(9).

       FD archivoPeriod.
       copy "GLPERIOD.cpy".

       working-storage section.
       77 ws-next-seq-no           pic 9(9).
       77 ws-gl-account-code       pic x(4).
       77 ws-gl-debit-credit       pic x(1).
       77 ws-debit-acct            pic x(4).
       77 ws-credit-acct           pic x(4).
       77 ws-origin-action         pic x(1) value "G".
       77 ws-origin-key            pic 9(7).
       77 ws-gl-bank-id            pic 9(3).
       77 ws-gl-branch-id          pic 9(3).
       77 ws-gl-date               pic 9(8).
       77 ws-gl-adjusted           pic x(1).
       77 ws-gl-original-date      pic 9(8).

       Linkage Section.
         77 ls-amount               pic s9(7)v99.
                                ls-txn-date.

       post-entry.
           call "GL-Chart" using by content   ls-txn-type
                                 by reference ws-debit-acct
                                              ws-credit-acct.
           move ls-atm-id to ws-origin-key.
           call "GL-Origin" using by content   ws-origin-action
                                               ws-origin-key
                                  by reference ws-gl-bank-id
                                               ws-gl-branch-id.
           perform check-period-lock.
           move ws-debit-acct  to ws-gl-account-code.
           move "D"            to ws-gl-debit-credit.
           perform write-gl-entry.
           move ws-credit-acct to ws-gl-account-code.
           move "C"            to ws-gl-debit-credit.
           perform write-gl-entry.
           exit program
           .
      *>----------------------------------------------------------------

      *> Reported figures stay reported: a closed month takes no
      *> more entries, and what was meant for it lands in the open
      *> period with its intended date kept beside it.

       check-period-lock.
           move ls-txn-date to ws-gl-date.
           move space       to ws-gl-adjusted.
           move zero        to ws-gl-original-date.
           move ls-txn-date (1:6) to gper-period.
           open input archivoPeriod.
           read archivoPeriod record key is gper-period
               invalid key
                   continue
               not invalid key
                   if gper-is-closed
                       accept ws-gl-date from date yyyymmdd
                       move "A"         to ws-gl-adjusted
                       move ls-txn-date to ws-gl-original-date
                   end-if
           end-read.
           close archivoPeriod
           .
      *>----------------------------------------------------------------

           move ws-gl-debit-credit to gl-debit-credit.
           move ls-amount          to gl-amount.
           move ls-txn-type        to gl-txn-type.
           move ws-gl-date         to gl-date.
           move ws-gl-adjusted     to gl-period-adjusted.
           move ws-gl-original-date to gl-original-date.
           move ws-gl-bank-id      to gl-bank-id.
           move ws-gl-branch-id    to gl-branch-id.
           open i-o archivoGL
               write gl-entry-record
                   invalid key
