      *> configurable tdpenalty.cfg share of that accrued interest,
      *> default half - is forfeited before the usual "IN"/"WT" pair
      *> posts, so breaking a term early always costs against riding
      *> it out. A deposit pledged under a lien is not broken at all
      *> until the lien is lifted.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 print-amount           pic -(7)9.99.
       77 ws-lien-target         pic x(1) value "T".
       77 ws-lien-amount         pic s9(9)v99.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
           accept ws-td-seq.
           perform load-whtax-rate.
           perform load-penalty-share.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-td-seq
                                  by reference ws-lien-amount.
           move ws-td-seq to td-seq-no.
           open i-o archivoTermDep.
           read archivoTermDep record
                       display space
                       display "    Deposit has matured - the nightly"
                       display "    maturity run settles it in full"
                   else
                   if ws-lien-amount is greater than zero
                       move ws-lien-amount to print-amount
                       display space
                       display "    Deposit is under lien for "
                               print-amount
                       display "    - it cannot be broken"
                   else
                       perform break-deposit
                   end-if
                   end-if
                   end-if
           end-read.
           close archivoTermDep.
           exit program
           .
      *>----------------------------------------------------------------

