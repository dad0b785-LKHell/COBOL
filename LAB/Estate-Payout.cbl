       77 ws-disposal-use        pic x(1).
       77 ws-dest-use            pic 9(7).
       77 ws-zero-acct           pic 9(7) value zero.
       77 ws-no-attorney         pic 9(5) value zero.
       77 ws-acct-balance        pic s9(9)v99.
       77 ws-nominee-share       pic s9(9)v99.
       77 print-share            pic -(9)9.99.
           rewrite estate-case-record.
           close archivoEstate.
           set exist to true.
           perform write-audit-row.
           exit program
           .
      *>----------------------------------------------------------------

                                             ws-disposal-use
                                             ws-dest-use
                                  by reference ws-close-bool
                                  by content ls-staff-id
                                             ws-no-attorney.
           if not ws-closed-ok
               display "   Estate payout: account "
                       ws-est-acct (ws-acct-slot)
