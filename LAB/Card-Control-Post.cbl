      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Writes a cardholder's card controls back to cardctl.dat from
      *> the caller's copy of the CARDCTL.cpy layout - a new record
      *> the first time anything is switched off, a rewrite after
      *> that - stamped with today's date. Every change is written
      *> to audit.dat through Audit-Log ("CX") under staff-id zero,
      *> the customer acting for themselves, with the before and
      *> after settings.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Card-Control-Post.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoCardCtl assign to "cardctl.dat"
           organization is indexed
           access is dynamic
           record key is ctl-customer-id.

       Data Division.

       File Section.
       FD archivoCardCtl.
       copy "CARDCTL.cpy".

       working-storage section.
       77 ws-audit-staff         pic 9(5) value zero.
       77 ws-audit-action        pic x(2) value "CX".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).

       Linkage Section.
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==ls-control-record==
                                    leading ==ctl-== by ==ls-ctl-==.

      *>----------------------------------------------------------------
       Procedure division using ls-control-record.

       main-procedure.
           accept ls-ctl-changed-date from date yyyymmdd.
           move spaces to ws-before-image.
           move ls-ctl-customer-id to ctl-customer-id.
           open i-o archivoCardCtl
               read archivoCardCtl record
                                   key is ctl-customer-id
                   invalid key
                       move ls-control-record to card-control-record
                       write card-control-record
                           invalid key
                               display "Card-Control-Post: "
                                       "write failed"
                       end-write
                   not invalid key
                       perform build-before-image
                       move ls-control-record to card-control-record
                       rewrite card-control-record
               end-read
           close archivoCardCtl.
           perform write-audit-entry.
           exit program
           .
      *>----------------------------------------------------------------

       build-before-image.
           string "lim "            delimited by size
                  ctl-daily-limit   delimited by size
                  " net "           delimited by size
                  ctl-network-use   delimited by size
                  " fx "            delimited by size
                  ctl-fx-dispense   delimited by size
                  " 3p "            delimited by size
                  ctl-third-deposit delimited by size
                  " cl "            delimited by size
                  ctl-cardless      delimited by size
                  " frz "           delimited by size
                  ctl-freeze        delimited by size
                  into ws-before-image
           end-string
           .
      *>----------------------------------------------------------------

       write-audit-entry.
           move spaces to ws-after-image.
           string "lim "               delimited by size
                  ls-ctl-daily-limit   delimited by size
                  " net "              delimited by size
                  ls-ctl-network-use   delimited by size
                  " fx "               delimited by size
                  ls-ctl-fx-dispense   delimited by size
                  " 3p "               delimited by size
                  ls-ctl-third-deposit delimited by size
                  " cl "               delimited by size
                  ls-ctl-cardless      delimited by size
                  " frz "              delimited by size
                  ls-ctl-freeze        delimited by size
                  into ws-after-image
           end-string.
           move ls-ctl-customer-id to ws-audit-key.
           call "Audit-Log" using
                                  by content ws-audit-staff
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program Card-Control-Post.
