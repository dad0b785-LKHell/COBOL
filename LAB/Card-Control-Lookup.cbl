      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Hands back a cardholder's card controls (cardctl.dat) in
      *> the caller's copy of the CARDCTL.cpy layout. A customer who
      *> never set anything gets the defaults - every feature on,
      *> no personal limit, not frozen - so callers need not care
      *> whether a record exists. Read-only.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Card-Control-Lookup.

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

       Linkage Section.
         77 ls-customer-id       pic 9(5).
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==ls-control-record==
                                    leading ==ctl-== by ==ls-ctl-==.

      *>----------------------------------------------------------------
       Procedure division using ls-customer-id
                                ls-control-record.

       main-procedure.
           move ls-customer-id to ls-ctl-customer-id.
           move zero  to ls-ctl-daily-limit ls-ctl-changed-date.
           set ls-ctl-network-on  to true.
           set ls-ctl-fx-on       to true.
           set ls-ctl-third-on    to true.
           set ls-ctl-cardless-on to true.
           set ls-ctl-card-live   to true.
           move ls-customer-id to ctl-customer-id.
           open input archivoCardCtl
               read archivoCardCtl record
                                   key is ctl-customer-id
                   invalid key
                       continue
                   not invalid key
                       move card-control-record to ls-control-record
               end-read
           close archivoCardCtl
           .
      *>----------------------------------------------------------------

       end program Card-Control-Lookup.
