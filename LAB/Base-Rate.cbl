      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Looks up the bank's base (reference) lending rate in force on
      *> an as-of date: the ratetable.cfg rows carrying the reference
      *> type (9) rather than a product's account type, scanned the
      *> same way Interest-Rate scans the product rows - the row
      *> chosen is the one with the latest effective date not after
      *> the as-of date. Unlike Interest-Rate the row's effective date
      *> comes back too, because a variable-rate loan is repriced
      *> exactly when a new row takes over. No reference row at all
      *> leaves bool not-exist.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Base-Rate.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoRateTable assign to "ratetable.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoRateTable.
       01 rate-table-record.
           05 rate-account-type    pic 9.
           05 rate-effective-date  pic 9(8).
           05 rate-band-floor      pic 9(9)v99.
           05 rate-value           pic v9(6).

       working-storage section.
       78 reference-rate-type     value 9.
       01 ws-at-end-switch        pic 9 value zero.
          88  ws-cfg-eof            value 1.

       Linkage Section.
         77 ls-as-of-date         pic 9(8).
         77 ls-rate               pic v9(6).
         77 ls-effective-date     pic 9(8).
         01 bool                  pic 9.
            88  exist      value 1.
            88  not-exist  value zero.

      *>----------------------------------------------------------------
       Procedure division using ls-as-of-date
                                ls-rate
                                ls-effective-date
                                bool.

       main-procedure.
           set not-exist to true.
           move zero to ls-rate.
           move zero to ls-effective-date.
           move zero to ws-at-end-switch.
           open input archivoRateTable
               perform scan-rate-row until ws-cfg-eof
           close archivoRateTable.
           exit program
           .
      *>----------------------------------------------------------------

       scan-rate-row.
           read archivoRateTable
               at end
                   set ws-cfg-eof to true
               not at end
                   if rate-account-type is equal to reference-rate-type
                  and rate-effective-date <= ls-as-of-date
                  and rate-effective-date >= ls-effective-date
                       move rate-effective-date to ls-effective-date
                       move rate-value          to ls-rate
                       set exist to true
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       end program Base-Rate.
