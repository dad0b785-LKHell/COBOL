      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Answers whether a machine has planned maintenance booked
      *> in atmmaint.dat over a stretch of time - from ls-from-date
      *> ls-from-time to ls-to-date ls-to-time (hhmm); pass the same
      *> moment twice to ask about "now". Only scheduled windows
      *> count, cancelled ones are ignored. When one or more
      *> windows overlap the stretch, bool comes back set with the
      *> reason of the first and the latest end date and time among
      *> them, so an out-of-service screen can say when the machine
      *> is back. The same small yes/no lookup shape Recycler-Mode
      *> has, reading the machine's windows in start order.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. ATM-Maint-Check.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoMaint assign to "atmmaint.dat"
           organization is indexed
           access is dynamic
           record key is maint-key.

       Data Division.
       File Section.

       FD archivoMaint.
       copy "ATMMAINT.cpy".

       working-storage section.
       77 ws-from-stamp          pic 9(12).
       77 ws-to-stamp            pic 9(12).
       77 ws-start-stamp         pic 9(12).
       77 ws-end-stamp           pic 9(12).
       77 ws-latest-end          pic 9(12).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-maint-eof         value 1.

       Linkage Section.
         77 ls-atm-id            pic 9(3).
         77 ls-from-date         pic 9(8).
         77 ls-from-time         pic 9(4).
         77 ls-to-date           pic 9(8).
         77 ls-to-time           pic 9(4).
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.
         77 ls-reason-text       pic x(20).
         77 ls-end-date          pic 9(8).
         77 ls-end-time          pic 9(4).

      *>----------------------------------------------------------------
       Procedure division using ls-atm-id
                                ls-from-date
                                ls-from-time
                                ls-to-date
                                ls-to-time
                                bool
                                ls-reason-text
                                ls-end-date
                                ls-end-time.

       main-procedure.
           set not-exist to true.
           move spaces to ls-reason-text.
           move zero to ls-end-date ls-end-time.
           move zero to ws-at-end-switch ws-latest-end.
           compute ws-from-stamp = ls-from-date * 10000 + ls-from-time.
           compute ws-to-stamp = ls-to-date * 10000 + ls-to-time.
           open input archivoMaint.
           move ls-atm-id to maint-atm-id.
           move zero to maint-start-date maint-start-time.
           start archivoMaint key is not less than maint-key
               invalid key
                   set ws-maint-eof to true
           end-start.
           perform scan-maint-window until ws-maint-eof.
           close archivoMaint.
           if exist
               divide ws-latest-end by 10000
                   giving ls-end-date remainder ls-end-time
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

      *> Windows come back in start order, so the first one starting
      *> after the stretch ends closes the scan.

       scan-maint-window.
           read archivoMaint next record
               at end
                   set ws-maint-eof to true
               not at end
                   compute ws-start-stamp =
                       maint-start-date * 10000 + maint-start-time
                   compute ws-end-stamp =
                       maint-end-date * 10000 + maint-end-time
                   if maint-atm-id is not equal to ls-atm-id
                   or ws-start-stamp is greater than ws-to-stamp
                       set ws-maint-eof to true
                   else
                       if maint-is-scheduled
                       and ws-end-stamp is not less than ws-from-stamp
                           if not-exist
                               move maint-reason-text to ls-reason-text
                           end-if
                           set exist to true
                           if ws-end-stamp is greater than
                              ws-latest-end
                               move ws-end-stamp to ws-latest-end
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       end program ATM-Maint-Check.
