      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly rescreen of the existing customer base: every name on
      *> customer.dat is run through Name-Screen against the current
      *> watchlist, so a customer who was clean when they opened but
      *> has since been listed is caught the night the new list is
      *> loaded, not at their next wire. A potential match is parked
      *> on screenhold.dat as an "R" hit for compliance to release or
      *> confirm at the Screening-Workbench (a confirm puts their
      *> accounts on hold), and listed on rescreen.rpt. A customer
      *> already parked against the same listed name - whatever was
      *> decided - is not parked again night after night.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Watchlist-Rescreen-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoScreenHold assign to "screenhold.dat"
           organization is indexed
           access is dynamic
           record key is scr-seq-no
           alternate record key is scr-customer-id with duplicates.

       Select archivoReport assign to "rescreen.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoScreenHold.
       copy "SCRNHOLD.cpy".

       FD archivoReport.
       01 rescreen-report-line   pic x(70).

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-screened-count      pic 9(5) value zero.
       77 ws-parked-count        pic 9(5) value zero.
       77 ws-known-count         pic 9(5) value zero.
       77 ws-screen-name         pic x(30).
       77 ws-list-name           pic x(30).
       77 ws-list-type           pic x(1).
       77 ws-report-line         pic x(70).
       01 ws-screen-bool         pic 9 value zero.
          88  ws-screen-hit        value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-hold-end-switch     pic 9 value zero.
          88  ws-no-more-holds     value 1.
       01 ws-known-switch        pic 9 value zero.
          88  ws-already-parked    value 1.
       copy "SCRNHOLD.cpy" replacing ==screen-hold-record==
                                  by ==ws-hold-record==
                                     leading ==scr-== by ==ws-hld-==.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open output archivoReport.
           perform write-report-header.
           open input archivoCustomer.
           perform rescreen-one-customer until ws-no-more-records.
           close archivoCustomer.
           perform write-report-footer.
           close archivoReport.
           display "Watchlist-Rescreen-Batch: " ws-screened-count
                   " screened, " ws-parked-count " parked, "
                   ws-known-count " already parked".
           stop run
           .
      *>----------------------------------------------------------------

       rescreen-one-customer.
           read archivoCustomer next record
               at end
                   set ws-no-more-records to true
               not at end
                   add 1 to ws-screened-count
                   perform screen-customer
           end-read
           .
      *>----------------------------------------------------------------

       screen-customer.
           move zero to ws-screen-bool.
           move customer-name to ws-screen-name.
           call "Name-Screen" using
                                  by content ws-screen-name
                                  by reference ws-screen-bool
                                               ws-list-name
                                               ws-list-type.
           if not ws-screen-hit
               exit paragraph
           end-if.
           perform check-already-parked.
           if ws-already-parked
               add 1 to ws-known-count
               exit paragraph
           end-if.
           initialize ws-hold-record.
           set ws-hld-from-rescreen to true.
           move ws-screen-name     to ws-hld-screened-name.
           move ws-list-name       to ws-hld-list-name.
           move ws-list-type       to ws-hld-list-type.
           move customer-id        to ws-hld-customer-id.
           call "Screen-Hold-Post" using
                                  by reference ws-hold-record.
           add 1 to ws-parked-count.
           move spaces to ws-report-line.
           string "   "            delimited by size
                  customer-id      delimited by size
                  " "              delimited by size
                  customer-name    delimited by size
                  " ~ "            delimited by size
                  ws-list-name     delimited by size
                  " "              delimited by size
                  ws-list-type     delimited by size
                  " hit "          delimited by size
                  ws-hld-seq-no    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to rescreen-report-line.
           write rescreen-report-line
           .
      *>----------------------------------------------------------------

       check-already-parked.
           move zero to ws-known-switch.
           move zero to ws-hold-end-switch.
           move customer-id to scr-customer-id.
           open input archivoScreenHold.
           start archivoScreenHold key is equal to scr-customer-id
               invalid key
                   set ws-no-more-holds to true
           end-start.
           perform check-one-hold
               until ws-no-more-holds or ws-already-parked.
           close archivoScreenHold
           .
      *>----------------------------------------------------------------

       check-one-hold.
           read archivoScreenHold next record
               at end
                   set ws-no-more-holds to true
               not at end
                   if scr-customer-id not equal customer-id
                       set ws-no-more-holds to true
                   else
                       if scr-from-rescreen
                       and scr-list-name is equal to ws-list-name
                           set ws-already-parked to true
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-report-header.
           move dash-line to rescreen-report-line.
           write rescreen-report-line.
           move spaces to ws-report-line.
           string " Customer watchlist rescreen as of "
                                           delimited by size
                  ws-today                 delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to rescreen-report-line.
           write rescreen-report-line.
           move dash-line to rescreen-report-line.
           write rescreen-report-line
           .
      *>----------------------------------------------------------------

       write-report-footer.
           move dash-line to rescreen-report-line.
           write rescreen-report-line.
           move spaces to ws-report-line.
           string " Customers screened: " delimited by size
                  ws-screened-count       delimited by size
                  "  new hits parked: "   delimited by size
                  ws-parked-count         delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to rescreen-report-line.
           write rescreen-report-line
           .
      *>----------------------------------------------------------------

       end program Watchlist-Rescreen-Batch.
