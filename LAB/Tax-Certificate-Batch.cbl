      *> construction against what Withholding-Remit-Batch remitted
      *> - both draw the same "WT" entries from the same journal -
      *> so a mismatch means archive months are missing, and the
      *> summary says which months were read. Interest paid out on a
      *> recurring deposit settled in the year is already inside the
      *> "IN" total; the certificate also states it on its own line,
      *> from rdeposit.dat, for the customer's savings-plan records.
      *>----------------------------------------------------------------

       Identification Division.
       Select optional archivoArchive assign to ws-archive-filename
           organization is line sequential.

       Select optional archivoRecurDep assign to "rdeposit.dat"
           organization is indexed
           access is dynamic
           record key is rd-seq-no.

       Select archivoCerts assign to "taxcerts.rpt"
           organization is line sequential.

           05 filler               pic x(2).
           05 arc-amount-print     pic x(9).

       FD archivoRecurDep.
       copy "RDEPOSIT.cpy".

       FD archivoCerts.
       01 certificate-line       pic x(70).

       77 ws-total-withheld      pic s9(11)v99 value zero.
       77 print-interest         pic -(9)9.99.
       77 print-withheld         pic -(9)9.99.
       77 print-plan-interest    pic -(9)9.99.
       77 ws-cert-line           pic x(70).
       01 ws-customer-table.
           05 ws-cust-slot occurs 100 times.
              10 ws-slot-customer-id pic 9(5).
              10 ws-slot-interest    pic s9(9)v99.
              10 ws-slot-withheld    pic s9(9)v99.
              10 ws-slot-plan-interest pic s9(9)v99.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-journal   value 1.
       01 ws-arc-switch          pic 9 value zero.
          88  ws-archive-eof       value 1.
       01 ws-rd-switch           pic 9 value zero.
          88  ws-no-more-plans     value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
           move 1 to ws-month.
           perform roll-up-one-archive
               until ws-month is greater than 12.
           perform roll-up-recurring-deposits.
           perform print-certificates.
           stop run
           .
           move zero to ws-slot-customer-id (ws-slot).
           move zero to ws-slot-interest    (ws-slot).
           move zero to ws-slot-withheld    (ws-slot).
           move zero to ws-slot-plan-interest (ws-slot).
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------
           .
      *>----------------------------------------------------------------

       roll-up-recurring-deposits.
           move zero to ws-rd-switch.
           open input archivoRecurDep
               perform weigh-recurring-deposit until ws-no-more-plans
           close archivoRecurDep
           .
      *>----------------------------------------------------------------

       weigh-recurring-deposit.
           read archivoRecurDep next record
               at end
                   set ws-no-more-plans to true
               not at end
                   if rd-settled-date (1:4) is equal to ws-year
                   and rd-interest-paid is greater than zero
                       move rd-customer-id to ws-owner-id
                       perform find-customer-slot
                       if ws-found-slot is greater than zero
                           add rd-interest-paid
                             to ws-slot-plan-interest (ws-found-slot)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       bucket-entry.
           perform look-up-owner.
           if ws-owner-id is greater than zero
               end-string
               move ws-cert-line to certificate-line
               write certificate-line
               if ws-slot-plan-interest (ws-slot) is greater than zero
                   move ws-slot-plan-interest (ws-slot)
                     to print-plan-interest
                   move spaces to ws-cert-line
                   string "  of which recurring deposit : "
                                                delimited by size
                          print-plan-interest   delimited by size
                          into ws-cert-line
                   end-string
                   move ws-cert-line to certificate-line
                   write certificate-line
               end-if
               move spaces to certificate-line
               write certificate-line
           end-if.
