      *> the contributing journal sequence numbers, then lets the
      *> compliance officer record a disposition - cleared or
      *> escalated - stamped with their staff-id. Nothing leaves the
      *> worklist without one. Escalating an alert opens the
      *> suspicious transaction report case on strcase.dat, with the
      *> officer's narrative and the customer's KYC details as they
      *> stand today, ready for STR-Filing-Batch.
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is alert-seq-no.

       Select optional archivoStrCase assign to "strcase.dat"
           organization is indexed
           access is dynamic
           record key is str-case-no.

       Select archivoStrSeq assign to "strseq.dat"
           organization is indexed
           access is dynamic
           record key is strseq-key.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoKyc assign to "kyc.dat"
           organization is indexed
           access is dynamic
           record key is kyc-customer-id.

       Data Division.

       File Section.
       FD archivoAlerts.
       copy "AMLALERT.cpy".

       FD archivoStrCase.
       copy "STRCASE.cpy".

       FD archivoStrSeq.
       01 strseq-record.
           05 strseq-key            pic 9(1).
           05 strseq-next           pic 9(9).

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoKyc.
       copy "KYCREC.cpy".

       working-storage section.
       77 ws-open-count           pic 9(5) value zero.
       77 ws-pick-seq             pic 9(9).
       77 ws-disposition          pic x(1).
       77 i                       pic 9(2).
       77 ws-today                pic 9(8).
       01 ws-case-switch          pic 9 value zero.
          88  ws-case-to-open       value 1.
       01 ws-at-end-switch        pic 9 value zero.
          88  ws-no-more-alerts     value 1.
       78 dash-line  value "------------------------------------".
          and ws-disposition not equal "E"
               display "   Unknown disposition code"
           else
               move zero to ws-case-switch
               move ws-pick-seq to alert-seq-no
               open i-o archivoAlerts
                   read archivoAlerts record
                               rewrite aml-alert-record
                               display "   Alert " alert-seq-no
                                       " marked " ws-disposition
                               if alert-is-escalated
                                   perform start-str-case
                               end-if
                           end-if
                   end-read
               close archivoAlerts
               if ws-case-to-open
                   perform open-str-case
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       start-str-case.
           initialize str-case-record.
           move alert-seq-no     to str-alert-seq.
           move alert-owner-id   to str-customer-id.
           move alert-rule       to str-rule.
           move ls-staff-id      to str-escalated-by.
           move alert-jrnl-count to str-jrnl-count.
           move 1 to i.
           perform copy-one-entry
               until i is greater than alert-jrnl-count
                  or i is greater than 10.
           set ws-case-to-open to true
           .
      *>----------------------------------------------------------------

       copy-one-entry.
           move alert-jrnl-seq (i) to str-jrnl-seq (i).
           add 1 to i
           .
      *>----------------------------------------------------------------

      *> The narrative may be left blank here and completed at
      *> STR-Workbench - the case is not filed until it has one.

       open-str-case.
           accept ws-today from date yyyymmdd.
           display "   STR narrative (blank = complete later) ? : "
                   no advancing.
           accept str-narrative.
           move ws-today to str-escalated-date.
           set str-is-open to true.
           move str-customer-id to customer-id.
           open input archivoCustomer.
           read archivoCustomer key is customer-id
               invalid key
                   move spaces to str-customer-name
               not invalid key
                   move customer-name to str-customer-name
           end-read.
           close archivoCustomer.
           move str-customer-id to kyc-customer-id.
           open input archivoKyc.
           read archivoKyc key is kyc-customer-id
               invalid key
                   continue
               not invalid key
                   move kyc-doc-type   to str-kyc-doc-type
                   move kyc-doc-number to str-kyc-doc-number
                   move kyc-birth-date to str-kyc-birth-date
                   move kyc-risk-class to str-kyc-risk-class
           end-read.
           close archivoKyc.
           perform next-seq-no.
           open i-o archivoStrCase.
           write str-case-record
               invalid key
                   display "   STR case could not be written"
               not invalid key
                   display "   STR case " str-case-no " opened"
           end-write.
           close archivoStrCase
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to strseq-key.
           open i-o archivoStrSeq
               read archivoStrSeq record
                                  key is strseq-key
                   invalid key
                       move 1 to strseq-next
                       write strseq-record
                   not invalid key
                       add 1 to strseq-next
                       rewrite strseq-record
               end-read
           close archivoStrSeq.
           move strseq-next to str-case-no
           .
      *>----------------------------------------------------------------

       end program AML-Workbench.
