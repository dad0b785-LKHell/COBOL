      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Tax residency capture at the branch, for the annual
      *> reportable-account file the revenue office passes on to
      *> foreign tax authorities. Shows what taxres.dat already holds
      *> for the customer, takes each country the customer is tax
      *> resident in (two-letter code, up to three) with its foreign
      *> tax identification number, and records the date the
      *> customer signed the self-certification - which is what
      *> clears them off CRS-Report-Batch's chase-up list. Called by
      *> Branch-Terminal straight after the KYC details of a new
      *> customer (customer id passed in), and from the menu for an
      *> existing one (zero passed in - the customer id is asked
      *> for). Every capture lands on the audit trail under "TR".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Tax-Residency-Maintain.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoTaxRes assign to "taxres.dat"
           organization is indexed
           access is dynamic
           record key is taxr-customer-id.

       Select archivoCustomers assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Data Division.

       File Section.
       FD archivoTaxRes.
       copy "TAXRES.cpy".

       FD archivoCustomers.
       copy "CUSTOMER.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-customer-id         pic 9(5).
       77 ws-country             pic x(2).
       77 ws-tin                 pic x(20).
       77 ws-selfcert-date       pic 9(8).
       77 ws-selfcert-answer     pic x(1).
       77 ws-result              pic x(1).
       77 ws-slot                pic 9.
       77 ws-entered-count       pic 9 value zero.
       77 ws-country-list        pic x(12).
       77 ws-list-pointer        pic 9(2).
       77 ws-shown-selfcert      pic 9(8).
       77 ws-audit-action        pic x(2) value "TR".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       01 ws-customer-bool       pic 9 value zero.
          88  ws-customer-ok       value 1.
       01 ws-done-switch         pic 9 value zero.
          88  ws-countries-done    value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).
         77 ls-customer-id       pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id
                                ls-customer-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           move zero to ws-entered-count ws-done-switch.
           move ls-customer-id to ws-customer-id.
           if ws-customer-id is equal to zero
               display "    Customer ID   ? : " no advancing
               accept ws-customer-id
           end-if.
           perform check-customer.
           if not ws-customer-ok
               display space
               display "    No such customer"
               exit program
           end-if.
           perform show-residency.
           move ws-country-list to ws-before-image.
           perform take-country until ws-countries-done.
           move zero to ws-selfcert-date.
           display "    Self-certification signed today (Y/N) ? : "
                   no advancing.
           move space to ws-selfcert-answer.
           accept ws-selfcert-answer.
           if ws-selfcert-answer = "Y" or ws-selfcert-answer = "y"
               move ws-today to ws-selfcert-date
               move spaces to ws-country ws-tin
               call "Tax-Residency-Register" using
                                  by content ws-customer-id
                                             ws-country
                                             ws-tin
                                             ws-selfcert-date
                                  by reference ws-result
           end-if.
           if ws-entered-count is equal to zero
           and ws-selfcert-date is equal to zero
               display space
               display "    Tax residency unchanged"
               exit program
           end-if.
           perform show-residency.
           perform write-audit.
           display space.
           display "    Tax residency recorded".
           exit program
           .
      *>----------------------------------------------------------------

       check-customer.
           move zero to ws-customer-bool.
           move ws-customer-id to customer-id.
           open input archivoCustomers.
           read archivoCustomers record
                                 key is customer-id
               invalid key
                   continue
               not invalid key
                   set ws-customer-ok to true
           end-read.
           close archivoCustomers
           .
      *>----------------------------------------------------------------

       show-residency.
           move spaces to ws-country-list.
           move 1 to ws-list-pointer.
           move ws-customer-id to taxr-customer-id.
           open input archivoTaxRes.
           read archivoTaxRes record
                              key is taxr-customer-id
               invalid key
                   display "    No tax residency on file"
                   move zero to ws-shown-selfcert
               not invalid key
                   move 1 to ws-slot
                   perform show-residency-slot
                       until ws-slot is greater than 3
                   move taxr-selfcert-date to ws-shown-selfcert
                   display "    Self-certified on : "
                           ws-shown-selfcert
           end-read.
           close archivoTaxRes
           .
      *>----------------------------------------------------------------

       show-residency-slot.
           if taxr-country (ws-slot) is not equal to spaces
               display "    Resident in " taxr-country (ws-slot)
                       "  TIN " taxr-tin (ws-slot)
               string taxr-country (ws-slot) delimited by size
                      " "                    delimited by size
                      into ws-country-list
                      with pointer ws-list-pointer
               end-string
           end-if.
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

       take-country.
           display "    Tax residency country (blank = done) ? : "
                   no advancing.
           move spaces to ws-country.
           accept ws-country.
           if ws-country is equal to spaces
               set ws-countries-done to true
               exit paragraph
           end-if.
           display "    Foreign tax id number ? : " no advancing.
           move spaces to ws-tin.
           accept ws-tin.
           move zero to ws-selfcert-date.
           call "Tax-Residency-Register" using
                                  by content ws-customer-id
                                             ws-country
                                             ws-tin
                                             ws-selfcert-date
                                  by reference ws-result.
           if ws-result is equal to "F"
               display "    Three countries already held - "
                       "not recorded"
               set ws-countries-done to true
           else
               add 1 to ws-entered-count
           end-if
           .
      *>----------------------------------------------------------------

       write-audit.
           move ws-customer-id to ws-audit-key.
           move spaces to ws-after-image.
           string ws-country-list    delimited by size
                  " self-cert "      delimited by size
                  ws-shown-selfcert  delimited by size
                  into ws-after-image
           end-string.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program Tax-Residency-Maintain.
