      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Records one tax residency country, with its foreign tax
      *> identification number, against a customer on taxres.dat.
      *> A country already on the record has its number refreshed;
      *> a new one takes the first free slot of three. A blank
      *> country records nothing but the self-certification date.
      *> A non-zero self-certification date is stamped as the date
      *> the customer last certified; zero leaves the date on file
      *> alone. ls-result comes back "Y" when recorded, "F" when all
      *> three slots are taken by other countries. Called by
      *> Tax-Residency-Maintain and Switch-In-Batch.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Tax-Residency-Register.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoTaxRes assign to "taxres.dat"
           organization is indexed
           access is dynamic
           record key is taxr-customer-id.

       Data Division.

       File Section.
       FD archivoTaxRes.
       copy "TAXRES.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-slot                pic 9.
       77 ws-found-slot          pic 9.
       77 ws-free-slot           pic 9.
       77 ws-country             pic x(2).
       01 ws-taxres-switch       pic 9 value zero.
          88  ws-taxres-found      value 1.

       Linkage Section.
         77 ls-customer-id       pic 9(5).
         77 ls-country           pic x(2).
         77 ls-tin               pic x(20).
         77 ls-selfcert-date     pic 9(8).
         77 ls-result            pic x(1).

      *>----------------------------------------------------------------
       Procedure division using ls-customer-id
                                ls-country
                                ls-tin
                                ls-selfcert-date
                                ls-result.

       main-procedure.
           accept ws-today from date yyyymmdd.
           move "Y" to ls-result.
           move zero to ws-taxres-switch.
           move ls-customer-id to taxr-customer-id.
           open i-o archivoTaxRes
               read archivoTaxRes record
                                  key is taxr-customer-id
                   invalid key
                       initialize tax-residency-record
                       move ls-customer-id to taxr-customer-id
                   not invalid key
                       set ws-taxres-found to true
               end-read
               if ls-country is not equal to spaces
                   perform place-country
               end-if
               if ls-result is equal to "Y"
                   perform store-residency
               end-if
           close archivoTaxRes.
           exit program
           .
      *>----------------------------------------------------------------

       place-country.
           move ls-country to ws-country.
           inspect ws-country converting "abcdefghijklmnopqrstuvwxyz"
                                      to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move zero to ws-found-slot ws-free-slot.
           move 1 to ws-slot.
           perform match-country-slot until ws-slot is greater than 3.
           if ws-found-slot is equal to zero
               move ws-free-slot to ws-found-slot
           end-if.
           if ws-found-slot is equal to zero
               move "F" to ls-result
           else
               move ws-country to taxr-country (ws-found-slot)
               move ls-tin     to taxr-tin (ws-found-slot)
           end-if
           .
      *>----------------------------------------------------------------

       match-country-slot.
           if taxr-country (ws-slot) is equal to ws-country
           and ws-found-slot is equal to zero
               move ws-slot to ws-found-slot
           end-if.
           if taxr-country (ws-slot) is equal to spaces
           and ws-free-slot is equal to zero
               move ws-slot to ws-free-slot
           end-if.
           add 1 to ws-slot
           .
      *>----------------------------------------------------------------

       store-residency.
           if ls-selfcert-date is greater than zero
               move ls-selfcert-date to taxr-selfcert-date
           end-if.
           move ws-today to taxr-updated-date.
           if ws-taxres-found
               rewrite tax-residency-record
           else
               write tax-residency-record
                   invalid key
                       display "Tax-Residency-Register: write failed"
               end-write
           end-if
           .
      *>----------------------------------------------------------------

       end program Tax-Residency-Register.
