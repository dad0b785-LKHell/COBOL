      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Given the journal sequence an "MT" debit posted under, hands
      *> back the airtime top-up it paid for - the confirmation code
      *> and the phone number topped up - so Print-Receipt and
      *> E-Receipt can put the code the customer quotes to the
      *> operator on the receipt. Not found leaves bool at zero and
      *> the receipt goes out as it always did.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Airtime-Lookup.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoTopups assign to "airtopup.dat"
           organization is indexed
           access is dynamic
           record key is tu-seq-no
           alternate record key is tu-journal-seq with duplicates.

       Data Division.

       File Section.
       FD archivoTopups.
       copy "AIRTOPUP.cpy".

       Linkage Section.
       77 ls-journal-seq     pic 9(9).
       01 bool                pic 9.
          88  exist      value 1.
          88  not-exist  value zero.
       77 ls-confirm-code    pic x(12).
       77 ls-phone-no        pic x(12).

      *>----------------------------------------------------------------
       Procedure division using ls-journal-seq
                                bool
                                ls-confirm-code
                                ls-phone-no.

       main-procedure.
           set not-exist to true.
           move spaces to ls-confirm-code ls-phone-no.
           move ls-journal-seq to tu-journal-seq.
           open input archivoTopups
               read archivoTopups record
                                  key is tu-journal-seq
                   invalid key
                       continue
                   not invalid key
                       move tu-confirm-code to ls-confirm-code
                       move tu-phone-no     to ls-phone-no
                       set exist to true
               end-read
           close archivoTopups.
           exit program
           .
      *>----------------------------------------------------------------

       end program Airtime-Lookup.
