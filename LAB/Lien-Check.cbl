      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Totals the liens standing on an account ("A") or on a term
      *> deposit ("T") from the optional lien register (liens.dat): an
      *> active lien, and one whose lift is still awaiting a second
      *> supervisor, both count. No register, or nothing standing,
      *> comes back as zero - so every caller can simply take the
      *> figure off what it would otherwise allow. Subtract-money
      *> asks on every debit, so only the liens on the one account
      *> or deposit are read, through the register's alternate keys.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Lien-Check.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoLiens assign to "liens.dat"
           organization is indexed
           access is dynamic
           record key is lien-seq-no
           alternate record key is lien-account-no with duplicates
           alternate record key is lien-td-seq with duplicates.

       Data Division.

       File Section.
       FD archivoLiens.
       copy "LIEN.cpy".

       working-storage section.
       01 ws-at-end-switch        pic 9 value zero.
          88  ws-no-more-liens      value 1.

       Linkage Section.
         77 ls-target             pic x(1).
         77 ls-ref                pic 9(9).
         77 ls-lien-amount        pic s9(9)v99.

      *>----------------------------------------------------------------
       Procedure division using ls-target
                                ls-ref
                                ls-lien-amount.

       main-procedure.
           move zero to ls-lien-amount.
           move zero to ws-at-end-switch.
           open input archivoLiens.
           if ls-target is equal to "T"
               move ls-ref to lien-td-seq
               start archivoLiens key is equal to lien-td-seq
                   invalid key
                       set ws-no-more-liens to true
               end-start
           else
               move ls-ref to lien-account-no
               start archivoLiens key is equal to lien-account-no
                   invalid key
                       set ws-no-more-liens to true
               end-start
           end-if.
           perform weigh-lien until ws-no-more-liens.
           close archivoLiens.
           exit program
           .
      *>----------------------------------------------------------------

       weigh-lien.
           read archivoLiens next record
               at end
                   set ws-no-more-liens to true
               not at end
                   if (ls-target is equal to "T"
                       and lien-td-seq not equal ls-ref)
                   or (ls-target not equal "T"
                       and lien-account-no not equal ls-ref)
                       set ws-no-more-liens to true
                   else
                       if lien-stands
                       and lien-target is equal to ls-target
                           add lien-amount to ls-lien-amount
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       end program Lien-Check.
