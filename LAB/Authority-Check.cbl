      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Answers whether a customer may act as attorney on an account
      *> today, from the optional authority register (authority.dat):
      *> there must be an ACTIVE authority naming them as attorney,
      *> covering the account, running on the as-of date (a zero
      *> end date runs until revoked), and carrying the power asked
      *> for - "W" withdraw, "T" transfer, "C" close, or "V" view,
      *> which every active authority gives. The first authority that
      *> qualifies is handed back so the caller can show and log it.
      *> No register, or nothing that fits, comes back refused.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Authority-Check.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoAuthority assign to "authority.dat"
           organization is indexed
           access is dynamic
           record key is auth-seq-no.

       Data Division.

       File Section.
       FD archivoAuthority.
       copy "AUTHORITY.cpy".

       working-storage section.
       77 ws-slot                pic 9.
       01 ws-covered-switch      pic 9 value zero.
          88  ws-account-covered   value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-authorities value 1.

       Linkage Section.
         77 ls-attorney-id        pic 9(5).
         77 ls-account-no         pic 9(7).
         77 ls-power              pic x(1).
         77 ls-as-of-date         pic 9(8).
         77 ls-auth-seq           pic 9(9).
         01 bool                  pic 9.
            88  exist      value 1.
            88  not-exist  value zero.

      *>----------------------------------------------------------------
       Procedure division using ls-attorney-id
                                ls-account-no
                                ls-power
                                ls-as-of-date
                                ls-auth-seq
                                bool.

       main-procedure.
           set not-exist to true.
           move zero to ls-auth-seq.
           move zero to ws-at-end-switch.
           open input archivoAuthority
               perform weigh-authority
                   until ws-no-more-authorities or exist
           close archivoAuthority.
           exit program
           .
      *>----------------------------------------------------------------

       weigh-authority.
           read archivoAuthority next record
               at end
                   set ws-no-more-authorities to true
               not at end
                   if auth-is-active
                   and auth-attorney-id is equal to ls-attorney-id
                   and auth-valid-from <= ls-as-of-date
                   and (auth-valid-to is equal to zero
                        or auth-valid-to >= ls-as-of-date)
                       perform check-account-covered
                       if ws-account-covered
                           perform check-power-granted
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-account-covered.
           move zero to ws-covered-switch.
           move 1 to ws-slot.
           perform match-covered-account
               until ws-account-covered or ws-slot is greater than 4
           .
      *>----------------------------------------------------------------

       match-covered-account.
           if auth-account-no (ws-slot) is equal to ls-account-no
               set ws-account-covered to true
           else
               add 1 to ws-slot
           end-if
           .
      *>----------------------------------------------------------------

       check-power-granted.
           evaluate ls-power
               when "W"
                   if auth-may-withdraw
                       set exist to true
                   end-if
               when "T"
                   if auth-may-transfer
                       set exist to true
                   end-if
               when "C"
                   if auth-may-close
                       set exist to true
                   end-if
               when "V"
                   set exist to true
           end-evaluate.
           if exist
               move auth-seq-no to ls-auth-seq
           end-if
           .
      *>----------------------------------------------------------------

       end program Authority-Check.
