      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Branch maintenance over the mobile operator directory the
      *> ATM's airtime top-up flow offers: add an operator, amend its
      *> details and denominations, or flip it between active and
      *> suspended, keyed by the 4-char operator code. As with a
      *> biller, the settlement account must exist and take credits
      *> before an operator goes live - the nightly settlement pays
      *> real money into it.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Airtime-Operator-Maintain.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoOperators assign to "airoper.dat"
           organization is indexed
           access is dynamic
           record key is airop-code.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Data Division.

       File Section.
       FD archivoOperators.
       copy "AIROPER.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       working-storage section.
       77 ws-action              pic x(1).
       77 ws-code                pic x(4).
       77 ws-name                pic x(15).
       77 ws-settle-acct         pic 9(7).
       77 ws-phone-digits        pic 9(2).
       77 ws-denom-count         pic 9.
       77 ws-denom-index         pic 9.
       01 ws-denom-table.
           05 ws-denom           pic 9(3) occurs 6 times.
       01 ws-acct-bool           pic 9 value zero.
          88  ws-acct-usable       value 1.
       01 ws-denom-switch        pic 9 value zero.
          88  ws-denoms-valid      value 1.
          88  ws-denoms-invalid    value zero.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           display "    A=add/amend S=suspend R=reactivate ? : "
                   no advancing.
           accept ws-action.
           display "    Operator code ? : " no advancing.
           accept ws-code.
           evaluate ws-action
               when "A"
                   perform add-or-amend-operator
               when "S"
                   perform flip-operator-status
               when "R"
                   perform flip-operator-status
               when other
                   display space
                   display "    Unknown action code"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       add-or-amend-operator.
           display "    Operator name      ? : " no advancing.
           accept ws-name.
           display "    Settlement account ? : " no advancing.
           accept ws-settle-acct.
           display "    Phone number digits (0 = any) ? : "
                   no advancing.
           accept ws-phone-digits.
           display "    How many denominations (1-6) ? : "
                   no advancing.
           accept ws-denom-count.
           move zero to ws-denom-table.
           set ws-denoms-valid to true.
           if ws-denom-count is less than 1
           or ws-denom-count is greater than 6
           or ws-phone-digits is greater than 12
               set ws-denoms-invalid to true
           else
               move 1 to ws-denom-index
               perform take-one-denomination
                   until ws-denom-index is greater than ws-denom-count
           end-if.
           if ws-denoms-invalid
               display space
               display "    Denominations or digit count not valid"
               exit paragraph
           end-if.
           perform check-settlement-account.
           if not ws-acct-usable
               display space
               display "    Settlement account cannot take credits"
           else
               move ws-code to airop-code
               open i-o archivoOperators
               read archivoOperators record
                                     key is airop-code
                   invalid key
                       perform move-operator-details
                       set airop-is-active to true
                       write airtime-operator-record
                           invalid key
                               display "Airtime-Operator-Maintain: "
                                       "write failed"
                       end-write
                       display space
                       display "    Operator " ws-code " added"
                   not invalid key
                       perform move-operator-details
                       rewrite airtime-operator-record
                       display space
                       display "    Operator " ws-code " amended"
               end-read
               close archivoOperators
           end-if
           .
      *>----------------------------------------------------------------

       take-one-denomination.
           display "    Denomination " ws-denom-index " ? : "
                   no advancing.
           accept ws-denom (ws-denom-index).
           if ws-denom (ws-denom-index) is not numeric
           or ws-denom (ws-denom-index) is equal to zero
               set ws-denoms-invalid to true
           end-if.
           add 1 to ws-denom-index
           .
      *>----------------------------------------------------------------

       move-operator-details.
           move ws-name         to airop-name.
           move ws-settle-acct  to airop-settle-acct.
           move ws-phone-digits to airop-phone-digits.
           move ws-denom-count  to airop-denom-count.
           move 1 to ws-denom-index.
           perform move-one-denomination
               until ws-denom-index is greater than 6
           .
      *>----------------------------------------------------------------

       move-one-denomination.
           move ws-denom (ws-denom-index)
             to airop-denom (ws-denom-index).
           add 1 to ws-denom-index
           .
      *>----------------------------------------------------------------

       check-settlement-account.
           move zero to ws-acct-bool.
           move ws-settle-acct to account-no.
           open input archivoAccounts
               read archivoAccounts record
                                            key is account-no
                   invalid key
                       continue
                   not invalid key
                       if not account-is-closed
                       and not account-on-hold
                           set ws-acct-usable to true
                       end-if
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       flip-operator-status.
           move ws-code to airop-code.
           open i-o archivoOperators.
           read archivoOperators record
                                 key is airop-code
               invalid key
                   display space
                   display "    No such operator"
               not invalid key
                   if ws-action is equal to "S"
                       set airop-is-suspended to true
                   else
                       set airop-is-active to true
                   end-if
                   rewrite airtime-operator-record
                   display space
                   display "    Operator " ws-code " now " airop-status
           end-read.
           close archivoOperators
           .
      *>----------------------------------------------------------------

       end program Airtime-Operator-Maintain.
