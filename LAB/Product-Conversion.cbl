      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Converts an account to another product at the branch -
      *> supervisors only - by changing its account-type in place, so
      *> the account number and everything hanging off it (standing
      *> orders, sweeps, mandates, phone alias, the journal history)
      *> stay exactly where they are. The target product must be on
      *> product.dat and active, and the account's balance must
      *> already meet that product's minimum balance. Before the type
      *> changes, the day's interest is settled at the OLD product's
      *> rate through the usual "IN"/"WT" pair, the way Interest-Batch
      *> would have posted it; from then on the rate table and
      *> Fee-Schedule price the account on its new type. The
      *> conversion is kept on convert.dat (Interest-Batch skips the
      *> day already settled, and the next statement prints it as a
      *> marker line) and lands on the audit trail under "PC".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Product-Conversion.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoConvert assign to "convert.dat"
           organization is indexed
           access is dynamic
           record key is conv-key.

       Select optional archivoWhtaxCfg assign to "whtax.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoConvert.
       copy "CONVERT.cpy".

       FD archivoWhtaxCfg.
       01 whtax-config-record.
           05 whtax-cfg-rate       pic v9(4).

       working-storage section.
       78 default-whtax-rate      value .1500.
       77 ws-today               pic 9(8).
       77 ws-account-no          pic 9(7).
       77 ws-old-type            pic 9.
       77 ws-new-type            pic 9.
       77 ws-balance             pic s9(9)v99.
       77 ws-min-opening         pic s9(7)v99.
       77 ws-min-balance         pic s9(7)v99.
       77 ws-below-min-fee       pic s9(5)v99.
       77 ws-savings-rate        pic v9(4) value .0025.
       77 ws-old-rate            pic v9(6).
       77 ws-whtax-rate          pic v9(4).
       77 ws-interest            pic s9(7)v99.
       77 ws-tax-amount          pic s9(7)v99.
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-audit-action        pic x(2) value "PC".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 print-amount           pic -(7)9.99.
       01 ws-rate-bool           pic 9.
          88  ws-rate-found        value 1.
          88  ws-rate-not-found    value zero.
       01 ws-account-bool        pic 9 value zero.
          88  ws-account-ok        value 1.
       01 ws-hold-bool           pic 9 value zero.
          88  ws-account-held      value 1.
       01 ws-converted-bool      pic 9 value zero.
          88  ws-converted-today   value 1.
       01 ws-product-bool        pic 9.
          88  ws-product-found     value 1.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-leg-bool            pic 9.
          88  ws-leg-posted        value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Account no          ? : " no advancing.
           accept ws-account-no.
           perform show-current-product.
           if not ws-account-ok
               exit program
           end-if.
           perform check-converted-today.
           if ws-converted-today
               display space
               display "    Account was already converted today"
               exit program
           end-if.
           display "    Convert to account type ? : " no advancing.
           accept ws-new-type.
           if ws-new-type is equal to ws-old-type
               display space
               display "    Account is already that type"
               exit program
           end-if.
           move zero to ws-product-bool.
           call "Product-Lookup" using
                                  by content ws-new-type
                                  by reference ws-min-opening
                                               ws-min-balance
                                               ws-below-min-fee
                                               ws-product-bool.
           if not ws-product-found
               display space
               display "    No active product for that type"
               exit program
           end-if.
           if ws-balance is less than ws-min-balance
               move ws-min-balance to print-amount
               display space
               display "    Balance is below the product minimum "
                       print-amount
               exit program
           end-if.
           perform load-whtax-rate.
           perform settle-old-interest.
           perform change-account-type.
           if ws-account-ok
               perform write-conversion
               perform write-audit
               display space
               display "    Account " ws-account-no
                       " converted to type " ws-new-type
               if ws-interest is greater than zero
                   move ws-interest to print-amount
                   display "    Interest settled at old rate "
                           print-amount
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       show-current-product.
           move zero to ws-account-bool.
           move zero to ws-hold-bool.
           move ws-account-no to account-no.
           open input archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   display space
                   display "    No such account"
               not invalid key
                   if account-is-closed
                       display space
                       display "    Account is closed"
                   else
                       set ws-account-ok to true
                       move account-type to ws-old-type
                       move account-balance to ws-balance
                       if account-on-hold
                           set ws-account-held to true
                       end-if
                       move account-balance to print-amount
                       display "    Current type " account-type
                               " balance " print-amount
                   end-if
           end-read.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

      *> The day's interest can only be settled once, so an account
      *> takes one conversion a day.

       check-converted-today.
           move zero to ws-converted-bool.
           move ws-account-no to conv-account-no.
           move ws-today      to conv-date.
           open input archivoConvert.
           read archivoConvert record
                               key is conv-key
               invalid key
                   continue
               not invalid key
                   set ws-converted-today to true
           end-read.
           close archivoConvert
           .
      *>----------------------------------------------------------------

       load-whtax-rate.
           move default-whtax-rate to ws-whtax-rate.
           open input archivoWhtaxCfg
           read archivoWhtaxCfg
                   at end
                       continue
                   not at end
                       move whtax-cfg-rate to ws-whtax-rate
           end-read.
           close archivoWhtaxCfg
           .
      *>----------------------------------------------------------------

      *> The day's accrual at the old type's rate, looked up exactly
      *> as Interest-Batch looks it up - savings keep their flat rate
      *> when the table has nothing, and an account under hold earns
      *> nothing, as it would not overnight either.

       settle-old-interest.
           move zero to ws-interest.
           move zero to ws-tax-amount.
           move zero to ws-old-rate.
           if ws-account-held
               exit paragraph
           end-if.
           call "Interest-Rate" using
                                  by content ws-old-type
                                             ws-balance
                                             ws-today
                                  by reference ws-old-rate
                                               ws-rate-bool.
           if ws-rate-not-found
               if ws-old-type is equal to 1
                   move ws-savings-rate to ws-old-rate
               else
                   move zero to ws-old-rate
               end-if
           end-if.
           compute ws-interest rounded = ws-balance * ws-old-rate.
           if ws-interest is not greater than zero
               move zero to ws-interest
               exit paragraph
           end-if.
           compute ws-tax-amount rounded =
                   ws-interest * ws-whtax-rate.
           move "IN" to ws-txn-type.
           move zero to bool.
           call "Add-money" using
                                  by content ws-account-no
                                             ws-interest
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if not exist
               move zero to ws-interest
               exit paragraph
           end-if.
           if ws-tax-amount is greater than zero
               move "WT" to ws-txn-type
               move zero to ws-leg-bool
               call "Subtract-money" using
                                  by content ws-account-no
                                             ws-tax-amount
                                  by reference ws-leg-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
           end-if
           .
      *>----------------------------------------------------------------

       change-account-type.
           move zero to ws-account-bool.
           move ws-account-no to account-no.
           open i-o archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   display space
                   display "    Account not found - not converted"
               not invalid key
                   move ws-new-type to account-type
                   rewrite account
                   set ws-account-ok to true
           end-read.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       write-conversion.
           move ws-account-no to conv-account-no.
           move ws-today      to conv-date.
           move ws-old-type   to conv-old-type.
           move ws-new-type   to conv-new-type.
           move ws-old-rate   to conv-old-rate.
           move ws-interest   to conv-settled-interest.
           move ls-staff-id   to conv-staff-id.
           open i-o archivoConvert.
           write conversion-record
               invalid key
                   display "Product-Conversion: write failed"
           end-write.
           close archivoConvert
           .
      *>----------------------------------------------------------------

       write-audit.
           move ws-account-no to ws-audit-key.
           move spaces to ws-before-image.
           string "Type "      delimited by size
                  ws-old-type  delimited by size
                  into ws-before-image
           end-string.
           move ws-interest to print-amount.
           move spaces to ws-after-image.
           string "Type "      delimited by size
                  ws-new-type  delimited by size
                  " int "      delimited by size
                  print-amount delimited by size
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

       end program Product-Conversion.
