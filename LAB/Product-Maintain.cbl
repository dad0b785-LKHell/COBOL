      *> the record for an account type, or withdraw a product from
      *> sale. Everything keyed here is what Open-Account-Submit
      *> checks at entry and Fee-Assessment-Batch enforces monthly.
      *> Raising an existing product's minimum balance or its
      *> below-minimum fee needs the customer notice period in
      *> chgnotice.cfg (default 30 days): such an amendment takes an
      *> effective date at least that far ahead, waits on the record
      *> as a pending change, and is refused if keyed for sooner.
      *> Anything else takes effect at once.
      *>----------------------------------------------------------------

       Identification Division.
           access is dynamic
           record key is product-account-type.

       Select optional archivoNoticeCfg assign to "chgnotice.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoProducts.
       copy "PRODUCT.cpy".

       FD archivoNoticeCfg.
       01 notice-config-record.
           05 noticecfg-days       pic 9(3).

       working-storage section.
       78 default-notice-days    value 30.
       77 ws-today               pic 9(8).
       77 ws-notice-days         pic 9(3).
       77 ws-earliest-date       pic 9(8).
       77 ws-effective-date      pic 9(8).
       77 ws-kept-min-balance    pic s9(7)v99.
       77 ws-kept-below-fee      pic s9(5)v99.
       77 ws-action              pic x(1).
       77 ws-account-type        pic 9.
       77 ws-name                pic x(15).
       77 ws-below-min-fee       pic 9(5)v99.
       77 ws-dormancy-days       pic 9(4).
       77 ws-stmt-opt            pic x(1).
       01 ws-change-switch       pic 9 value zero.
          88  ws-rule-raised       value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).
               when other
                   display space
                   display "    Unknown action code"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

               invalid key
                   perform fill-product-fields
                   set product-is-active to true
                   move zero to product-pending-date
                                product-pending-min-balance
                                product-pending-below-fee
                   write product-record
                       invalid key
                           display "Product-Maintain: write failed"
                   display space
                   display "    Product " ws-account-type " added"
               not invalid key
                   perform amend-product
           end-read.
           close archivoProducts
           .
      *>----------------------------------------------------------------

      *> A pending change already due is folded in first, so the
      *> raise is judged against the rule actually in force.

       amend-product.
           accept ws-today from date yyyymmdd.
           if product-pending-date is greater than zero
           and product-pending-date is not greater than ws-today
               move product-pending-min-balance to product-min-balance
               move product-pending-below-fee   to product-below-min-fee
               move zero to product-pending-date
           end-if.
           move zero to ws-change-switch.
           if ws-min-balance is greater than product-min-balance
           or ws-below-min-fee is greater than product-below-min-fee
               set ws-rule-raised to true
           end-if.
           if not ws-rule-raised
               perform fill-product-fields
               rewrite product-record
               display space
               display "    Product " ws-account-type " amended"
               exit paragraph
           end-if.
           perform load-notice-days.
           compute ws-earliest-date = function date-of-integer
               (function integer-of-date (ws-today) + ws-notice-days).
           display "    Minimum balance or fee raised - customers need "
                   ws-notice-days " days' notice".
           display "    Effective date (yyyymmdd) ? : " no advancing.
           move zero to ws-effective-date.
           accept ws-effective-date.
           if ws-effective-date is less than ws-earliest-date
               display space
               display "    Refused - earliest effective date is "
                       ws-earliest-date
               exit paragraph
           end-if.
           move product-min-balance   to ws-kept-min-balance.
           move product-below-min-fee to ws-kept-below-fee.
           perform fill-product-fields.
           move ws-effective-date     to product-pending-date.
           move product-min-balance   to product-pending-min-balance.
           move product-below-min-fee to product-pending-below-fee.
           move ws-kept-min-balance   to product-min-balance.
           move ws-kept-below-fee     to product-below-min-fee.
           rewrite product-record.
           display space.
           display "    Product " ws-account-type " amended - new "
                   "minimum rule from " ws-effective-date
           .
      *>----------------------------------------------------------------

       load-notice-days.
           move default-notice-days to ws-notice-days.
           open input archivoNoticeCfg
           read archivoNoticeCfg
                   at end
                       continue
                   not at end
                       if noticecfg-days is greater than zero
                           move noticecfg-days to ws-notice-days
                       end-if
           end-read.
           close archivoNoticeCfg
           .
      *>----------------------------------------------------------------

       fill-product-fields.
           move ws-name          to product-name.
           move ws-rate-plan     to product-rate-plan.
