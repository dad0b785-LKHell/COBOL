      *> the one lookup Open-Account-Submit and the monthly
      *> assessment gate on. No product record (or a withdrawn one)
      *> means no product rules: the caller behaves exactly as the
      *> system did before the master existed. A pending amendment
      *> whose date has come is handed back in place of the rule it
      *> replaces, even before Rate-Notice-Batch folds it in.
      *>----------------------------------------------------------------

       Identification Division.
       copy "PRODUCT.cpy".

       working-storage section.
       77 ws-today               pic 9(8).

       Linkage Section.
         77 ls-account-type      pic 9.
                             to ls-min-balance
                           move product-below-min-fee
                             to ls-below-min-fee
                           perform take-pending-change
                           set exist to true
                       end-if
               end-read
           close archivoProducts.
           exit program
           .
      *>----------------------------------------------------------------

       take-pending-change.
           accept ws-today from date yyyymmdd.
           if product-pending-date is greater than zero
           and product-pending-date is not greater than ws-today
               move product-pending-min-balance to ls-min-balance
               move product-pending-below-fee   to ls-below-min-fee
           end-if
           .
      *>----------------------------------------------------------------

