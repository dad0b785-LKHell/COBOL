      *> before; over it the whole request is queued through
      *> Approval-Post for a second supervisor to release at the
      *> Approval-Workbench, so a large funded account can no longer
      *> be created on one person's say-so. A counter opening whose
      *> owner name Name-Screen matches against the watchlist is
      *> neither opened nor queued - it is parked on screenhold.dat
      *> for compliance to release or confirm at the
      *> Screening-Workbench.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-below-min-fee        pic s9(5)v99.
       01 ws-product-bool         pic 9 value zero.
          88  ws-product-found      value 1.
       77 ws-screen-name          pic x(30).
       77 ws-list-name            pic x(30).
       77 ws-list-type            pic x(1).
       01 ws-screen-bool          pic 9 value zero.
          88  ws-screen-hit         value 1.
       copy "SCRNHOLD.cpy" replacing ==screen-hold-record==
                                  by ==ws-hold-record==
                                     leading ==scr-== by ==ws-hld-==.

       Linkage Section.
         77 ls-customer-id        pic 9(5).
         01 ls-queued-bool        pic 9.
            88  ls-was-queued       value 1.
            88  ls-was-not-queued   value zero.
            88  ls-was-referred     value 2.

      *>----------------------------------------------------------------
       Procedure division using ls-customer-id
                   exit program
               end-if
           end-if.
      *> The same counter rule applies to name screening: a file
      *> intake screens its own lines before it gets here, so the
      *> whole line - balance and all - can be parked together.
           if ls-staff-id is greater than zero
               perform screen-owner-name
               if ws-screen-hit
                   exit program
               end-if
           end-if.
           call "Approval-Threshold" using
                                  by reference ws-threshold.
           if ls-starting-balance is greater than ws-threshold
                                  by reference bool
                                             ls-account-no
                                  by content ls-staff-id
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       screen-owner-name.
           move zero to ws-screen-bool.
           move ls-owner-name to ws-screen-name.
           call "Name-Screen" using
                                  by content ws-screen-name
                                  by reference ws-screen-bool
                                               ws-list-name
                                               ws-list-type.
           if ws-screen-hit
               initialize ws-hold-record
               set ws-hld-from-opening   to true
               move ws-screen-name       to ws-hld-screened-name
               move ws-list-name         to ws-hld-list-name
               move ws-list-type         to ws-hld-list-type
               move ls-customer-id       to ws-hld-customer-id
               move ls-account-type      to ws-hld-account-type
               move ls-currency-code     to ws-hld-currency
               move ls-joint-owner-id-1  to ws-hld-joint-1
               move ls-joint-owner-id-2  to ws-hld-joint-2
               move ls-starting-balance  to ws-hld-amount
               move ls-staff-id          to ws-hld-staff-id
               call "Screen-Hold-Post" using
                                  by reference ws-hold-record
               set ls-was-referred to true
               set not-exist to true
               move zero to ls-account-no
           end-if
           .
      *>----------------------------------------------------------------
