      *> the same pin-hash-and-attempt-count pattern Valida-Acceso
      *> already uses for customer cards, and hands back the staff
      *> member's role so Branch-Terminal can restrict its menu to
      *> what that role is allowed to do. A deactivated staff-id is
      *> refused outright, and every good login stamps the date on
      *> the staff record for the quarterly access recertification.
      *>----------------------------------------------------------------

       Identification Division.

       working-storage section.
       77 ws-hashed-pin          pic 9(4).
       77 ws-today               pic 9(8).
       77 ws-origin-action       pic x(1) value "T".
       77 ws-origin-key          pic 9(7).
       77 ws-origin-bank-id      pic 9(3).
       77 ws-origin-branch-id    pic 9(3).

       Linkage Section.
       77 ls-staff-id            pic 9(5).
       main-procedure.
           move space to ls-staff-role.
           move ls-staff-id to staff-id.
           accept ws-today from date yyyymmdd.
           call "Pin-Hash" using by content ls-staff-pin
                                  by reference ws-hashed-pin.
           open i-o archivoStaff
                   invalid key
                       set not-exist to true
                   not invalid key
                       if staff-is-locked or staff-is-inactive
                           set not-exist to true
                       else
                           if staff-pin is equal to ws-hashed-pin
                               move zero to staff-pin-attempts
                               move ws-today to staff-last-login
                               rewrite staff-record
                               move staff-role to ls-staff-role
                               set exist to true
                               perform set-posting-branch
                           else
                               add 1 to staff-pin-attempts
                               if staff-pin-attempts >= 3
                           end-if
                       end-if
               end-read
           close archivoStaff.
           exit program
           .
      *>----------------------------------------------------------------

      *> Everything this session posts is booked to the general
      *> ledger under the teller's home branch.

       set-posting-branch.
           move staff-branch-id to ws-origin-key.
           call "GL-Origin" using by content   ws-origin-action
                                               ws-origin-key
                                  by reference ws-origin-bank-id
                                               ws-origin-branch-id
           .

      *>----------------------------------------------------------------
