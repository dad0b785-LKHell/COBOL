      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Checker side of staff administration: called by
      *> Approval-Workbench when the second supervisor releases an
      *> "SC" item. Applies the pending staffchg.dat change to
      *> staff.dat - a new staff-id is written active, a role change
      *> or PIN reset rewrites the record (a reset also clears the
      *> lock and the failed-attempt count), and a deactivation
      *> flips the status so Staff-Login refuses the id from then on
      *> while the record stays for the recertification report.
      *> Every change lands on audit.dat under the releasing
      *> supervisor's staff-id with the maker carried in the after
      *> image.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Staff-Activate.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoStaff assign to "staff.dat"
           organization is indexed
           access is dynamic
           record key is staff-id.

       Select optional archivoStaffChg assign to "staffchg.dat"
           organization is indexed
           access is dynamic
           record key is stc-seq-no.

       Data Division.

       File Section.
       FD archivoStaff.
       copy "STAFF.cpy".

       FD archivoStaffChg.
       copy "STAFFCHG.cpy".

       working-storage section.
       77 ws-audit-action        pic x(2) value "SA".
       77 ws-audit-key           pic 9(9).
       77 ws-audit-before        pic x(40).
       77 ws-audit-after         pic x(40).
       01 ws-applied-switch      pic 9 value zero.
          88  ws-change-applied    value 1.

       Linkage Section.
         77 ls-change-seq        pic 9(9).
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-change-seq
                                bool
                                ls-staff-id.

       main-procedure.
           set not-exist to true.
           move ls-change-seq to stc-seq-no.
           open i-o archivoStaffChg.
           read archivoStaffChg record
                                key is stc-seq-no
               invalid key
                   continue
               not invalid key
                   if stc-is-pending
                       perform apply-change
                       if ws-change-applied
                           set stc-is-applied to true
                           rewrite staff-change-record
                           set exist to true
                       end-if
                   end-if
           end-read.
           close archivoStaffChg.
           if exist
               call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-audit-before
                                             ws-audit-after
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       apply-change.
           move zero to ws-applied-switch.
           move spaces to ws-audit-before ws-audit-after.
           move stc-staff-id to staff-id ws-audit-key.
           open i-o archivoStaff.
           if stc-is-add
               perform add-staff
           else
               read archivoStaff key is staff-id
                   invalid key
                       continue
                   not invalid key
                       perform change-staff
               end-read
           end-if.
           close archivoStaff
           .
      *>----------------------------------------------------------------

       add-staff.
           move stc-staff-name      to staff-name.
           move stc-staff-pin       to staff-pin.
           move zero                to staff-pin-attempts.
           set staff-not-locked     to true.
           move stc-staff-role      to staff-role.
           set staff-is-active      to true.
           move stc-staff-branch-id to staff-branch-id.
           move zero                to staff-last-login.
           write staff-record
               invalid key
                   continue
               not invalid key
                   set ws-change-applied to true
                   move "new staff-id" to ws-audit-before
                   string "add "           delimited by size
                          staff-name       delimited by size
                          " role "         delimited by size
                          staff-role       delimited by size
                          " br "           delimited by size
                          staff-branch-id  delimited by size
                          " mk "           delimited by size
                          stc-maker-staff-id delimited by size
                          into ws-audit-after
                   end-string
           end-write
           .
      *>----------------------------------------------------------------

       change-staff.
           string "role "          delimited by size
                  staff-role       delimited by size
                  " status "       delimited by size
                  staff-status     delimited by size
                  " locked "       delimited by size
                  staff-locked     delimited by size
                  into ws-audit-before
           end-string.
           evaluate true
               when stc-is-role-change
                   move stc-staff-role to staff-role
               when stc-is-pin-reset
                   move stc-staff-pin to staff-pin
                   move zero to staff-pin-attempts
                   set staff-not-locked to true
               when stc-is-deactivate
                   set staff-is-inactive to true
           end-evaluate.
           rewrite staff-record
               invalid key
                   continue
               not invalid key
                   set ws-change-applied to true
                   string "role "          delimited by size
                          staff-role       delimited by size
                          " status "       delimited by size
                          staff-status     delimited by size
                          " " stc-action   delimited by size
                          " mk "           delimited by size
                          stc-maker-staff-id delimited by size
                          into ws-audit-after
                   end-string
           end-rewrite
           .
      *>----------------------------------------------------------------

       end program Staff-Activate.
