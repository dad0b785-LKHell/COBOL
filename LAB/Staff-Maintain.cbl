      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Maker side of staff administration: a supervisor keys a new
      *> staff member, a role change, a PIN reset or a deactivation.
      *> Nothing touches staff.dat here - the change is written
      *> pending on staffchg.dat and parked on the dual-control
      *> approval queue ("SC"), and only when a SECOND supervisor
      *> releases it through Approval-Workbench does Staff-Activate
      *> apply it and write the audit row. Nobody may key a change
      *> to their own staff-id.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Staff-Maintain.

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

       Select archivoStaffChgSeq assign to "staffchgseq.dat"
           organization is indexed
           access is dynamic
           record key is stcseq-key.

       Data Division.

       File Section.
       FD archivoStaff.
       copy "STAFF.cpy".

       FD archivoStaffChg.
       copy "STAFFCHG.cpy".

       FD archivoStaffChgSeq.
       01 stcseq-record.
           05 stcseq-key            pic 9(1).
           05 stcseq-next           pic 9(9).

       working-storage section.
       77 ws-action              pic x(1).
       77 ws-target-staff-id     pic 9(5).
       77 ws-name                pic x(10).
       77 ws-role                pic x(1).
       77 ws-branch-id           pic 9(3).
       77 ws-pin                 pic 9(4).
       77 ws-hashed-pin          pic 9(4).
       77 ws-change-seq          pic 9(9).
       77 ws-appr-action         pic x(2) value "SC".
       77 ws-approval-seq        pic 9(9).
       77 ws-approval-amount     pic s9(9)v99 value zero.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-zero-id             pic 9(5) value zero.
       77 ws-zero-type           pic 9 value zero.
       77 ws-no-name             pic x(10) value spaces.
       77 ws-no-currency         pic x(3) value spaces.
       77 ws-no-routing          pic x(4) value spaces.
       77 ws-zero-acct           pic 9(7) value zero.
       01 ws-staff-switch        pic 9 value zero.
          88  ws-staff-on-file     value 1.
          88  ws-staff-not-on-file value zero.
       77 ws-current-role        pic x(1).
       01 ws-current-status      pic x(1).
          88  ws-staff-inactive    value "I".
       01 ws-valid-switch        pic 9 value zero.
          88  ws-change-valid      value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           display "    A = add staff, R = change role,"
           display "    P = reset PIN, D = deactivate ? : "
                   no advancing.
           accept ws-action.
           if ws-action not equal "A" and ws-action not equal "R"
          and ws-action not equal "P" and ws-action not equal "D"
               display space
               display "    Unknown staff action"
               exit program
           end-if.
           display "    Staff ID ? : " no advancing.
           accept ws-target-staff-id.
           if ws-target-staff-id is equal to ls-staff-id
               display space
               display "    You cannot change your own access"
               exit program
           end-if.
           perform read-staff.
           move zero to ws-valid-switch.
           evaluate ws-action
               when "A"
                   perform key-new-staff
               when "R"
                   perform key-role-change
               when "P"
                   perform key-pin-reset
               when "D"
                   perform key-deactivation
           end-evaluate.
           if ws-change-valid
               perform write-pending-change
               call "Approval-Post" using
                                  by content ws-appr-action
                                             ls-staff-id
                                             ws-approval-amount
                                             ws-change-seq
                                             ws-atm-id
                                             ws-target-staff-id
                                             ws-zero-type
                                             ws-name
                                             ws-no-currency
                                             ws-zero-id
                                             ws-zero-id
                                             ws-zero-acct
                                             ws-no-routing
                                  by reference ws-approval-seq
               display space
               display "    Change " ws-change-seq " keyed - awaiting"
                       " second supervisor release"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       read-staff.
           move zero to ws-staff-switch.
           move spaces to ws-name.
           move space to ws-role ws-current-role ws-current-status.
           move zero to ws-branch-id ws-hashed-pin.
           move ws-target-staff-id to staff-id.
           open input archivoStaff.
           read archivoStaff key is staff-id
               invalid key
                   continue
               not invalid key
                   set ws-staff-on-file to true
                   move staff-name      to ws-name
                   move staff-role      to ws-role
                   move staff-branch-id to ws-branch-id
                   move staff-role      to ws-current-role
                   move staff-status    to ws-current-status
           end-read.
           close archivoStaff
           .
      *>----------------------------------------------------------------

       key-new-staff.
           if ws-staff-on-file
               display space
               display "    Staff ID already on file"
               exit paragraph
           end-if.
           display "    Name      ? : " no advancing.
           accept ws-name.
           display "    Role (T=teller S=supervisor) ? : "
                   no advancing.
           accept ws-role.
           display "    Branch ID ? : " no advancing.
           accept ws-branch-id.
           display "    Initial PIN ? : " no advancing.
           accept ws-pin.
           if ws-role not equal "T" and ws-role not equal "S"
               display space
               display "    Role must be T or S"
               exit paragraph
           end-if.
           call "Pin-Hash" using by content ws-pin
                                  by reference ws-hashed-pin.
           set ws-change-valid to true
           .
      *>----------------------------------------------------------------

       key-role-change.
           if ws-staff-not-on-file or ws-staff-inactive
               display space
               display "    No active staff member with that ID"
               exit paragraph
           end-if.
           display "    Current role " ws-role.
           display "    New role (T=teller S=supervisor) ? : "
                   no advancing.
           accept ws-role.
           if ws-role not equal "T" and ws-role not equal "S"
               display space
               display "    Role must be T or S"
               exit paragraph
           end-if.
           if ws-role is equal to ws-current-role
               display space
               display "    Role unchanged - nothing keyed"
               exit paragraph
           end-if.
           set ws-change-valid to true
           .
      *>----------------------------------------------------------------

       key-pin-reset.
           if ws-staff-not-on-file or ws-staff-inactive
               display space
               display "    No active staff member with that ID"
               exit paragraph
           end-if.
           display "    New PIN ? : " no advancing.
           accept ws-pin.
           call "Pin-Hash" using by content ws-pin
                                  by reference ws-hashed-pin.
           set ws-change-valid to true
           .
      *>----------------------------------------------------------------

       key-deactivation.
           if ws-staff-not-on-file or ws-staff-inactive
               display space
               display "    No active staff member with that ID"
               exit paragraph
           end-if.
           set ws-change-valid to true
           .
      *>----------------------------------------------------------------

       write-pending-change.
           perform next-change-seq.
           move ws-change-seq      to stc-seq-no.
           move ws-action          to stc-action.
           move ws-target-staff-id to stc-staff-id.
           move ws-name            to stc-staff-name.
           move ws-role            to stc-staff-role.
           move ws-branch-id       to stc-staff-branch-id.
           move ws-hashed-pin      to stc-staff-pin.
           move ls-staff-id        to stc-maker-staff-id.
           accept stc-date from date yyyymmdd.
           set stc-is-pending to true.
           open i-o archivoStaffChg
               write staff-change-record
                   invalid key
                       display "Staff-Maintain: write failed"
               end-write
           close archivoStaffChg
           .
      *>----------------------------------------------------------------

       next-change-seq.
           move 1 to stcseq-key.
           open i-o archivoStaffChgSeq
               read archivoStaffChgSeq record
                                       key is stcseq-key
                   invalid key
                       move 1 to stcseq-next
                       write stcseq-record
                   not invalid key
                       add 1 to stcseq-next
                       rewrite stcseq-record
               end-read
           close archivoStaffChgSeq.
           move stcseq-next to ws-change-seq
           .
      *>----------------------------------------------------------------

       end program Staff-Maintain.
