      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Keeps the staff-to-customer link file (stafflnk.dat) that
      *> Staff-Conflict-Batch checks every night: a supervisor
      *> records which customer-ids a staff member is connected to -
      *> their own customer record or a relative's - from the
      *> declaration every staff member signs, and removes a link
      *> that no longer applies. Both are written to audit.dat
      *> through Audit-Log, and nobody may key links for their own
      *> staff-id.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Staff-Link-Maintain.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoStaffLink assign to "stafflnk.dat"
           organization is indexed
           access is dynamic
           record key is slk-key.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Data Division.

       File Section.
       FD archivoStaffLink.
       copy "STAFFLNK.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       working-storage section.
       77 ws-direction           pic x(1).
       77 ws-link-staff-id       pic 9(5).
       77 ws-link-customer-id    pic 9(5).
       77 ws-relation            pic x(1).
       77 ws-action              pic x(2) value "SL".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       01 ws-customer-switch     pic 9 value zero.
          88  ws-customer-on-file  value 1.
       01 ws-done-switch         pic 9 value zero.
          88  ws-link-changed      value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           display "    A = add link, R = remove link ? : "
                   no advancing.
           accept ws-direction.
           if ws-direction not equal "A" and ws-direction not equal "R"
               display space
               display "    Unknown link action"
               exit program
           end-if.
           display "    Staff ID    ? : " no advancing.
           accept ws-link-staff-id.
           if ws-link-staff-id is equal to ls-staff-id
               display space
               display "    You cannot key links for yourself"
               exit program
           end-if.
           display "    Customer ID ? : " no advancing.
           accept ws-link-customer-id.
           move zero to ws-done-switch.
           move spaces to ws-before-image ws-after-image.
           if ws-direction is equal to "A"
               perform add-link
           else
               perform remove-link
           end-if.
           if ws-link-changed
               move ws-link-staff-id to ws-audit-key
               call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       add-link.
           move zero to ws-customer-switch.
           move ws-link-customer-id to customer-id.
           open input archivoCustomer.
           read archivoCustomer key is customer-id
               invalid key
                   continue
               not invalid key
                   set ws-customer-on-file to true
           end-read.
           close archivoCustomer.
           if not ws-customer-on-file
               display space
               display "    No such customer"
               exit paragraph
           end-if.
           display "    Relation (S=self R=relative) ? : "
                   no advancing.
           accept ws-relation.
           if ws-relation not equal "S" and ws-relation not equal "R"
               display space
               display "    Relation must be S or R"
               exit paragraph
           end-if.
           move ws-link-staff-id    to slk-staff-id.
           move ws-link-customer-id to slk-customer-id.
           move ws-relation         to slk-relation.
           accept slk-date from date yyyymmdd.
           move ls-staff-id         to slk-keyed-by.
           open i-o archivoStaffLink.
           write staff-link-record
               invalid key
                   display space
                   display "    Link already on file"
               not invalid key
                   set ws-link-changed to true
                   move "no link" to ws-before-image
                   string "link customer "   delimited by size
                          slk-customer-id    delimited by size
                          " relation "       delimited by size
                          slk-relation       delimited by size
                          into ws-after-image
                   end-string
                   display space
                   display "    Link recorded"
           end-write.
           close archivoStaffLink
           .
      *>----------------------------------------------------------------

       remove-link.
           move ws-link-staff-id    to slk-staff-id.
           move ws-link-customer-id to slk-customer-id.
           open i-o archivoStaffLink.
           read archivoStaffLink key is slk-key
               invalid key
                   display space
                   display "    No such link"
               not invalid key
                   string "link customer "   delimited by size
                          slk-customer-id    delimited by size
                          " relation "       delimited by size
                          slk-relation       delimited by size
                          into ws-before-image
                   end-string
                   delete archivoStaffLink record
                       invalid key
                           continue
                       not invalid key
                           set ws-link-changed to true
                           move "link removed" to ws-after-image
                           display space
                           display "    Link removed"
                   end-delete
           end-read.
           close archivoStaffLink
           .
      *>----------------------------------------------------------------

       end program Staff-Link-Maintain.
