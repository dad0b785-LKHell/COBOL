      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Demand draft enquiries and exceptions at the branch. "E"
      *> shows a draft off the register by its serial. "C" asks for
      *> an outstanding draft to be cancelled - the purchaser brought
      *> it back and wants the money - and "D" asks for a duplicate
      *> to replace one reported lost. Neither happens here: the
      *> request is marked on the draft and parked on the
      *> dual-control approval queue ("DR") until a SECOND
      *> supervisor releases it through Approval-Workbench, which
      *> carries it out via Draft-Post. A request that was rejected
      *> can simply be asked for again. Requests land on the audit
      *> trail under "DR".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Draft-Maintain.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoDrafts assign to "drafts.dat"
           organization is indexed
           access is dynamic
           record key is draft-seq-no
           alternate record key is draft-serial.

       Data Division.

       File Section.
       FD archivoDrafts.
       copy "DRAFT.cpy".

       working-storage section.
       77 ws-draft-action        pic x(1).
       77 ws-serial              pic 9(10).
       77 ws-draft-seq           pic 9(9).
       77 ws-account-no          pic 9(7).
       77 ws-action              pic x(2) value "DR".
       77 ws-approval-seq        pic 9(9).
       77 ws-approval-amount     pic s9(9)v99.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-zero-type           pic 9 value zero.
       77 ws-zero-id             pic 9(5) value zero.
       77 ws-no-name             pic x(10) value spaces.
       77 ws-no-currency         pic x(3) value spaces.
       77 ws-no-routing          pic x(4) value spaces.
       77 ws-audit-action        pic x(2) value "DR".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 print-amount           pic -(7)9.99.
       01 ws-request-bool        pic 9 value zero.
          88  ws-request-queued    value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           display "    Draft (E=enquire C=cancel D=duplicate) ? : "
                   no advancing.
           move space to ws-draft-action.
           accept ws-draft-action.
           evaluate ws-draft-action
               when "E"
               when "e"
                   perform enquire-draft
               when "C"
               when "c"
                   move "C" to ws-draft-action
                   perform request-change
               when "D"
               when "d"
                   move "D" to ws-draft-action
                   perform request-change
               when other
                   display space
                   display "    Unknown draft action"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       enquire-draft.
           display "    Draft serial        ? : " no advancing.
           accept ws-serial.
           move ws-serial to draft-serial.
           open input archivoDrafts.
           read archivoDrafts record
                              key is draft-serial
               invalid key
                   display space
                   display "    No such draft"
               not invalid key
                   move draft-amount to print-amount
                   display space
                   display "    Draft " draft-serial
                           " acct " draft-account-no
                           " amt " print-amount
                   display "    Payee " draft-payee
                           " issued " draft-issue-date
                   display "    Status " draft-status
                           " request " draft-pending-action
                           " closed " draft-closed-date
                   if draft-replaces-serial is greater than zero
                       display "    Duplicate of " draft-replaces-serial
                   end-if
                   if draft-replaced-by is greater than zero
                       display "    Replaced by " draft-replaced-by
                   end-if
           end-read.
           close archivoDrafts
           .
      *>----------------------------------------------------------------

       request-change.
           display "    Draft serial        ? : " no advancing.
           accept ws-serial.
           move zero to ws-request-bool.
           move ws-serial to draft-serial.
           open i-o archivoDrafts.
           read archivoDrafts record
                              key is draft-serial
               invalid key
                   display space
                   display "    No such draft"
               not invalid key
                   if not draft-is-outstanding
                       display space
                       display "    Draft is not outstanding"
                   else
                       move ws-draft-action to draft-pending-action
                       move ls-staff-id to draft-maker-id
                       rewrite draft-record
                       move draft-seq-no     to ws-draft-seq
                       move draft-amount     to ws-approval-amount
                       move draft-account-no to ws-account-no
                       set ws-request-queued to true
                   end-if
           end-read.
           close archivoDrafts.
           if ws-request-queued
               perform queue-for-approval
               move spaces to ws-before-image
               string "Draft "  delimited by size
                      ws-serial delimited by size
                      " outstanding" delimited by size
                      into ws-before-image
               end-string
               move spaces to ws-after-image
               if ws-draft-action is equal to "C"
                   move "Cancellation requested" to ws-after-image
               else
                   move "Duplicate requested" to ws-after-image
               end-if
               perform write-audit
           end-if
           .
      *>----------------------------------------------------------------

       queue-for-approval.
           call "Approval-Post" using
                                  by content ws-action
                                             ls-staff-id
                                             ws-approval-amount
                                             ws-draft-seq
                                             ws-atm-id
                                             ws-zero-id
                                             ws-zero-type
                                             ws-no-name
                                             ws-no-currency
                                             ws-zero-id
                                             ws-zero-id
                                             ws-account-no
                                             ws-no-routing
                                  by reference ws-approval-seq.
           display space.
           display "    Draft " ws-serial " request queued -"
                   " awaiting second supervisor release"
           .
      *>----------------------------------------------------------------

       write-audit.
           move ws-draft-seq to ws-audit-key.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program Draft-Maintain.
