      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Checker side of a demand draft exception: called by
      *> Approval-Workbench when the second supervisor releases a
      *> "DR" item, and carries out whatever Draft-Maintain marked
      *> on the draft. A cancellation pays the face amount back out
      *> of drafts payable onto the purchaser's account as a "DX"
      *> entry (the commission is not refunded) and closes the draft
      *> cancelled. A duplicate cuts a fresh serial for the same
      *> account, payee and amount through Draft-Issue - no money
      *> moves, the liability simply passes to the new serial - and
      *> closes the lost draft as duplicated, pointing at its
      *> replacement, so clearing can no longer pay it. A draft no
      *> longer outstanding, or with nothing asked for, fails and
      *> leaves the item pending.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Draft-Post.

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
       77 ws-today               pic 9(8).
       77 ws-request             pic x(1).
       77 ws-account-no          pic 9(7).
       77 ws-amount              pic s9(7)v99.
       77 ws-payee               pic x(20).
       77 ws-old-serial          pic 9(10).
       77 ws-draft-action        pic x(1) value "I".
       77 ws-no-commission       pic s9(5)v99 value zero.
       77 ws-new-seq             pic 9(9).
       77 ws-new-serial          pic 9(10).
       77 ws-txn-type            pic x(2) value "DX".
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       01 ws-draft-bool          pic 9 value zero.
          88  ws-draft-ready       value 1.
       01 ws-post-bool           pic 9.
          88  ws-posted            value 1.

       Linkage Section.
         77 ls-draft-seq         pic 9(9).
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-draft-seq
                                bool
                                ls-staff-id.

       main-procedure.
           set not-exist to true.
           accept ws-today from date yyyymmdd.
           perform read-request.
           if not ws-draft-ready
               exit program
           end-if.
           move zero to ws-post-bool.
           evaluate ws-request
               when "C"
                   call "Add-money" using
                                  by content ws-account-no
                                             ws-amount
                                  by reference ws-post-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               when "D"
                   call "Draft-Issue" using
                                  by content ws-draft-action
                                             ws-account-no
                                             ws-amount
                                             ws-no-commission
                                             ws-payee
                                             ws-old-serial
                                             ls-staff-id
                                  by reference ws-new-seq
                                               ws-new-serial
                                               ws-post-bool
           end-evaluate.
           if ws-posted
               perform close-old-draft
               set exist to true
               if ws-request is equal to "D"
                   display "   Duplicate draft " ws-new-serial
                           " replaces " ws-old-serial
               end-if
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       read-request.
           move zero to ws-draft-bool.
           move ls-draft-seq to draft-seq-no.
           open input archivoDrafts.
           read archivoDrafts record
                              key is draft-seq-no
               invalid key
                   continue
               not invalid key
                   if draft-is-outstanding
                   and not draft-no-request
                       move draft-pending-action to ws-request
                       move draft-account-no to ws-account-no
                       move draft-amount     to ws-amount
                       move draft-payee      to ws-payee
                       move draft-serial     to ws-old-serial
                       set ws-draft-ready to true
                   end-if
           end-read.
           close archivoDrafts
           .
      *>----------------------------------------------------------------

       close-old-draft.
           move ls-draft-seq to draft-seq-no.
           open i-o archivoDrafts.
           read archivoDrafts record
                              key is draft-seq-no
               invalid key
                   continue
               not invalid key
                   if ws-request is equal to "C"
                       set draft-is-cancelled to true
                   else
                       set draft-is-duplicated to true
                       move ws-new-serial to draft-replaced-by
                   end-if
                   set draft-no-request to true
                   move ls-staff-id to draft-checker-id
                   move ws-today to draft-closed-date
                   rewrite draft-record
           end-read.
           close archivoDrafts
           .
      *>----------------------------------------------------------------

       end program Draft-Post.
