      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The checker side of a loan write-off: called by
      *> Approval-Workbench when the second supervisor approves an
      *> "LW" item. The outstanding principal comes off loans
      *> receivable - against the provision already held for the loan
      *> ("WF"), with any shortfall charged straight to the provision
      *> expense ("WL"), and any provision left over once the loan is
      *> gone released back ("PR"). The loan is marked written off,
      *> its open collections item closed, and the register entry
      *> completed with the checker and date. A rejection never
      *> reaches here - the entry just stays pending.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Writeoff-Post.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoWriteoff assign to "writeoff.dat"
           organization is indexed
           access is dynamic
           record key is wo-loan-seq.

       Select optional archivoCollect assign to "collect.dat"
           organization is indexed
           access is dynamic
           record key is coll-seq-no.

       Data Division.

       File Section.
       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoWriteoff.
       copy "WRITEOFF.cpy".

       FD archivoCollect.
       copy "COLLECT.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-provision-held      pic s9(7)v99.
       77 ws-provision-used      pic s9(7)v99.
       77 ws-gl-amount           pic s9(7)v99.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-items     value 1.

       Linkage Section.
         77 ls-loan-seq          pic 9(9).
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-loan-seq
                                bool
                                ls-staff-id.

       main-procedure.
           set not-exist to true.
           accept ws-today from date yyyymmdd.
           move ls-loan-seq to loan-seq-no.
           move ls-loan-seq to wo-loan-seq.
           open i-o archivoLoans archivoWriteoff.
           read archivoLoans record
                             key is loan-seq-no
               invalid key
                   continue
               not invalid key
                   read archivoWriteoff record
                                        key is wo-loan-seq
                       invalid key
                           continue
                       not invalid key
                           if loan-is-active
                           and wo-is-pending
                               perform write-off-loan
                               set exist to true
                           end-if
                   end-read
           end-read.
           close archivoLoans archivoWriteoff.
           if exist
               perform close-collection-items
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       write-off-loan.
           if loan-provision-held is numeric
               move loan-provision-held to ws-provision-held
           else
               move zero to ws-provision-held
           end-if.
           if ws-provision-held is greater than loan-outstanding
               move loan-outstanding to ws-provision-used
           else
               move ws-provision-held to ws-provision-used
           end-if.
           if ws-provision-used is greater than zero
               move ws-provision-used to ws-gl-amount
               call "GL-Post" using
                                  by content ws-gl-amount
                                             "WF"
                                             ws-atm-id
                                             ws-today
           end-if.
           compute ws-gl-amount = loan-outstanding - ws-provision-used.
           if ws-gl-amount is greater than zero
               call "GL-Post" using
                                  by content ws-gl-amount
                                             "WL"
                                             ws-atm-id
                                             ws-today
           end-if.
           compute ws-gl-amount = ws-provision-held - ws-provision-used.
           if ws-gl-amount is greater than zero
               call "GL-Post" using
                                  by content ws-gl-amount
                                             "PR"
                                             ws-atm-id
                                             ws-today
           end-if.
           move loan-outstanding  to wo-amount.
           move ws-provision-used to wo-provision-used.
           move ls-staff-id       to wo-checker-staff-id.
           move ws-today          to wo-date.
           set wo-is-written-off  to true.
           rewrite writeoff-record.
           move zero to loan-outstanding.
           move zero to loan-provision-held.
           set loan-is-written-off to true.
           move ws-today to loan-closed-date.
           rewrite loan-record
           .
      *>----------------------------------------------------------------

       close-collection-items.
           move zero to ws-at-end-switch.
           open i-o archivoCollect.
           perform close-one-item until ws-no-more-items.
           close archivoCollect
           .
      *>----------------------------------------------------------------

       close-one-item.
           read archivoCollect next record
               at end
                   set ws-no-more-items to true
               not at end
                   if coll-is-open
                   and coll-loan-seq is equal to ls-loan-seq
                       set coll-is-closed to true
                       set coll-loan-written-off to true
                       move ls-staff-id to coll-staff-id
                       move ws-today to coll-close-date
                       rewrite collection-item-record
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       end program Loan-Writeoff-Post.
