      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Maker side of a loan write-off. A supervisor names a loan the
      *> bank no longer expects to collect - only a loan the
      *> delinquency aging has already moved to non-accrual qualifies
      *> - and it is entered pending on the written-off register
      *> (writeoff.dat) and parked on the dual-control approval queue
      *> ("LW"). Nothing leaves the books until a SECOND supervisor
      *> releases it through Approval-Workbench, which completes the
      *> write-off via Loan-Writeoff-Post.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Writeoff-Submit.

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

       Data Division.

       File Section.
       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoWriteoff.
       copy "WRITEOFF.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-loan-seq            pic 9(9).
       77 ws-action              pic x(2) value "LW".
       77 ws-approval-seq        pic 9(9).
       77 ws-approval-amount     pic s9(9)v99.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-zero-type           pic 9 value zero.
       77 ws-zero-id             pic 9(5) value zero.
       77 ws-no-name             pic x(10) value spaces.
       77 ws-no-currency         pic x(3) value spaces.
       77 ws-no-routing          pic x(4) value spaces.
       77 print-amount           pic -(7)9.99.
       01 ws-loan-bool           pic 9 value zero.
          88  ws-loan-eligible     value 1.
       01 ws-register-bool       pic 9 value zero.
          88  ws-already-written   value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Loan seq no to write off ? : " no advancing.
           accept ws-loan-seq.
           move zero to ws-loan-bool.
           move ws-loan-seq to loan-seq-no.
           open input archivoLoans.
           read archivoLoans record
                             key is loan-seq-no
               invalid key
                   display space
                   display "    No such loan"
               not invalid key
                   if not loan-is-active
                       display space
                       display "    Loan is not active"
                   else
                   if not loan-is-non-accrual
                       display space
                       display "    Only a non-accrual loan can be"
                       display "    written off"
                   else
                       set ws-loan-eligible to true
                   end-if
                   end-if
           end-read.
           if ws-loan-eligible
               perform write-pending-entry
               if not ws-already-written
                   perform queue-for-approval
               end-if
           end-if.
           close archivoLoans.
           exit program
           .
      *>----------------------------------------------------------------

      *> A resubmission after a rejection simply refreshes the
      *> pending entry with today's outstanding figure.

       write-pending-entry.
           move zero to ws-register-bool.
           move loan-seq-no to wo-loan-seq.
           open i-o archivoWriteoff.
           read archivoWriteoff record
                                key is wo-loan-seq
               invalid key
                   perform fill-pending-entry
                   write writeoff-record
                       invalid key
                           display "Loan-Writeoff-Submit: write failed"
                   end-write
               not invalid key
                   if wo-is-written-off
                       set ws-already-written to true
                       display space
                       display "    Loan already on the written-off"
                       display "    register"
                   else
                       perform fill-pending-entry
                       rewrite writeoff-record
                   end-if
           end-read.
           close archivoWriteoff
           .
      *>----------------------------------------------------------------

       fill-pending-entry.
           move loan-seq-no      to wo-loan-seq.
           move loan-account-no  to wo-account-no.
           move loan-customer-id to wo-customer-id.
           move loan-outstanding to wo-amount.
           move zero             to wo-provision-used.
           move ls-staff-id      to wo-maker-staff-id.
           move zero             to wo-checker-staff-id.
           move ws-today         to wo-submit-date.
           move zero             to wo-date.
           set wo-is-pending     to true.
           move zero             to wo-recovered.
           move zero             to wo-last-recovery-date
           .
      *>----------------------------------------------------------------

       queue-for-approval.
           move loan-outstanding to ws-approval-amount.
           call "Approval-Post" using
                                  by content ws-action
                                             ls-staff-id
                                             ws-approval-amount
                                             ws-loan-seq
                                             ws-atm-id
                                             loan-customer-id
                                             ws-zero-type
                                             ws-no-name
                                             ws-no-currency
                                             ws-zero-id
                                             ws-zero-id
                                             loan-account-no
                                             ws-no-routing
                                  by reference ws-approval-seq.
           move loan-outstanding to print-amount.
           display space.
           display "    Write-off of " print-amount " on loan "
                   ws-loan-seq.
           display "    queued - awaiting second supervisor release"
           .
      *>----------------------------------------------------------------

       end program Loan-Writeoff-Submit.
