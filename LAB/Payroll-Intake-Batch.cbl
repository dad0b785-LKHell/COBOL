      *> "SA" entry, so every salary shows individually on the
      *> employee's statement. A credit that still fails at posting
      *> time goes back to the employer and onto the return file, so
      *> the money never strands in the clearing account. The
      *> employee's name (from the line, or the account owner when
      *> the employer leaves it blank) is run through Name-Screen;
      *> a potential watchlist match is left out of the debit, is
      *> not paid, and is parked on screenhold.dat for compliance
      *> instead of going back on the return file.
      *>----------------------------------------------------------------

       Identification Division.
       01 payroll-input-line.
           05 pay-account-no       pic 9(7).
           05 pay-amount           pic 9(7)v99.
           05 pay-employee-name    pic x(20).

       FD archivoReturn.
       01 payroll-return-line.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-pass                pic 9.
       77 ws-referred-count      pic 9(5) value zero.
       77 ws-account-owner       pic x(10).
       77 ws-screen-name         pic x(30).
       77 ws-list-name           pic x(30).
       77 ws-list-type           pic x(1).
       01 ws-screen-bool         pic 9 value zero.
          88  ws-screen-hit        value 1.
       copy "SCRNHOLD.cpy" replacing ==screen-hold-record==
                                  by ==ws-hold-record==
                                     leading ==scr-== by ==ws-hld-==.
       01 ws-header-switch       pic 9 value zero.
          88  ws-header-read       value 1.
       01 ws-digit-bool          pic 9 value zero.
           move 1 to ws-pass.
           perform run-one-pass.
           display "Payroll-Intake-Batch: " ws-accepted-count
                   " accepted, " ws-rejected-count " returned, "
                   ws-referred-count " referred".
           if ws-accepted-total is greater than zero
               perform debit-employer
               if exist
       handle-detail-line.
           move pay-amount to ws-line-amount.
           perform screen-destination.
           if ws-reason is equal to spaces
               perform screen-employee-name
           end-if.
           if ws-pass is equal to 1
               evaluate true
                   when ws-reason is equal to spaces
                       add ws-line-amount to ws-accepted-total
                       add 1 to ws-accepted-count
                   when ws-reason is equal to "SH"
                       add 1 to ws-referred-count
                       perform park-screened-line
                   when other
                       add 1 to ws-rejected-count
                       perform write-return-line
               end-evaluate
           else
               if ws-reason is equal to spaces
                   perform credit-employee

       screen-destination.
           move spaces to ws-reason.
           move spaces to ws-account-owner.
           move zero to ws-digit-bool.
           call "Validate-Account-No" using
                                  by content pay-account-no
                   invalid key
                       move "NF" to ws-reason
                   not invalid key
                       move account-owner to ws-account-owner
                       evaluate true
                           when account-is-closed
                               move "CL" to ws-reason
           .
      *>----------------------------------------------------------------

      *> "SH" is internal only - a screened line is neither paid nor
      *> returned; it waits on the hold file for compliance.

       screen-employee-name.
           move zero to ws-screen-bool.
           if pay-employee-name is equal to spaces
               move ws-account-owner  to ws-screen-name
           else
               move pay-employee-name to ws-screen-name
           end-if.
           call "Name-Screen" using
                                  by content ws-screen-name
                                  by reference ws-screen-bool
                                               ws-list-name
                                               ws-list-type.
           if ws-screen-hit
               move "SH" to ws-reason
           end-if
           .
      *>----------------------------------------------------------------

       park-screened-line.
           initialize ws-hold-record.
           set ws-hld-from-payroll to true.
           move ws-screen-name     to ws-hld-screened-name.
           move ws-list-name       to ws-hld-list-name.
           move ws-list-type       to ws-hld-list-type.
           move pay-account-no     to ws-hld-account-no.
           move ws-employer-acct   to ws-hld-counter-acct.
           move ws-line-amount     to ws-hld-amount.
           call "Screen-Hold-Post" using
                                  by reference ws-hold-record
           .
      *>----------------------------------------------------------------

       write-return-line.
           move pay-account-no to ret-account-no.
           move pay-amount     to ret-amount.
