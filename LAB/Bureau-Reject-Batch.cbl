      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Intake for the credit bureau's rejection file
      *> (bureaurej.dat), which comes back a few days after
      *> Credit-Bureau-Batch's monthly file went out. Every rejected
      *> record is listed on bureaurej.rpt for correction, with the
      *> bureau's error code and text beside the borrower it belongs
      *> to - the loan's customer from loan.dat, or the overdraft
      *> account's owner from account.dat - and what our own files
      *> show is missing for the identity fields the bureau most
      *> often rejects (no KYC record, no document number, no date
      *> of birth, no address), so the branch knows what to fix
      *> before next month's file. A rejection quoting a loan or
      *> account we no longer hold is listed as unmatched.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Bureau-Reject-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoRejects assign to "bureaurej.dat"
           organization is line sequential.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoKyc assign to "kyc.dat"
           organization is indexed
           access is dynamic
           record key is kyc-customer-id.

       Select archivoReport assign to "bureaurej.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoRejects.
       01 bureau-reject-line.
           05 rej-facility-kind    pic x(1).
           05 rej-reference        pic 9(9).
           05 rej-report-month     pic 9(6).
           05 rej-error-code       pic x(4).
           05 rej-error-text       pic x(30).

       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoKyc.
       copy "KYCREC.cpy".

       FD archivoReport.
       01 reject-report-line     pic x(70).

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-customer-id         pic 9(5).
       77 ws-customer-name       pic x(10).
       77 ws-reject-count        pic 9(5) value zero.
       77 ws-unmatched-count     pic 9(5) value zero.
       77 ws-gap-text            pic x(40).
       77 ws-gap-pointer         pic 9(2).
       77 ws-report-line         pic x(70).
       01 ws-match-switch        pic 9 value zero.
          88  ws-reference-matched value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-rejects   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open input archivoRejects.
           open input archivoLoans archivoAccounts.
           open input archivoCustomer archivoKyc.
           open output archivoReport.
           perform write-report-heading.
           perform take-reject until ws-no-more-rejects.
           if ws-reject-count is equal to zero
               move " (no records rejected)" to reject-report-line
               write reject-report-line
           end-if.
           move dash-line to reject-report-line.
           write reject-report-line.
           move spaces to ws-report-line.
           string " Rejected "          delimited by size
                  ws-reject-count       delimited by size
                  "  unmatched "        delimited by size
                  ws-unmatched-count    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to reject-report-line.
           write reject-report-line.
           close archivoRejects archivoLoans archivoAccounts
                 archivoCustomer archivoKyc archivoReport.
           display "Bureau-Reject-Batch: " ws-reject-count
                   " rejections, " ws-unmatched-count " unmatched".
           stop run
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to reject-report-line.
           write reject-report-line.
           move spaces to ws-report-line.
           string " Credit bureau rejections for correction "
                                delimited by size
                  ws-today      delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to reject-report-line.
           write reject-report-line.
           move dash-line to reject-report-line.
           write reject-report-line
           .
      *>----------------------------------------------------------------

       take-reject.
           read archivoRejects
               at end
                   set ws-no-more-rejects to true
               not at end
                   add 1 to ws-reject-count
                   perform find-borrower
                   perform write-reject-lines
           end-read
           .
      *>----------------------------------------------------------------

       find-borrower.
           move zero to ws-match-switch.
           move zero to ws-customer-id.
           move spaces to ws-customer-name.
           if rej-facility-kind is equal to "L"
               move rej-reference to loan-seq-no
               read archivoLoans record key is loan-seq-no
                   invalid key
                       continue
                   not invalid key
                       set ws-reference-matched to true
                       move loan-customer-id to ws-customer-id
               end-read
           else
               move rej-reference to account-no
               read archivoAccounts record key is account-no
                   invalid key
                       continue
                   not invalid key
                       set ws-reference-matched to true
                       move account-owner-id to ws-customer-id
               end-read
           end-if.
           if not ws-reference-matched
               add 1 to ws-unmatched-count
               exit paragraph
           end-if.
           perform find-identity-gaps
           .
      *>----------------------------------------------------------------

       find-identity-gaps.
           move spaces to ws-gap-text.
           move 1 to ws-gap-pointer.
           move ws-customer-id to customer-id.
           read archivoCustomer record key is customer-id
               invalid key
                   string "no customer record " delimited by size
                          into ws-gap-text
                          with pointer ws-gap-pointer
                   end-string
               not invalid key
                   move customer-name to ws-customer-name
                   if customer-address is equal to spaces
                       string "no address " delimited by size
                              into ws-gap-text
                              with pointer ws-gap-pointer
                       end-string
                   end-if
           end-read.
           move ws-customer-id to kyc-customer-id.
           read archivoKyc record key is kyc-customer-id
               invalid key
                   string "no KYC record " delimited by size
                          into ws-gap-text
                          with pointer ws-gap-pointer
                   end-string
               not invalid key
                   if kyc-doc-number is equal to spaces
                       string "no document no " delimited by size
                              into ws-gap-text
                              with pointer ws-gap-pointer
                       end-string
                   end-if
                   if kyc-birth-date is equal to zero
                       string "no birth date " delimited by size
                              into ws-gap-text
                              with pointer ws-gap-pointer
                       end-string
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-reject-lines.
           move spaces to ws-report-line.
           string " "                 delimited by size
                  rej-facility-kind   delimited by size
                  " "                 delimited by size
                  rej-reference       delimited by size
                  " month "           delimited by size
                  rej-report-month    delimited by size
                  " cust "            delimited by size
                  ws-customer-id      delimited by size
                  " "                 delimited by size
                  ws-customer-name    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to reject-report-line.
           write reject-report-line.
           move spaces to ws-report-line.
           string "   "               delimited by size
                  rej-error-code      delimited by size
                  " "                 delimited by size
                  rej-error-text      delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to reject-report-line.
           write reject-report-line.
           move spaces to ws-report-line.
           if ws-reference-matched
               if ws-gap-text is not equal to spaces
                   string "   Our files: "  delimited by size
                          ws-gap-text       delimited by size
                          into ws-report-line
                   end-string
               end-if
           else
               move "   UNMATCHED - no such loan or account on file"
                 to ws-report-line
           end-if.
           if ws-report-line is not equal to spaces
               move ws-report-line to reject-report-line
               write reject-report-line
           end-if
           .
      *>----------------------------------------------------------------

       end program Bureau-Reject-Batch.
