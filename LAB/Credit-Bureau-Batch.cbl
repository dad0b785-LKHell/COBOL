      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Month-end credit bureau file, so our borrowers' repayment
      *> records - good and bad - count at the bureau the way other
      *> banks' do. One record per loan and per drawn overdraft
      *> facility, with the borrower's identity (customer.dat and the
      *> KYC document and date of birth from kyc.dat):
      *>   loans (loan.dat) - every active loan, current or, with an
      *>   unpaid installment, delinquent at the days past due
      *>   Loan-Aging-Batch last counted; a loan paid off in the
      *>   month, reported once more as paid off; and a written-off
      *>   loan, every month while any of the written-off amount
      *>   (writeoff.dat) is still unrecovered;
      *>   overdrafts (account.dat) - every open account with a drawn
      *>   facility, delinquent when drawn beyond its limit or
      *>   continuously overdrawn for more than 30 days (the same
      *>   test Overdraft-Aging-Report flags), with the days it has
      *>   been overdrawn.
      *> The bureau's fixed-format file (bureau.dat) has a header,
      *> the account records and a trailer of control totals, which
      *> are also written to bureau.rpt. What the bureau rejects
      *> comes back through Bureau-Reject-Batch.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Credit-Bureau-Batch.

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

       Select archivoBureau assign to "bureau.dat"
           organization is line sequential.

       Select archivoReport assign to "bureau.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoWriteoff.
       copy "WRITEOFF.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoKyc.
       copy "KYCREC.cpy".

       FD archivoBureau.
       copy "BUREAUREC.cpy".

       FD archivoReport.
       01 bureau-report-line     pic x(70).

       working-storage section.
       78 home-routing-code      value "0001".
       78 stuck-after-days       value 30.
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-since-days          pic 9(9) comp.
       77 ws-age-days            pic 9(5).
       77 ws-report-month        pic 9(6).
       77 ws-unrecovered         pic s9(7)v99.
       77 ws-record-count        pic 9(7) value zero.
       77 ws-loan-count          pic 9(7) value zero.
       77 ws-overdraft-count     pic 9(7) value zero.
       77 ws-delinquent-count    pic 9(7) value zero.
       77 ws-written-off-count   pic 9(7) value zero.
       77 ws-paid-off-count      pic 9(7) value zero.
       77 ws-no-kyc-count        pic 9(7) value zero.
       77 ws-balance-total       pic s9(13)v99 value zero.
       77 ws-line-label          pic x(34).
       77 ws-line-amount         pic s9(13)v99.
       77 print-amount           pic -(12)9.99.
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-report-switch       pic 9 value zero.
          88  ws-report-it         value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           display "Bureau month (yyyymm) ? : " no advancing.
           accept ws-report-month.
           open input archivoCustomer.
           open input archivoKyc.
           open output archivoBureau.
           perform write-bureau-header.
           perform gather-loans.
           perform gather-overdrafts.
           perform write-bureau-trailer.
           close archivoBureau.
           close archivoCustomer archivoKyc.
           perform write-control-totals.
           display "Credit-Bureau-Batch: " ws-loan-count " loans, "
                   ws-overdraft-count " overdrafts, "
                   ws-delinquent-count " delinquent".
           stop run
           .
      *>----------------------------------------------------------------

       write-bureau-header.
           move spaces to bureau-header-record.
           move "H" to cbh-record-type.
           move home-routing-code to cbh-member-code.
           move ws-report-month to cbh-report-month.
           move ws-today to cbh-created-date.
           write bureau-header-record.
           add 1 to ws-record-count
           .
      *>----------------------------------------------------------------

       gather-loans.
           move zero to ws-at-end-switch.
           open input archivoLoans.
           open input archivoWriteoff.
           perform weigh-loan until ws-no-more-records.
           close archivoLoans archivoWriteoff
           .
      *>----------------------------------------------------------------

       weigh-loan.
           read archivoLoans next record
               at end
                   set ws-no-more-records to true
               not at end
                   perform take-loan
           end-read
           .
      *>----------------------------------------------------------------

       take-loan.
           move zero to ws-report-switch.
           move spaces to bureau-account-record.
           move "D" to cbd-record-type.
           move "L" to cbd-facility-kind.
           move loan-seq-no to cbd-reference.
           move loan-customer-id to cbd-customer-id.
           move loan-start-date to cbd-open-date.
           move loan-principal to cbd-credit-limit.
           move loan-installment to cbd-installment.
           move loan-missed-count to cbd-missed-count.
           move zero to cbd-days-past-due.
           move zero to cbd-closed-date.
           evaluate true
               when loan-is-active
                   set ws-report-it to true
                   move loan-outstanding to cbd-balance
                   if loan-days-past-due is greater than zero
                   or loan-missed-count is greater than zero
                       set cbd-is-delinquent to true
                       move loan-days-past-due to cbd-days-past-due
                   else
                       set cbd-is-current to true
                   end-if
               when loan-is-paid-off
                   if loan-closed-date (1:6) is equal to ws-report-month
                       set ws-report-it to true
                       set cbd-is-paid-off to true
                       move zero to cbd-balance
                       move loan-closed-date to cbd-closed-date
                       add 1 to ws-paid-off-count
                   end-if
               when loan-is-written-off
                   perform take-written-off-loan
           end-evaluate.
           if ws-report-it
               add 1 to ws-loan-count
               perform write-account-record
           end-if
           .
      *>----------------------------------------------------------------

      *> The bureau keeps a written-off debt on file until it is
      *> recovered; the balance reported is what is still owed.

       take-written-off-loan.
           move zero to ws-unrecovered.
           move loan-seq-no to wo-loan-seq.
           read archivoWriteoff record key is wo-loan-seq
               invalid key
                   continue
               not invalid key
                   if wo-is-written-off
                       compute ws-unrecovered =
                               wo-amount - wo-recovered
                   end-if
           end-read.
           if ws-unrecovered is greater than zero
           or loan-closed-date (1:6) is equal to ws-report-month
               set ws-report-it to true
               set cbd-is-written-off to true
               if ws-unrecovered is greater than zero
                   move ws-unrecovered to cbd-balance
               else
                   move zero to cbd-balance
               end-if
               move loan-days-past-due to cbd-days-past-due
               move loan-closed-date to cbd-closed-date
               add 1 to ws-written-off-count
           end-if
           .
      *>----------------------------------------------------------------

       gather-overdrafts.
           move zero to ws-at-end-switch.
           open input archivoAccounts.
           perform weigh-account until ws-no-more-records.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if account-is-open
                   and account-overdraft-used is greater than zero
                       perform take-overdraft
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-overdraft.
           move zero to ws-age-days.
           if account-overdraft-since is greater than zero
               compute ws-since-days =
                   function integer-of-date
                       (account-overdraft-since)
               compute ws-age-days = ws-today-days - ws-since-days
           end-if.
           move spaces to bureau-account-record.
           move "D" to cbd-record-type.
           move "O" to cbd-facility-kind.
           move account-no to cbd-reference.
           move account-owner-id to cbd-customer-id.
           move account-open-date to cbd-open-date.
           move account-overdraft-limit to cbd-credit-limit.
           move account-overdraft-used to cbd-balance.
           move zero to cbd-installment.
           move zero to cbd-missed-count.
           move zero to cbd-closed-date.
           move zero to cbd-days-past-due.
           if account-overdraft-used > account-overdraft-limit
           or ws-age-days is greater than stuck-after-days
               set cbd-is-delinquent to true
               move ws-age-days to cbd-days-past-due
           else
               set cbd-is-current to true
           end-if.
           add 1 to ws-overdraft-count.
           perform write-account-record
           .
      *>----------------------------------------------------------------

       write-account-record.
           move cbd-customer-id to customer-id.
           read archivoCustomer record key is customer-id
               invalid key
                   continue
               not invalid key
                   move customer-name    to cbd-name
                   move customer-address to cbd-address
                   move customer-city    to cbd-city
           end-read.
           move zero to cbd-birth-date.
           move cbd-customer-id to kyc-customer-id.
           read archivoKyc record key is kyc-customer-id
               invalid key
                   add 1 to ws-no-kyc-count
               not invalid key
                   move kyc-doc-type   to cbd-doc-type
                   move kyc-doc-number to cbd-doc-number
                   move kyc-birth-date to cbd-birth-date
           end-read.
           write bureau-account-record.
           add 1 to ws-record-count.
           add cbd-balance to ws-balance-total.
           if cbd-is-delinquent
               add 1 to ws-delinquent-count
           end-if
           .
      *>----------------------------------------------------------------

       write-bureau-trailer.
           add 1 to ws-record-count.
           move spaces to bureau-trailer-record.
           move "T" to cbt-record-type.
           move ws-record-count to cbt-record-count.
           move ws-loan-count to cbt-loan-count.
           move ws-overdraft-count to cbt-overdraft-count.
           move ws-delinquent-count to cbt-delinquent-count.
           move ws-balance-total to cbt-balance-total.
           write bureau-trailer-record
           .
      *>----------------------------------------------------------------

       write-control-totals.
           open output archivoReport.
           move dash-line to bureau-report-line.
           write bureau-report-line.
           move spaces to ws-report-line.
           string " Credit bureau file for " delimited by size
                  ws-report-month           delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to bureau-report-line.
           write bureau-report-line.
           move dash-line to bureau-report-line.
           write bureau-report-line.
           move "   Loans reported" to ws-line-label.
           move ws-loan-count to print-count.
           perform write-count-line.
           move "     of which paid off this month" to ws-line-label.
           move ws-paid-off-count to print-count.
           perform write-count-line.
           move "     of which written off" to ws-line-label.
           move ws-written-off-count to print-count.
           perform write-count-line.
           move "   Overdrafts reported" to ws-line-label.
           move ws-overdraft-count to print-count.
           perform write-count-line.
           move "   Delinquent" to ws-line-label.
           move ws-delinquent-count to print-count.
           perform write-count-line.
           move "   Balances reported" to ws-line-label.
           move ws-balance-total to ws-line-amount.
           perform write-amount-line.
           move "   Records written" to ws-line-label.
           move ws-record-count to print-count.
           perform write-count-line.
           if ws-no-kyc-count is greater than zero
               move "   ** records without KYC identity"
                 to ws-line-label
               move ws-no-kyc-count to print-count
               perform write-count-line
           end-if.
           close archivoReport
           .
      *>----------------------------------------------------------------

       write-amount-line.
           move ws-line-amount to print-amount.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-amount  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to bureau-report-line.
           write bureau-report-line
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-count   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to bureau-report-line.
           write bureau-report-line
           .
      *>----------------------------------------------------------------

       end program Credit-Bureau-Batch.
