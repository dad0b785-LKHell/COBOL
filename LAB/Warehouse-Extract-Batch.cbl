      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly change-data extract for the management information
      *> warehouse, run in the Batch-Control chain straight after
      *> Reconciliation-Batch. Writes one comma-delimited delta file
      *> per subject - whcust.csv, whacct.csv, whloan.csv,
      *> whtdep.csv, whjrnl.csv and whgl.csv - each opened by an "H"
      *> header row (file, run date, what it is a delta from), one
      *> "D" row per change and closed by a "T" trailer carrying the
      *> row count and control totals the warehouse load proves
      *> itself against.
      *> Customers, accounts, loans and term deposits are compared
      *> with the image of each file the previous run kept (the .prv
      *> files, refreshed at the end of every run): every row carries
      *> an action code -
      *>   N  new since the last extract
      *>   C  changed
      *>   X  closed - account closed, loan paid off or written off,
      *>      term deposit matured or broken
      *>   R  reclassified - account type, loan accrual status or
      *>      rate type changed
      *>   D  gone from the master file since the last extract.
      *> The journal and GL go out as every entry above the sequence
      *> numbers the last run reached (whmark.dat), so an entry
      *> posted after tonight's extract is in tomorrow's, never lost
      *> and never sent twice. The account, customer, journal and GL
      *> trailers also carry the whole-file control totals from
      *> Totals-Compute - the same figures Backup-Batch proves the
      *> close with; loans and term deposits are totalled on the
      *> way through.
      *> With no .prv files or whmark.dat (the first run) everything
      *> goes out as new - the warehouse's initial load.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Warehouse-Extract-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id
           alternate record key is customer-card-no.

       Select optional archivoCustomerPrv assign to "whcust.prv"
           organization is indexed
           access is dynamic
           record key is prv-customer-id
           alternate record key is prv-customer-card-no.

       Select optional archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoAccountsPrv assign to "whacct.prv"
           organization is indexed
           access is dynamic
           record key is prv-account-no
           alternate key is prv-account-owner-id with duplicates.

       Select optional archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoLoansPrv assign to "whloan.prv"
           organization is indexed
           access is dynamic
           record key is prv-loan-seq-no.

       Select optional archivoTermDep assign to "termdep.dat"
           organization is indexed
           access is dynamic
           record key is td-seq-no.

       Select optional archivoTermDepPrv assign to "whtdep.prv"
           organization is indexed
           access is dynamic
           record key is prv-td-seq-no.

       Select optional archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoGL assign to "gl.dat"
           organization is indexed
           access is dynamic
           record key is gl-seq-no.

       Select optional archivoMark assign to "whmark.dat"
           organization is line sequential.

       Select archivoExtract assign to ws-extract-filename
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoCustomerPrv.
       copy "CUSTOMER.cpy" replacing ==registro== by ==prv-registro==
                           leading ==customer== by ==prv-customer==.

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoAccountsPrv.
       copy "ACCTREC.cpy" replacing leading ==account== by
                                            ==prv-account==.

       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoLoansPrv.
       copy "LOANREC.cpy" replacing leading ==loan== by ==prv-loan==.

       FD archivoTermDep.
       copy "TERMDEP.cpy".

       FD archivoTermDepPrv.
       copy "TERMDEP.cpy" replacing
                          ==term-deposit-record== by
                          ==prv-term-deposit-record==
                          leading ==td== by ==prv-td==.

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoGL.
       copy "GLEDGER.cpy".

       FD archivoMark.
       01 mark-record.
           05 mark-journal-seq      pic 9(9).
           05 mark-gl-seq           pic 9(9).
           05 mark-run-date         pic 9(8).

       FD archivoExtract.
       01 extract-line           pic x(200).

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-mode                pic x(1) value "L".
       01 ws-totals-table.
          05 ws-totals-entry occurs 6 times.
             10 ws-tot-name       pic x(12).
             10 ws-tot-count      pic 9(9).
             10 ws-tot-amount     pic s9(13)v99.
             10 ws-tot-high-seq   pic 9(9).
       77 ws-extract-filename    pic x(12).
       77 ws-last-journal-seq    pic 9(9) value zero.
       77 ws-last-gl-seq         pic 9(9) value zero.
       77 ws-last-run-date       pic 9(8) value zero.
       77 ws-new-journal-seq     pic 9(9) value zero.
       77 ws-new-gl-seq          pic 9(9) value zero.
       77 ws-action              pic x(1).
       77 ws-row-count           pic 9(9).
       77 ws-row-amount          pic s9(13)v99.
       77 ws-master-count        pic 9(9).
       77 ws-master-amount       pic s9(13)v99.
       77 ws-file-count          pic 9 value zero.
       77 ws-change-count        pic 9(9) value zero.
       77 ws-master-high-seq     pic 9(9).
       77 print-amount           pic -(9)9.99.
       77 print-amount-2         pic -(9)9.99.
       77 print-amount-3         pic -(9)9.99.
       77 print-amount-4         pic -(9)9.99.
       77 print-total            pic -(13)9.99.
       77 print-master-total     pic -(13)9.99.
       77 print-rate             pic .9(6).
       77 ws-extract-row         pic x(200).
       01 ws-eof-switch          pic 9 value zero.
          88  ws-file-eof          value 1.

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform read-marks.
           call "Totals-Compute" using
                                  by content ws-mode
                                  by reference ws-totals-table.
           perform extract-customers.
           perform extract-accounts.
           perform extract-loans.
           perform extract-term-deposits.
           perform extract-journal.
           perform extract-gl.
           perform refresh-prior-images.
           perform write-marks.
           display "Warehouse-Extract-Batch: " ws-file-count
                   " files, " ws-change-count " rows since "
                   ws-last-run-date.
           stop run
           .
      *>----------------------------------------------------------------

       read-marks.
           open input archivoMark
               read archivoMark
                   at end
                       continue
                   not at end
                       move mark-journal-seq to ws-last-journal-seq
                       move mark-gl-seq      to ws-last-gl-seq
                       move mark-run-date    to ws-last-run-date
               end-read
           close archivoMark.
           move ws-last-journal-seq to ws-new-journal-seq.
           move ws-last-gl-seq      to ws-new-gl-seq
           .
      *>----------------------------------------------------------------

       write-marks.
           move ws-new-journal-seq to mark-journal-seq.
           move ws-new-gl-seq      to mark-gl-seq.
           move ws-today           to mark-run-date.
           open output archivoMark
               write mark-record
           close archivoMark
           .
      *>----------------------------------------------------------------

      *> Header and trailer are shared by every file: the header
      *> names what the file is a delta from (the last run date, or
      *> the last sequence number for journal and GL), the trailer
      *> the D-row count and amount, then the whole master file's
      *> count, amount and (journal only) high sequence number.

       open-extract.
           add 1 to ws-file-count.
           move zero to ws-row-count ws-row-amount.
           move zero to ws-master-count ws-master-amount.
           move zero to ws-master-high-seq.
           open output archivoExtract.
           move spaces to ws-extract-row.
           string "H,"                 delimited by size
                  ws-extract-filename  delimited by space
                  ","                  delimited by size
                  ws-today             delimited by size
                  ","                  delimited by size
                  ws-last-run-date     delimited by size
                  into ws-extract-row
           end-string.
           perform write-extract-row
           .
      *>----------------------------------------------------------------

       open-sequence-extract.
           add 1 to ws-file-count.
           move zero to ws-row-count ws-row-amount.
           move zero to ws-master-count ws-master-amount.
           move zero to ws-master-high-seq.
           open output archivoExtract
           .
      *>----------------------------------------------------------------

       close-extract.
           move ws-row-amount    to print-total.
           move ws-master-amount to print-master-total.
           move spaces to ws-extract-row.
           string "T,"                 delimited by size
                  ws-row-count         delimited by size
                  ","                  delimited by size
                  print-total          delimited by size
                  ","                  delimited by size
                  ws-master-count      delimited by size
                  ","                  delimited by size
                  print-master-total   delimited by size
                  ","                  delimited by size
                  ws-master-high-seq   delimited by size
                  into ws-extract-row
           end-string.
           perform write-extract-row.
           add ws-row-count to ws-change-count.
           close archivoExtract
           .
      *>----------------------------------------------------------------

       write-extract-row.
           move ws-extract-row to extract-line.
           write extract-line
           .
      *>----------------------------------------------------------------

       extract-customers.
           move "whcust.csv" to ws-extract-filename.
           perform open-extract.
           move zero to ws-eof-switch.
           open input archivoCustomer archivoCustomerPrv.
           perform compare-customer until ws-file-eof.
           move zero to ws-eof-switch.
           move zero to prv-customer-id.
           start archivoCustomerPrv key is not less than prv-customer-id
               invalid key
                   set ws-file-eof to true
           end-start.
           perform find-gone-customer until ws-file-eof.
           close archivoCustomer archivoCustomerPrv.
           move ws-tot-count (2) to ws-master-count.
           perform close-extract
           .
      *>----------------------------------------------------------------

       compare-customer.
           read archivoCustomer next record
               at end
                   set ws-file-eof to true
               not at end
                   move space to ws-action
                   move customer-id to prv-customer-id
                   read archivoCustomerPrv record
                                       key is prv-customer-id
                       invalid key
                           move "N" to ws-action
                       not invalid key
                           if registro is not equal to prv-registro
                               move "C" to ws-action
                           end-if
                   end-read
                   if ws-action is not equal to space
                       perform write-customer-row
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-customer-row.
           move spaces to ws-extract-row.
           string "D,"                  delimited by size
                  ws-action             delimited by size
                  ","                   delimited by size
                  customer-id           delimited by size
                  ","                   delimited by size
                  customer-name         delimited by size
                  ","                   delimited by size
                  customer-city         delimited by size
                  ","                   delimited by size
                  customer-bank-id      delimited by size
                  ","                   delimited by size
                  customer-card-no      delimited by size
                  ","                   delimited by size
                  customer-card-status  delimited by size
                  ","                   delimited by size
                  customer-card-expiry  delimited by size
                  ","                   delimited by size
                  customer-locked       delimited by size
                  ","                   delimited by size
                  customer-phone        delimited by size
                  ","                   delimited by size
                  customer-email        delimited by size
                  ","                   delimited by size
                  customer-address      delimited by size
                  into ws-extract-row
           end-string.
           perform write-extract-row.
           add 1 to ws-row-count
           .
      *>----------------------------------------------------------------

       find-gone-customer.
           read archivoCustomerPrv next record
               at end
                   set ws-file-eof to true
               not at end
                   move prv-customer-id to customer-id
                   read archivoCustomer record key is customer-id
                       invalid key
                           move spaces to ws-extract-row
                           string "D,D,"          delimited by size
                                  prv-customer-id delimited by size
                                  into ws-extract-row
                           end-string
                           perform write-extract-row
                           add 1 to ws-row-count
                   end-read
           end-read
           .
      *>----------------------------------------------------------------

       extract-accounts.
           move "whacct.csv" to ws-extract-filename.
           perform open-extract.
           move zero to ws-eof-switch.
           open input archivoAccounts archivoAccountsPrv.
           perform compare-account until ws-file-eof.
           move zero to ws-eof-switch.
           move zero to prv-account-no.
           start archivoAccountsPrv key is not less than prv-account-no
               invalid key
                   set ws-file-eof to true
           end-start.
           perform find-gone-account until ws-file-eof.
           close archivoAccounts archivoAccountsPrv.
           move ws-tot-count (1)  to ws-master-count.
           move ws-tot-amount (1) to ws-master-amount.
           perform close-extract
           .
      *>----------------------------------------------------------------

       compare-account.
           read archivoAccounts next record
               at end
                   set ws-file-eof to true
               not at end
                   move space to ws-action
                   move account-no to prv-account-no
                   read archivoAccountsPrv record
                                       key is prv-account-no
                       invalid key
                           move "N" to ws-action
                       not invalid key
                           perform classify-account-change
                   end-read
                   if ws-action is not equal to space
                       perform write-account-row
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       classify-account-change.
           evaluate true
               when account-is-closed and not prv-account-is-closed
                   move "X" to ws-action
               when account-type is not equal to prv-account-type
                   move "R" to ws-action
               when account is not equal to prv-account
                   move "C" to ws-action
               when other
                   continue
           end-evaluate
           .
      *>----------------------------------------------------------------

       write-account-row.
           move account-balance         to print-amount.
           move account-overdraft-limit to print-amount-2.
           move account-overdraft-used  to print-amount-3.
           move account-hold-amount     to print-amount-4.
           move spaces to ws-extract-row.
           string "D,"                  delimited by size
                  ws-action             delimited by size
                  ","                   delimited by size
                  account-no            delimited by size
                  ","                   delimited by size
                  account-type          delimited by size
                  ","                   delimited by size
                  account-owner-id      delimited by size
                  ","                   delimited by size
                  account-joint-owner-id (1) delimited by size
                  ","                   delimited by size
                  account-joint-owner-id (2) delimited by size
                  ","                   delimited by size
                  account-currency      delimited by size
                  ","                   delimited by size
                  print-amount          delimited by size
                  ","                   delimited by size
                  print-amount-2        delimited by size
                  ","                   delimited by size
                  print-amount-3        delimited by size
                  ","                   delimited by size
                  print-amount-4        delimited by size
                  ","                   delimited by size
                  account-hold-status   delimited by size
                  ","                   delimited by size
                  account-closed-status delimited by size
                  ","                   delimited by size
                  account-dormancy-status delimited by size
                  ","                   delimited by size
                  account-open-date     delimited by size
                  ","                   delimited by size
                  account-close-date    delimited by size
                  ","                   delimited by size
                  account-last-activity-date delimited by size
                  into ws-extract-row
           end-string.
           perform write-extract-row.
           add 1 to ws-row-count.
           add account-balance to ws-row-amount
           .
      *>----------------------------------------------------------------

       find-gone-account.
           read archivoAccountsPrv next record
               at end
                   set ws-file-eof to true
               not at end
                   move prv-account-no to account-no
                   read archivoAccounts record key is account-no
                       invalid key
                           move spaces to ws-extract-row
                           string "D,D,"         delimited by size
                                  prv-account-no delimited by size
                                  into ws-extract-row
                           end-string
                           perform write-extract-row
                           add 1 to ws-row-count
                   end-read
           end-read
           .
      *>----------------------------------------------------------------

       extract-loans.
           move "whloan.csv" to ws-extract-filename.
           perform open-extract.
           move zero to ws-eof-switch.
           open input archivoLoans archivoLoansPrv.
           perform compare-loan until ws-file-eof.
           move zero to ws-eof-switch.
           move zero to prv-loan-seq-no.
           start archivoLoansPrv key is not less than prv-loan-seq-no
               invalid key
                   set ws-file-eof to true
           end-start.
           perform find-gone-loan until ws-file-eof.
           close archivoLoans archivoLoansPrv.
           perform close-extract
           .
      *>----------------------------------------------------------------

       compare-loan.
           read archivoLoans next record
               at end
                   set ws-file-eof to true
               not at end
                   add 1 to ws-master-count
                   add loan-outstanding to ws-master-amount
                   move space to ws-action
                   move loan-seq-no to prv-loan-seq-no
                   read archivoLoansPrv record key is prv-loan-seq-no
                       invalid key
                           move "N" to ws-action
                       not invalid key
                           perform classify-loan-change
                   end-read
                   if ws-action is not equal to space
                       perform write-loan-row
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       classify-loan-change.
           evaluate true
               when loan-status is not equal to prv-loan-status
               and (loan-is-paid-off or loan-is-written-off)
                   move "X" to ws-action
               when loan-accrual-status
                        is not equal to prv-loan-accrual-status
               when loan-rate-type is not equal to prv-loan-rate-type
                   move "R" to ws-action
               when loan-record is not equal to prv-loan-record
                   move "C" to ws-action
               when other
                   continue
           end-evaluate
           .
      *>----------------------------------------------------------------

       write-loan-row.
           move loan-principal   to print-amount.
           move loan-installment to print-amount-2.
           move loan-outstanding to print-amount-3.
           move loan-rate to print-rate.
           move spaces to ws-extract-row.
           string "D,"                  delimited by size
                  ws-action             delimited by size
                  ","                   delimited by size
                  loan-seq-no           delimited by size
                  ","                   delimited by size
                  loan-account-no       delimited by size
                  ","                   delimited by size
                  loan-customer-id      delimited by size
                  ","                   delimited by size
                  print-amount          delimited by size
                  ","                   delimited by size
                  print-rate            delimited by size
                  ","                   delimited by size
                  loan-rate-type        delimited by size
                  ","                   delimited by size
                  loan-term-months      delimited by size
                  ","                   delimited by size
                  loan-start-date       delimited by size
                  ","                   delimited by size
                  print-amount-2        delimited by size
                  ","                   delimited by size
                  print-amount-3        delimited by size
                  ","                   delimited by size
                  loan-paid-count       delimited by size
                  ","                   delimited by size
                  loan-next-due-date    delimited by size
                  ","                   delimited by size
                  loan-missed-count     delimited by size
                  ","                   delimited by size
                  loan-days-past-due    delimited by size
                  ","                   delimited by size
                  loan-accrual-status   delimited by size
                  ","                   delimited by size
                  loan-status           delimited by size
                  ","                   delimited by size
                  loan-closed-date      delimited by size
                  into ws-extract-row
           end-string.
           perform write-extract-row.
           add 1 to ws-row-count.
           add loan-outstanding to ws-row-amount
           .
      *>----------------------------------------------------------------

       find-gone-loan.
           read archivoLoansPrv next record
               at end
                   set ws-file-eof to true
               not at end
                   move prv-loan-seq-no to loan-seq-no
                   read archivoLoans record key is loan-seq-no
                       invalid key
                           move spaces to ws-extract-row
                           string "D,D,"          delimited by size
                                  prv-loan-seq-no delimited by size
                                  into ws-extract-row
                           end-string
                           perform write-extract-row
                           add 1 to ws-row-count
                   end-read
           end-read
           .
      *>----------------------------------------------------------------

       extract-term-deposits.
           move "whtdep.csv" to ws-extract-filename.
           perform open-extract.
           move zero to ws-eof-switch.
           open input archivoTermDep archivoTermDepPrv.
           perform compare-term-deposit until ws-file-eof.
           move zero to ws-eof-switch.
           move zero to prv-td-seq-no.
           start archivoTermDepPrv key is not less than prv-td-seq-no
               invalid key
                   set ws-file-eof to true
           end-start.
           perform find-gone-term-deposit until ws-file-eof.
           close archivoTermDep archivoTermDepPrv.
           perform close-extract
           .
      *>----------------------------------------------------------------

       compare-term-deposit.
           read archivoTermDep next record
               at end
                   set ws-file-eof to true
               not at end
                   add 1 to ws-master-count
                   add td-principal to ws-master-amount
                   move space to ws-action
                   move td-seq-no to prv-td-seq-no
                   read archivoTermDepPrv record key is prv-td-seq-no
                       invalid key
                           move "N" to ws-action
                       not invalid key
                           evaluate true
                               when td-status
                                        is not equal to prv-td-status
                               and (td-is-matured or td-is-broken)
                                   move "X" to ws-action
                               when term-deposit-record is not equal
                                        to prv-term-deposit-record
                                   move "C" to ws-action
                               when other
                                   continue
                           end-evaluate
                   end-read
                   if ws-action is not equal to space
                       perform write-term-deposit-row
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-term-deposit-row.
           move td-principal to print-amount.
           move td-rate to print-rate.
           move spaces to ws-extract-row.
           string "D,"                  delimited by size
                  ws-action             delimited by size
                  ","                   delimited by size
                  td-seq-no             delimited by size
                  ","                   delimited by size
                  td-account-no         delimited by size
                  ","                   delimited by size
                  td-customer-id        delimited by size
                  ","                   delimited by size
                  print-amount          delimited by size
                  ","                   delimited by size
                  print-rate            delimited by size
                  ","                   delimited by size
                  td-term-months        delimited by size
                  ","                   delimited by size
                  td-start-date         delimited by size
                  ","                   delimited by size
                  td-maturity-date      delimited by size
                  ","                   delimited by size
                  td-rollover           delimited by size
                  ","                   delimited by size
                  td-status             delimited by size
                  into ws-extract-row
           end-string.
           perform write-extract-row.
           add 1 to ws-row-count.
           add td-principal to ws-row-amount
           .
      *>----------------------------------------------------------------

       find-gone-term-deposit.
           read archivoTermDepPrv next record
               at end
                   set ws-file-eof to true
               not at end
                   move prv-td-seq-no to td-seq-no
                   read archivoTermDep record key is td-seq-no
                       invalid key
                           move spaces to ws-extract-row
                           string "D,D,"        delimited by size
                                  prv-td-seq-no delimited by size
                                  into ws-extract-row
                           end-string
                           perform write-extract-row
                           add 1 to ws-row-count
                   end-read
           end-read
           .
      *>----------------------------------------------------------------

      *> Journal and GL headers give the sequence number the delta
      *> starts after; the trailer's master figures are the live
      *> file's entry count and, for the journal, its high sequence.

       extract-journal.
           move "whjrnl.csv" to ws-extract-filename.
           perform open-sequence-extract.
           move spaces to ws-extract-row.
           string "H,whjrnl.csv,"      delimited by size
                  ws-today             delimited by size
                  ","                  delimited by size
                  ws-last-journal-seq  delimited by size
                  into ws-extract-row
           end-string.
           perform write-extract-row.
           move zero to ws-eof-switch.
           open input archivoJournal.
           move ws-last-journal-seq to journal-seq-no.
           start archivoJournal key is greater than journal-seq-no
               invalid key
                   set ws-file-eof to true
           end-start.
           perform write-journal-row until ws-file-eof.
           close archivoJournal.
           move ws-tot-count (3)    to ws-master-count.
           move ws-tot-high-seq (3) to ws-master-high-seq.
           perform close-extract
           .
      *>----------------------------------------------------------------

       write-journal-row.
           read archivoJournal next record
               at end
                   set ws-file-eof to true
               not at end
                   move journal-seq-no to ws-new-journal-seq
                   move journal-amount to print-amount
                   move journal-balance-after to print-amount-2
                   move spaces to ws-extract-row
                   string "D,N,"            delimited by size
                          journal-seq-no    delimited by size
                          ","               delimited by size
                          journal-account-no delimited by size
                          ","               delimited by size
                          journal-txn-type  delimited by size
                          ","               delimited by size
                          print-amount      delimited by size
                          ","               delimited by size
                          journal-date      delimited by size
                          ","               delimited by size
                          journal-txn-date  delimited by size
                          ","               delimited by size
                          journal-txn-time  delimited by size
                          ","               delimited by size
                          journal-atm-id    delimited by size
                          ","               delimited by size
                          journal-channel   delimited by size
                          ","               delimited by size
                          journal-staff-id  delimited by size
                          ","               delimited by size
                          journal-reversed-flag delimited by size
                          ","               delimited by size
                          print-amount-2    delimited by size
                          into ws-extract-row
                   end-string
                   perform write-extract-row
                   add 1 to ws-row-count
                   add journal-amount to ws-row-amount
           end-read
           .
      *>----------------------------------------------------------------

       extract-gl.
           move "whgl.csv" to ws-extract-filename.
           perform open-sequence-extract.
           move spaces to ws-extract-row.
           string "H,whgl.csv,"        delimited by size
                  ws-today             delimited by size
                  ","                  delimited by size
                  ws-last-gl-seq       delimited by size
                  into ws-extract-row
           end-string.
           perform write-extract-row.
           move zero to ws-eof-switch.
           open input archivoGL.
           move ws-last-gl-seq to gl-seq-no.
           start archivoGL key is greater than gl-seq-no
               invalid key
                   set ws-file-eof to true
           end-start.
           perform write-gl-row until ws-file-eof.
           close archivoGL.
           move ws-tot-count (4) to ws-master-count.
           perform close-extract
           .
      *>----------------------------------------------------------------

       write-gl-row.
           read archivoGL next record
               at end
                   set ws-file-eof to true
               not at end
                   move gl-seq-no to ws-new-gl-seq
                   move gl-amount to print-amount
                   move spaces to ws-extract-row
                   string "D,N,"            delimited by size
                          gl-seq-no         delimited by size
                          ","               delimited by size
                          gl-account-code   delimited by size
                          ","               delimited by size
                          gl-debit-credit   delimited by size
                          ","               delimited by size
                          print-amount      delimited by size
                          ","               delimited by size
                          gl-txn-type       delimited by size
                          ","               delimited by size
                          gl-date           delimited by size
                          ","               delimited by size
                          gl-bank-id        delimited by size
                          ","               delimited by size
                          gl-branch-id      delimited by size
                          ","               delimited by size
                          gl-period-adjusted delimited by size
                          ","               delimited by size
                          gl-original-date  delimited by size
                          into ws-extract-row
                   end-string
                   perform write-extract-row
                   add 1 to ws-row-count
                   add gl-amount to ws-row-amount
           end-read
           .
      *>----------------------------------------------------------------

      *> Tonight's masters become tomorrow's comparison images - only
      *> once every delta file is safely written, so a run that
      *> falls over part way simply extracts the same changes again.

       refresh-prior-images.
           move zero to ws-eof-switch.
           open input archivoCustomer.
           open output archivoCustomerPrv.
           perform copy-customer until ws-file-eof.
           close archivoCustomer archivoCustomerPrv.
           move zero to ws-eof-switch.
           open input archivoAccounts.
           open output archivoAccountsPrv.
           perform copy-account until ws-file-eof.
           close archivoAccounts archivoAccountsPrv.
           move zero to ws-eof-switch.
           open input archivoLoans.
           open output archivoLoansPrv.
           perform copy-loan until ws-file-eof.
           close archivoLoans archivoLoansPrv.
           move zero to ws-eof-switch.
           open input archivoTermDep.
           open output archivoTermDepPrv.
           perform copy-term-deposit until ws-file-eof.
           close archivoTermDep archivoTermDepPrv
           .
      *>----------------------------------------------------------------

       copy-customer.
           read archivoCustomer next record
               at end
                   set ws-file-eof to true
               not at end
                   move registro to prv-registro
                   write prv-registro
           end-read
           .
      *>----------------------------------------------------------------

       copy-account.
           read archivoAccounts next record
               at end
                   set ws-file-eof to true
               not at end
                   move account to prv-account
                   write prv-account
           end-read
           .
      *>----------------------------------------------------------------

       copy-loan.
           read archivoLoans next record
               at end
                   set ws-file-eof to true
               not at end
                   move loan-record to prv-loan-record
                   write prv-loan-record
           end-read
           .
      *>----------------------------------------------------------------

       copy-term-deposit.
           read archivoTermDep next record
               at end
                   set ws-file-eof to true
               not at end
                   move term-deposit-record
                     to prv-term-deposit-record
                   write prv-term-deposit-record
           end-read
           .
      *>----------------------------------------------------------------

       end program Warehouse-Extract-Batch.
