      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Weekly cross-file integrity check. Nothing else holds the
      *> masters against each other, so this job reads each file
      *> that points at a customer or an account and reports the
      *> orphans and contradictions before they break a nightly
      *> posting job:
      *>   - accounts whose owner or joint owner is not in
      *>     customer.dat;
      *>   - active standing orders, sweeps, direct-debit mandates
      *>     and phone aliases on closed or missing accounts;
      *>   - pending holds, standing liens and live garnishments on
      *>     closed or missing accounts;
      *>   - active loans whose repayment account is closed;
      *>   - nominees on closed or missing accounts (a nominee is
      *>     held by name only), guardians, attorneys, grantors and
      *>     mandate signers who are no longer customers.
      *> Each finding carries a severity - HIGH where a nightly job
      *> will post against it, MED where a customer or a payment is
      *> affected, LOW where only the records disagree - and the
      *> queue that owns the fix. Writes integrity.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Integrity-Check-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoStandord assign to "standord.dat"
           organization is indexed
           access is dynamic
           record key is standord-seq-no.

       Select optional archivoSweep assign to "sweep.dat"
           organization is indexed
           access is dynamic
           record key is sweep-seq-no.

       Select optional archivoDdMandates assign to "ddmandate.dat"
           organization is indexed
           access is dynamic
           record key is ddm-seq-no.

       Select optional archivoAlias assign to "phalias.dat"
           organization is indexed
           access is dynamic
           record key is alias-phone.

       Select optional archivoHolds assign to "holds.dat"
           organization is indexed
           access is dynamic
           record key is hold-seq-no.

       Select optional archivoLiens assign to "liens.dat"
           organization is indexed
           access is dynamic
           record key is lien-seq-no
           alternate record key is lien-account-no with duplicates
           alternate record key is lien-td-seq with duplicates.

       Select optional archivoGarnish assign to "garnish.dat"
           organization is indexed
           access is dynamic
           record key is garn-seq-no.

       Select optional archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoNominees assign to "nominee.dat"
           organization is indexed
           access is dynamic
           record key is nom-seq-no.

       Select optional archivoYouth assign to "youth.dat"
           organization is indexed
           access is dynamic
           record key is youth-customer-id.

       Select optional archivoAuthority assign to "authority.dat"
           organization is indexed
           access is dynamic
           record key is auth-seq-no.

       Select optional archivoMandate assign to "mandate.dat"
           organization is indexed
           access is dynamic
           record key is mand-key.

       Select archivoReport assign to "integrity.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoStandord.
       copy "STANDORD.cpy".

       FD archivoSweep.
       copy "SWEEP.cpy".

       FD archivoDdMandates.
       copy "DDMAND.cpy".

       FD archivoAlias.
       copy "PHALIAS.cpy".

       FD archivoHolds.
       copy "HOLDREC.cpy".

       FD archivoLiens.
       copy "LIEN.cpy".

       FD archivoGarnish.
       copy "GARNISH.cpy".

       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoNominees.
       copy "NOMINEE.cpy".

       FD archivoYouth.
       copy "YOUTH.cpy".

       FD archivoAuthority.
       copy "AUTHORITY.cpy".

       FD archivoMandate.
       copy "MANDATE.cpy".

       FD archivoReport.
       01 integrity-report-line  pic x(70).

       working-storage section.
       78 home-routing-code      value "0001".
       77 ws-today               pic 9(8).
       77 ws-look-account        pic 9(7).
       77 ws-look-customer       pic 9(5).
       77 ws-severity            pic x(4).
       77 ws-queue               pic x(12).
       77 ws-file-name           pic x(9).
       77 ws-finding-key         pic x(12).
       77 ws-issue               pic x(28).
       77 ws-what                pic x(12).
       77 ws-finding-count       pic 9(7) value zero.
       77 ws-high-count          pic 9(7) value zero.
       77 ws-med-count           pic 9(7) value zero.
       77 ws-low-count           pic 9(7) value zero.
       77 q                      pic 9.
       77 p                      pic 9.
       77 ws-line-label          pic x(34).
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-queue-names.
           05 filler             pic x(12) value "CUSTOMER MST".
           05 filler             pic x(12) value "PAYMENTS OPS".
           05 filler             pic x(12) value "DEPOSIT OPS".
           05 filler             pic x(12) value "LENDING".
           05 filler             pic x(12) value "LEGAL".
       01 ws-queue-table redefines ws-queue-names.
           05 ws-queue-name occurs 5 times pic x(12).
       01 ws-queue-counts.
           05 ws-queue-count occurs 5 times pic 9(7).
       01 ws-account-state       pic x(1).
          88  ws-account-missing   value "M".
          88  ws-account-closed    value "C".
          88  ws-account-open      value "O".
          88  ws-account-unusable  value "M" "C".
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-customer-switch     pic 9 value zero.
          88  ws-customer-found    value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           initialize ws-queue-counts.
           open output archivoReport.
           perform write-report-heading.
           open input archivoCustomer.
           open input archivoAccounts.
           perform check-accounts.
           perform check-standing-orders.
           perform check-sweeps.
           perform check-dd-mandates.
           perform check-aliases.
           perform check-holds.
           perform check-liens.
           perform check-garnishments.
           perform check-loans.
           perform check-nominees.
           perform check-guardians.
           perform check-attorneys.
           perform check-signers.
           close archivoCustomer archivoAccounts.
           perform write-report-summary.
           close archivoReport.
           display "Integrity-Check-Batch: " ws-finding-count
                   " findings, " ws-high-count " high".
           stop run
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to integrity-report-line.
           write integrity-report-line.
           move spaces to ws-report-line.
           string " Cross-file integrity check as at " ws-today
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to integrity-report-line.
           write integrity-report-line.
           move dash-line to integrity-report-line.
           write integrity-report-line.
           move spaces to ws-report-line.
           move "Sev"      to ws-report-line (2:3).
           move "Queue"    to ws-report-line (7:5).
           move "File"     to ws-report-line (20:4).
           move "Key"      to ws-report-line (30:3).
           move "Finding"  to ws-report-line (43:7).
           move ws-report-line to integrity-report-line.
           write integrity-report-line
           .
      *>----------------------------------------------------------------

      *> ws-look-account in, ws-account-state out.

       lookup-account.
           move ws-look-account to account-no.
           read archivoAccounts record key is account-no
               invalid key
                   set ws-account-missing to true
               not invalid key
                   if account-is-closed
                       set ws-account-closed to true
                   else
                       set ws-account-open to true
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> ws-look-customer in, ws-customer-switch out.

       lookup-customer.
           move zero to ws-customer-switch.
           move ws-look-customer to customer-id.
           read archivoCustomer record key is customer-id
               invalid key
                   continue
               not invalid key
                   set ws-customer-found to true
           end-read
           .
      *>----------------------------------------------------------------

      *> Builds "<what> <account> closed|missing" into ws-issue.
      *> ws-what may hold one inner space, so it is cut at two.

       describe-account.
           move spaces to ws-issue.
           if ws-account-closed
               string ws-what delimited by "  "
                      " " ws-look-account " closed"
                      delimited by size
                      into ws-issue
               end-string
           else
               string ws-what delimited by "  "
                      " " ws-look-account " missing"
                      delimited by size
                      into ws-issue
               end-string
           end-if
           .
      *>----------------------------------------------------------------

       describe-customer.
           move spaces to ws-issue.
           string ws-what delimited by "  "
                  " " ws-look-customer " not customer"
                  delimited by size
                  into ws-issue
           end-string
           .
      *>----------------------------------------------------------------

       write-finding.
           add 1 to ws-finding-count.
           evaluate ws-severity
               when "HIGH"
                   add 1 to ws-high-count
               when "MED"
                   add 1 to ws-med-count
               when other
                   add 1 to ws-low-count
           end-evaluate.
           move zero to ws-found-switch.
           move 1 to q.
           perform match-queue until q > 5 or ws-entry-found.
           if ws-entry-found
               add 1 to ws-queue-count (q)
           end-if.
           move spaces to ws-report-line.
           move ws-severity    to ws-report-line (2:4).
           move ws-queue       to ws-report-line (7:12).
           move ws-file-name   to ws-report-line (20:9).
           move ws-finding-key to ws-report-line (30:12).
           move ws-issue       to ws-report-line (43:28).
           move ws-report-line to integrity-report-line.
           write integrity-report-line
           .
      *>----------------------------------------------------------------

       match-queue.
           if ws-queue-name (q) is equal to ws-queue
               set ws-entry-found to true
           else
               add 1 to q
           end-if
           .
      *>----------------------------------------------------------------

       check-accounts.
           move zero to ws-at-end-switch.
           perform check-one-account until ws-no-more-records
           .
      *>----------------------------------------------------------------

       check-one-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   move "account"      to ws-file-name
                   move account-no     to ws-finding-key
                   move "CUSTOMER MST" to ws-queue
                   move account-owner-id to ws-look-customer
                   perform lookup-customer
                   if not ws-customer-found
                       move "HIGH"     to ws-severity
                       move "owner"    to ws-what
                       perform describe-customer
                       perform write-finding
                   end-if
                   move 1 to p
                   perform check-joint-owner until p > 2
           end-read
           .
      *>----------------------------------------------------------------

       check-joint-owner.
           if account-joint-owner-id (p) is greater than zero
               move account-joint-owner-id (p) to ws-look-customer
               perform lookup-customer
               if not ws-customer-found
                   move "MED"      to ws-severity
                   move "joint"    to ws-what
                   perform describe-customer
                   perform write-finding
               end-if
           end-if.
           add 1 to p
           .
      *>----------------------------------------------------------------

       check-standing-orders.
           move zero to ws-at-end-switch.
           open input archivoStandord.
           perform check-one-order until ws-no-more-records.
           close archivoStandord
           .
      *>----------------------------------------------------------------

       check-one-order.
           read archivoStandord next record
               at end
                   set ws-no-more-records to true
               not at end
                   if standord-is-active
                       move "standord"      to ws-file-name
                       move standord-seq-no to ws-finding-key
                       move "PAYMENTS OPS"  to ws-queue
                       move "HIGH"          to ws-severity
                       move standord-source-acct to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "source" to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                       if standord-dest-routing is equal to
                          home-routing-code
                           move standord-dest-acct to ws-look-account
                           perform lookup-account
                           if ws-account-unusable
                               move "payee" to ws-what
                               perform describe-account
                               perform write-finding
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-sweeps.
           move zero to ws-at-end-switch.
           open input archivoSweep.
           perform check-one-sweep until ws-no-more-records.
           close archivoSweep
           .
      *>----------------------------------------------------------------

       check-one-sweep.
           read archivoSweep next record
               at end
                   set ws-no-more-records to true
               not at end
                   if sweep-is-active
                       move "sweep"        to ws-file-name
                       move sweep-seq-no   to ws-finding-key
                       move "PAYMENTS OPS" to ws-queue
                       move "HIGH"         to ws-severity
                       move sweep-primary-acct to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "primary" to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                       move sweep-secondary-acct to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "secondary" to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-dd-mandates.
           move zero to ws-at-end-switch.
           open input archivoDdMandates.
           perform check-one-dd-mandate until ws-no-more-records.
           close archivoDdMandates
           .
      *>----------------------------------------------------------------

       check-one-dd-mandate.
           read archivoDdMandates next record
               at end
                   set ws-no-more-records to true
               not at end
                   if ddm-is-active
                       move ddm-account-no to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "ddmandate"    to ws-file-name
                           move ddm-seq-no     to ws-finding-key
                           move "PAYMENTS OPS" to ws-queue
                           move "MED"          to ws-severity
                           move "debit acct"   to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-aliases.
           move zero to ws-at-end-switch.
           open input archivoAlias.
           perform check-one-alias until ws-no-more-records.
           close archivoAlias
           .
      *>----------------------------------------------------------------

       check-one-alias.
           read archivoAlias next record
               at end
                   set ws-no-more-records to true
               not at end
                   if alias-is-active
                       move "phalias"      to ws-file-name
                       move alias-phone    to ws-finding-key
                       move "PAYMENTS OPS" to ws-queue
                       move "MED"          to ws-severity
                       move alias-account-no to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "alias acct" to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                       move alias-customer-id to ws-look-customer
                       perform lookup-customer
                       if not ws-customer-found
                           move "CUSTOMER MST" to ws-queue
                           move "holder" to ws-what
                           perform describe-customer
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-holds.
           move zero to ws-at-end-switch.
           open input archivoHolds.
           perform check-one-hold until ws-no-more-records.
           close archivoHolds
           .
      *>----------------------------------------------------------------

       check-one-hold.
           read archivoHolds next record
               at end
                   set ws-no-more-records to true
               not at end
                   if hold-is-pending
                       move hold-account-no to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "holds"       to ws-file-name
                           move hold-seq-no   to ws-finding-key
                           move "DEPOSIT OPS" to ws-queue
                           move "HIGH"        to ws-severity
                           move "held acct"   to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-liens.
           move zero to ws-at-end-switch.
           open input archivoLiens.
           perform check-one-lien until ws-no-more-records.
           close archivoLiens
           .
      *>----------------------------------------------------------------

       check-one-lien.
           read archivoLiens next record
               at end
                   set ws-no-more-records to true
               not at end
                   if lien-stands
                       move "liens"       to ws-file-name
                       move lien-seq-no   to ws-finding-key
                       move "LENDING"     to ws-queue
                       if lien-on-account
                           move lien-account-no to ws-look-account
                           perform lookup-account
                           if ws-account-unusable
                               move "MED"       to ws-severity
                               move "lien acct" to ws-what
                               perform describe-account
                               perform write-finding
                           end-if
                       end-if
                       move lien-customer-id to ws-look-customer
                       perform lookup-customer
                       if not ws-customer-found
                           move "LOW"          to ws-severity
                           move "CUSTOMER MST" to ws-queue
                           move "lien cust"    to ws-what
                           perform describe-customer
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-garnishments.
           move zero to ws-at-end-switch.
           open input archivoGarnish.
           perform check-one-garnishment until ws-no-more-records.
           close archivoGarnish
           .
      *>----------------------------------------------------------------

       check-one-garnishment.
           read archivoGarnish next record
               at end
                   set ws-no-more-records to true
               not at end
                   if garn-is-pending or garn-is-active
                       move garn-account-no to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "garnish"   to ws-file-name
                           move garn-seq-no to ws-finding-key
                           move "LEGAL"     to ws-queue
                           move "HIGH"      to ws-severity
                           move "order acct" to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-loans.
           move zero to ws-at-end-switch.
           open input archivoLoans.
           perform check-one-loan until ws-no-more-records.
           close archivoLoans
           .
      *>----------------------------------------------------------------

       check-one-loan.
           read archivoLoans next record
               at end
                   set ws-no-more-records to true
               not at end
                   if loan-is-active
                       move "loan"      to ws-file-name
                       move loan-seq-no to ws-finding-key
                       move "LENDING"   to ws-queue
                       move loan-account-no to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "HIGH"       to ws-severity
                           move "repay acct" to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                       move loan-customer-id to ws-look-customer
                       perform lookup-customer
                       if not ws-customer-found
                           move "MED"          to ws-severity
                           move "CUSTOMER MST" to ws-queue
                           move "borrower"     to ws-what
                           perform describe-customer
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-nominees.
           move zero to ws-at-end-switch.
           open input archivoNominees.
           perform check-one-nominee until ws-no-more-records.
           close archivoNominees
           .
      *>----------------------------------------------------------------

       check-one-nominee.
           read archivoNominees next record
               at end
                   set ws-no-more-records to true
               not at end
                   if nom-is-pending or nom-is-active
                       move nom-account-no to ws-look-account
                       perform lookup-account
                       if ws-account-unusable
                           move "nominee"     to ws-file-name
                           move nom-seq-no    to ws-finding-key
                           move "DEPOSIT OPS" to ws-queue
                           move "LOW"         to ws-severity
                           move "nominee acct" to ws-what
                           perform describe-account
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-guardians.
           move zero to ws-at-end-switch.
           open input archivoYouth.
           perform check-one-minor until ws-no-more-records.
           close archivoYouth
           .
      *>----------------------------------------------------------------

       check-one-minor.
           read archivoYouth next record
               at end
                   set ws-no-more-records to true
               not at end
                   if youth-is-active
                       move "youth"        to ws-file-name
                       move youth-customer-id to ws-finding-key
                       move "CUSTOMER MST" to ws-queue
                       move "MED"          to ws-severity
                       move youth-guardian-id to ws-look-customer
                       perform lookup-customer
                       if not ws-customer-found
                           move "guardian" to ws-what
                           perform describe-customer
                           perform write-finding
                       end-if
                       move youth-customer-id to ws-look-customer
                       perform lookup-customer
                       if not ws-customer-found
                           move "minor" to ws-what
                           perform describe-customer
                           perform write-finding
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-attorneys.
           move zero to ws-at-end-switch.
           open input archivoAuthority.
           perform check-one-authority until ws-no-more-records.
           close archivoAuthority
           .
      *>----------------------------------------------------------------

       check-one-authority.
           read archivoAuthority next record
               at end
                   set ws-no-more-records to true
               not at end
                   if auth-is-active or auth-is-pending
                       move "authority"  to ws-file-name
                       move auth-seq-no  to ws-finding-key
                       move "LEGAL"      to ws-queue
                       move "MED"        to ws-severity
                       move auth-attorney-id to ws-look-customer
                       perform lookup-customer
                       if not ws-customer-found
                           move "attorney" to ws-what
                           perform describe-customer
                           perform write-finding
                       end-if
                       move auth-grantor-id to ws-look-customer
                       perform lookup-customer
                       if not ws-customer-found
                           move "grantor" to ws-what
                           perform describe-customer
                           perform write-finding
                       end-if
                       move 1 to p
                       perform check-authority-account until p > 4
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-authority-account.
           if auth-account-no (p) is greater than zero
               move auth-account-no (p) to ws-look-account
               perform lookup-account
               if ws-account-unusable
                   move "LOW"       to ws-severity
                   move "POA acct"  to ws-what
                   perform describe-account
                   perform write-finding
               end-if
           end-if.
           add 1 to p
           .
      *>----------------------------------------------------------------

       check-signers.
           move zero to ws-at-end-switch.
           open input archivoMandate.
           perform check-one-signer until ws-no-more-records.
           close archivoMandate
           .
      *>----------------------------------------------------------------

       check-one-signer.
           read archivoMandate next record
               at end
                   set ws-no-more-records to true
               not at end
                   move "mandate"       to ws-file-name
                   move mand-account-no to ws-finding-key
                   move "DEPOSIT OPS"   to ws-queue
                   move mand-signer-id  to ws-look-customer
                   perform lookup-customer
                   if not ws-customer-found
                       move "MED"    to ws-severity
                       move "signer" to ws-what
                       perform describe-customer
                       perform write-finding
                   end-if
                   move mand-account-no to ws-look-account
                   perform lookup-account
                   if ws-account-unusable
                       move "LOW"         to ws-severity
                       move "signed acct" to ws-what
                       perform describe-account
                       perform write-finding
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-report-summary.
           if ws-finding-count is equal to zero
               move " No findings - the files agree"
                 to integrity-report-line
               write integrity-report-line
           end-if.
           move spaces to integrity-report-line.
           write integrity-report-line.
           move dash-line to integrity-report-line.
           write integrity-report-line.
           move "Findings" to ws-line-label.
           move ws-finding-count to print-count.
           perform write-count-line.
           move "  HIGH - blocks a nightly job" to ws-line-label.
           move ws-high-count to print-count.
           perform write-count-line.
           move "  MED" to ws-line-label.
           move ws-med-count to print-count.
           perform write-count-line.
           move "  LOW" to ws-line-label.
           move ws-low-count to print-count.
           perform write-count-line.
           move 1 to q.
           perform write-queue-line until q > 5
           .
      *>----------------------------------------------------------------

       write-queue-line.
           move spaces to ws-line-label.
           string "Queue " ws-queue-name (q)
                  delimited by size
                  into ws-line-label
           end-string.
           move ws-queue-count (q) to print-count.
           perform write-count-line.
           add 1 to q
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string " " ws-line-label " " print-count
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to integrity-report-line.
           write integrity-report-line
           .
      *>----------------------------------------------------------------

       end program Integrity-Check-Batch.
