      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Lien (earmark) register at the branch. "P" marks a stated
      *> amount of an account's balance, or a term deposit, as pledged
      *> - against a named loan (which must be on loan.dat and
      *> active) or, with no loan, for an external reason keyed in
      *> words - onto liens.dat, where Lien-Check finds it for
      *> Subtract-money, Term-Deposit-Break and
      *> Term-Deposit-Maturity-Batch. A term-deposit lien left at
      *> zero pledges the whole principal. "L" asks for a lien to be
      *> lifted: the lien keeps standing, marked lift-pending, and
      *> the lift is parked on the dual-control approval queue
      *> ("LF") until a SECOND supervisor releases it through
      *> Approval-Workbench, which lifts it via Lien-Lift-Post. A
      *> lift that was rejected can simply be asked for again. Both
      *> actions land on the audit trail under "LE".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Lien-Register.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoLiens assign to "liens.dat"
           organization is indexed
           access is dynamic
           record key is lien-seq-no
           alternate record key is lien-account-no with duplicates
           alternate record key is lien-td-seq with duplicates.

       Select archivoLienSeq assign to "lienseq.dat"
           organization is indexed
           access is dynamic
           record key is lienseq-key.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoTermDep assign to "termdep.dat"
           organization is indexed
           access is dynamic
           record key is td-seq-no.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Data Division.

       File Section.
       FD archivoLiens.
       copy "LIEN.cpy".

       FD archivoLienSeq.
       01 lienseq-record.
           05 lienseq-key           pic 9(1).
           05 lienseq-next          pic 9(9).

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoTermDep.
       copy "TERMDEP.cpy".

       FD archivoLoans.
       copy "LOANREC.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-lien-action         pic x(1).
       77 ws-target              pic x(1).
       77 ws-account-no          pic 9(7).
       77 ws-td-seq              pic 9(9).
       77 ws-customer-id         pic 9(5).
       77 ws-amount              pic 9(7)v99.
       77 ws-td-principal        pic s9(7)v99.
       77 ws-loan-seq            pic 9(9).
       77 ws-reason              pic x(20).
       77 ws-lien-seq            pic 9(9).
       77 ws-action              pic x(2) value "LF".
       77 ws-approval-seq        pic 9(9).
       77 ws-approval-amount     pic s9(9)v99.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-zero-type           pic 9 value zero.
       77 ws-zero-id             pic 9(5) value zero.
       77 ws-no-name             pic x(10) value spaces.
       77 ws-no-currency         pic x(3) value spaces.
       77 ws-no-routing          pic x(4) value spaces.
       77 ws-audit-action        pic x(2) value "LE".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 print-amount           pic -(7)9.99.
       01 ws-target-bool         pic 9 value zero.
          88  ws-target-ok         value 1.
       01 ws-loan-bool           pic 9 value zero.
          88  ws-loan-ok           value 1.
       01 ws-lift-bool           pic 9 value zero.
          88  ws-lift-queued       value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Lien action (P=place L=lift) ? : "
                   no advancing.
           move space to ws-lien-action.
           accept ws-lien-action.
           evaluate ws-lien-action
               when "P"
               when "p"
                   perform place-lien
               when "L"
               when "l"
                   perform request-lift
               when other
                   display space
                   display "    Unknown lien action"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       place-lien.
           display "    Lien on (A=account T=term deposit) ? : "
                   no advancing.
           move space to ws-target.
           accept ws-target.
           move zero to ws-target-bool.
           evaluate ws-target
               when "A"
               when "a"
                   move "A" to ws-target
                   perform take-account-target
               when "T"
               when "t"
                   move "T" to ws-target
                   perform take-deposit-target
               when other
                   display space
                   display "    Unknown lien target"
           end-evaluate.
           if not ws-target-ok
               exit paragraph
           end-if.
           perform take-pledge-reason.
           if not ws-loan-ok
               exit paragraph
           end-if.
           perform write-lien.
           move spaces to ws-before-image.
           move ws-amount to print-amount.
           move spaces to ws-after-image.
           string "Placed "    delimited by size
                  ws-target    delimited by size
                  " "          delimited by size
                  ws-account-no delimited by size
                  " amt "      delimited by size
                  print-amount delimited by size
                  into ws-after-image
           end-string.
           perform write-audit.
           display space.
           display "    Lien " ws-lien-seq " placed for " print-amount
           .
      *>----------------------------------------------------------------

       take-account-target.
           display "    Account no          ? : " no advancing.
           accept ws-account-no.
           move zero to ws-td-seq.
           move ws-account-no to account-no.
           open input archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   display space
                   display "    No such account"
               not invalid key
                   if account-is-closed
                       display space
                       display "    Account is closed"
                   else
                       move account-owner-id to ws-customer-id
                       set ws-target-ok to true
                   end-if
           end-read.
           close archivoAccounts.
           if ws-target-ok
               display "    Amount to pledge    ? : " no advancing
               accept ws-amount
               if ws-amount is equal to zero
                   move zero to ws-target-bool
                   display space
                   display "    Amount must be greater than zero"
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       take-deposit-target.
           display "    Term deposit seq no ? : " no advancing.
           accept ws-td-seq.
           move ws-td-seq to td-seq-no.
           open input archivoTermDep.
           read archivoTermDep record
                               key is td-seq-no
               invalid key
                   display space
                   display "    No such term deposit"
               not invalid key
                   if not td-is-active
                       display space
                       display "    Deposit already settled"
                   else
                       move td-account-no    to ws-account-no
                       move td-customer-id   to ws-customer-id
                       move td-principal     to ws-td-principal
                       set ws-target-ok to true
                   end-if
           end-read.
           close archivoTermDep.
           if ws-target-ok
               display "    Amount (0 = whole)  ? : " no advancing
               accept ws-amount
               if ws-amount is equal to zero
                   move ws-td-principal to ws-amount
               end-if
               if ws-amount is greater than ws-td-principal
                   move zero to ws-target-bool
                   display space
                   display "    More than the deposit's principal"
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       take-pledge-reason.
           move zero to ws-loan-bool.
           move spaces to ws-reason.
           display "    Against loan seq (0=external) ? : "
                   no advancing.
           accept ws-loan-seq.
           if ws-loan-seq is equal to zero
               display "    External reason     ? : " no advancing
               accept ws-reason
               if ws-reason is equal to spaces
                   display space
                   display "    A reason is needed without a loan"
               else
                   set ws-loan-ok to true
               end-if
           else
               move ws-loan-seq to loan-seq-no
               open input archivoLoans
               read archivoLoans record
                                 key is loan-seq-no
                   invalid key
                       display space
                       display "    No such loan"
                   not invalid key
                       if loan-is-active
                           set ws-loan-ok to true
                       else
                           display space
                           display "    Loan is not active"
                       end-if
               end-read
               close archivoLoans
           end-if
           .
      *>----------------------------------------------------------------

       write-lien.
           perform next-seq-no.
           move ws-lien-seq      to lien-seq-no.
           move ws-target        to lien-target.
           move ws-account-no    to lien-account-no.
           move ws-td-seq        to lien-td-seq.
           move ws-customer-id   to lien-customer-id.
           move ws-amount        to lien-amount.
           move ws-loan-seq      to lien-loan-seq.
           move ws-reason        to lien-reason.
           set lien-is-active to true.
           move ls-staff-id      to lien-placed-staff-id.
           move ws-today         to lien-placed-date.
           move zero             to lien-lift-maker-id.
           move zero             to lien-lift-checker-id.
           move zero             to lien-lift-date.
           open i-o archivoLiens
               write lien-record
                   invalid key
                       display "Lien-Register: write failed"
               end-write
           close archivoLiens
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to lienseq-key.
           open i-o archivoLienSeq
               read archivoLienSeq record
                                   key is lienseq-key
                   invalid key
                       move 1 to lienseq-next
                       write lienseq-record
                   not invalid key
                       add 1 to lienseq-next
                       rewrite lienseq-record
               end-read
           close archivoLienSeq.
           move lienseq-next to ws-lien-seq
           .
      *>----------------------------------------------------------------

       request-lift.
           display "    Lien seq no to lift ? : " no advancing.
           accept ws-lien-seq.
           move zero to ws-lift-bool.
           move ws-lien-seq to lien-seq-no.
           open i-o archivoLiens.
           read archivoLiens record
                             key is lien-seq-no
               invalid key
                   display space
                   display "    No such lien"
               not invalid key
                   if lien-is-lifted
                       display space
                       display "    Lien already lifted"
                   else
                       move spaces to ws-before-image
                       string "Status " delimited by size
                              lien-status delimited by size
                              into ws-before-image
                       end-string
                       set lien-lift-pending to true
                       move ls-staff-id to lien-lift-maker-id
                       rewrite lien-record
                       move lien-amount      to ws-approval-amount
                       move lien-customer-id to ws-customer-id
                       move lien-account-no  to ws-account-no
                       set ws-lift-queued to true
                   end-if
           end-read.
           close archivoLiens.
           if ws-lift-queued
               perform queue-for-approval
               move "Lift requested" to ws-after-image
               perform write-audit
           end-if
           .
      *>----------------------------------------------------------------

       queue-for-approval.
           call "Approval-Post" using
                                  by content ws-action
                                             ls-staff-id
                                             ws-approval-amount
                                             ws-lien-seq
                                             ws-atm-id
                                             ws-customer-id
                                             ws-zero-type
                                             ws-no-name
                                             ws-no-currency
                                             ws-zero-id
                                             ws-zero-id
                                             ws-account-no
                                             ws-no-routing
                                  by reference ws-approval-seq.
           display space.
           display "    Lift of lien " ws-lien-seq " queued -"
                   " awaiting second supervisor release"
           .
      *>----------------------------------------------------------------

       write-audit.
           move ws-lien-seq to ws-audit-key.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program Lien-Register.
