      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Over-the-counter encashment of a cheque drawn on one of our
      *> accounts, for a payee who need not bank with us. The cheque
      *> runs the same gates clearing would put it through -
      *> Cheque-Serial-Check for a serial never issued to the drawer,
      *> Positive-Pay-Check for a corporate drawer's register - then
      *> the drawer account is screened the way Inward-Clearing-
      *> Batch screens it (closed, frozen, or short of available
      *> funds after liens and overdraft headroom) and the signer is
      *> held to the account's mandates, a second signer being keyed
      *> when the amount is over the dual-signature threshold. An
      *> amount over the encash.cfg threshold needs the supervisor
      *> override code. The payee's identity document is captured,
      *> the drawer is debited through Subtract-money as a "CE" entry
      *> stamped to the teller, the cash goes out of the teller's
      *> drawer through Drawer-Post, and the encashment is kept on
      *> encash.dat, where CTR-Batch counts it as cash paid out to
      *> the payee.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Cheque-Encash.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoEncash assign to "encash.dat"
           organization is indexed
           access is dynamic
           record key is enc-seq-no.

       Select archivoEncSeq assign to "encseq.dat"
           organization is indexed
           access is dynamic
           record key is encseq-key.

       Select optional archivoEncashCfg assign to "encash.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoEncash.
       copy "ENCASH.cpy".

       FD archivoEncSeq.
       01 encseq-record.
           05 encseq-key            pic 9(1).
           05 encseq-next           pic 9(9).

       FD archivoEncashCfg.
       01 encash-config-record.
           05 enccfg-threshold     pic 9(7)v99.

       working-storage section.
       78 default-encash-threshold value 2000.00.
       77 ws-today               pic 9(8).
       77 ws-time                pic 9(8).
       77 ws-threshold           pic 9(7)v99.
       77 ws-account-no          pic 9(7).
       77 ws-serial              pic x(10).
       77 ws-amount-entry        pic 9(7)v99.
       77 ws-amount-dec          pic s9(7)v99.
       77 ws-available           pic s9(9)v99.
       77 ws-lien-target         pic x(1) value "A".
       77 ws-lien-ref            pic 9(9).
       77 ws-lien-amount         pic s9(9)v99.
       77 ws-owner-id            pic 9(5).
       77 ws-signer-id           pic 9(5).
       77 ws-second-signer-id    pic 9(5).
       77 ws-mandate-verdict     pic x(1).
       77 ws-pay-verdict         pic x(1).
       77 ws-override-code       pic 9(4).
       77 ws-override-flag       pic x(1).
       77 ws-payee-name          pic x(20).
       77 ws-doc-type            pic x(1).
          88  ws-doc-type-known    value "P" "I" "L".
       77 ws-doc-number          pic x(15).
       77 ws-drawer-direction    pic x(1).
       77 ws-txn-type            pic x(2) value "CE".
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-last-journal-seq    pic 9(9).
       77 ws-enc-seq             pic 9(9).
       77 print-amount           pic -(7)9.99.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-digit-bool          pic 9 value zero.
          88  ws-account-possible  value 1.
       01 ws-serial-bool         pic 9 value zero.
          88  ws-serial-issued     value 1.
       01 ws-override-bool       pic 9 value zero.
          88  ws-override-ok       value 1.
       01 ws-drawer-bool         pic 9 value zero.
          88  ws-drawer-open       value 1.
       01 ws-refusal-switch      pic 9 value zero.
          88  ws-refused           value 1.
       01 ws-jrnl-switch         pic 9 value zero.
          88  ws-jrnl-eof          value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           accept ws-time from time.
           move zero to ws-refusal-switch.
           perform take-cheque.
           if not ws-refused
               perform check-cheque-serial
           end-if.
           if not ws-refused
               perform screen-drawer-account
           end-if.
           if not ws-refused
               perform check-signer-mandate
           end-if.
           if not ws-refused
               perform check-threshold
           end-if.
           if not ws-refused
               perform take-payee-identity
           end-if.
           if not ws-refused
               perform check-drawer-open
           end-if.
           if not ws-refused
               perform pay-cheque
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       take-cheque.
           display "    Drawer account  ? : " no advancing.
           accept ws-account-no.
           call "Validate-Account-No" using
                                  by content ws-account-no
                                  by reference ws-digit-bool.
           if not ws-account-possible
               display space
               display "    That account number is not valid"
               set ws-refused to true
               exit paragraph
           end-if.
           display "    Cheque serial   ? : " no advancing.
           move spaces to ws-serial.
           accept ws-serial.
           display "    Cheque amount   ? : " no advancing.
           accept ws-amount-entry.
           move ws-amount-entry to ws-amount-dec.
           if ws-amount-dec is not greater than zero
               display space
               display "    Amount must be greater than zero"
               set ws-refused to true
           end-if
           .
      *>----------------------------------------------------------------

      *> The gates clearing applies, at the counter: a serial never
      *> cut for this account, or a corporate cheque the register
      *> does not know at this amount, is refused outright.

       check-cheque-serial.
           move zero to ws-serial-bool.
           call "Cheque-Serial-Check" using
                                  by content ws-account-no
                                             ws-serial
                                  by reference ws-serial-bool.
           if not ws-serial-issued
               display space
               display "    Serial not issued to that account"
               set ws-refused to true
               exit paragraph
           end-if.
           move "A" to ws-pay-verdict.
           call "Positive-Pay-Check" using
                                  by content ws-account-no
                                             ws-serial
                                             ws-amount-dec
                                  by reference ws-pay-verdict.
           if ws-pay-verdict not equal "A"
               display space
               display "    Positive pay refused - refer to drawer"
               set ws-refused to true
           end-if
           .
      *>----------------------------------------------------------------

       screen-drawer-account.
           move ws-account-no to ws-lien-ref.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-lien-ref
                                  by reference ws-lien-amount.
           move ws-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                                            key is account-no
                   invalid key
                       display space
                       display "    No such account"
                       set ws-refused to true
                   not invalid key
                       move account-owner-id to ws-owner-id
                       evaluate true
                           when account-is-closed
                               display space
                               display "    Drawer account is closed"
                               set ws-refused to true
                           when account-on-hold
                           when account-estate-hold
                               display space
                               display "    Drawer account is frozen"
                               set ws-refused to true
                           when other
                               compute ws-available =
                                   account-balance
                                 + account-overdraft-limit
                                 - account-overdraft-used
                                 - ws-lien-amount
                               if ws-available < ws-amount-dec
                                   display space
                                   display "    Insufficient funds"
                                           " - refer to drawer"
                                   set ws-refused to true
                               end-if
                       end-evaluate
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

      *> Zero for the signer means the account owner signed. Over
      *> the dual-signature threshold the cheque must carry a second
      *> signer the mandate also allows this amount.

       check-signer-mandate.
           display "    Signed by id (0 = owner) ? : " no advancing.
           accept ws-signer-id.
           if ws-signer-id is equal to zero
               move ws-owner-id to ws-signer-id
           end-if.
           move "A" to ws-mandate-verdict.
           call "Mandate-Check" using
                                  by content ws-account-no
                                             ws-signer-id
                                             ws-amount-dec
                                  by reference ws-mandate-verdict.
           if ws-mandate-verdict is equal to "D"
               display space
               display "    Signer's mandate does not cover this"
               set ws-refused to true
               exit paragraph
           end-if.
           if ws-mandate-verdict is equal to "S"
               display "    Second signer id ? : " no advancing
               accept ws-second-signer-id
               move "D" to ws-mandate-verdict
               if ws-second-signer-id not equal ws-signer-id
                   call "Mandate-Check" using
                                  by content ws-account-no
                                             ws-second-signer-id
                                             ws-amount-dec
                                  by reference ws-mandate-verdict
               end-if
               if ws-mandate-verdict is equal to "D"
                   display space
                   display "    Second signature not valid"
                   set ws-refused to true
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       check-threshold.
           move space to ws-override-flag.
           move default-encash-threshold to ws-threshold.
           open input archivoEncashCfg
           read archivoEncashCfg
                   at end
                       continue
                   not at end
                       move enccfg-threshold to ws-threshold
           end-read.
           close archivoEncashCfg.
           if ws-amount-dec is greater than ws-threshold
               display space
               display "    Amount exceeds the encashment threshold"
               display "    Supervisor override code ? : "
                       no advancing
               accept ws-override-code
               move zero to ws-override-bool
               call "Supervisor-Override" using
                                  by content ws-override-code
                                  by reference ws-override-bool
               if ws-override-ok
                   move "Y" to ws-override-flag
               else
                   display "    Override refused"
                   set ws-refused to true
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       take-payee-identity.
           display "    Payee name      ? : " no advancing.
           move spaces to ws-payee-name.
           accept ws-payee-name.
           display "    ID type (P=passport I=id card L=licence) ? : "
                   no advancing.
           move space to ws-doc-type.
           accept ws-doc-type.
           display "    ID number       ? : " no advancing.
           move spaces to ws-doc-number.
           accept ws-doc-number.
           if ws-payee-name is equal to spaces
           or not ws-doc-type-known
           or ws-doc-number is equal to spaces
               display space
               display "    Payee identity incomplete - not paid"
               set ws-refused to true
           end-if
           .
      *>----------------------------------------------------------------

       check-drawer-open.
           move "Q" to ws-drawer-direction.
           move zero to ws-drawer-bool.
           call "Drawer-Post" using
                                  by content ls-staff-id
                                             ws-drawer-direction
                                             ws-amount-dec
                                  by reference ws-drawer-bool.
           if not ws-drawer-open
               display space
               display "    Open your cash drawer first (branch"
                       " menu, My cash drawer)"
               set ws-refused to true
           end-if
           .
      *>----------------------------------------------------------------

       pay-cheque.
           move zero to bool.
           call "Subtract-money" using
                                  by content ws-account-no
                                             ws-amount-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if not exist
               display space
               display "    Debit refused - cheque not paid"
               exit paragraph
           end-if.
           call "Positive-Pay-Confirm" using
                                  by content ws-account-no
                                             ws-serial
                                             ws-amount-dec.
           perform stamp-teller-channel.
           move "W" to ws-drawer-direction.
           move zero to ws-drawer-bool.
           call "Drawer-Post" using
                                  by content ls-staff-id
                                             ws-drawer-direction
                                             ws-amount-dec
                                  by reference ws-drawer-bool.
           perform write-encashment.
           move ws-amount-dec to print-amount.
           display space.
           display "    Pay " ws-payee-name " cash " print-amount
           .
      *>----------------------------------------------------------------

       stamp-teller-channel.
           move zero to ws-last-journal-seq.
           move zero to ws-jrnl-switch.
           move ws-account-no to journal-account-no.
           open i-o archivoJournal.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-jrnl-eof to true
           end-start.
           perform find-newest-entry until ws-jrnl-eof.
           if ws-last-journal-seq is greater than zero
               move ws-last-journal-seq to journal-seq-no
               read archivoJournal record
                                   key is journal-seq-no
                   invalid key
                       continue
                   not invalid key
                       set journal-via-teller to true
                       move ls-staff-id to journal-staff-id
                       rewrite journal-record
               end-read
           end-if.
           close archivoJournal
           .
      *>----------------------------------------------------------------

       find-newest-entry.
           read archivoJournal next record
               at end
                   set ws-jrnl-eof to true
               not at end
                   if journal-account-no not equal ws-account-no
                       set ws-jrnl-eof to true
                   else
                       move journal-seq-no to ws-last-journal-seq
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-encashment.
           perform next-seq-no.
           move ws-enc-seq           to enc-seq-no.
           move ws-account-no        to enc-drawer-acct.
           move ws-serial            to enc-serial.
           move ws-amount-dec        to enc-amount.
           move ws-signer-id         to enc-signer-id.
           move ws-payee-name        to enc-payee-name.
           move ws-doc-type          to enc-doc-type.
           move ws-doc-number        to enc-doc-number.
           move ws-today             to enc-date.
           move ws-time              to enc-time.
           move ls-staff-id          to enc-staff-id.
           move ws-last-journal-seq  to enc-journal-seq.
           move ws-override-flag     to enc-override-flag.
           open i-o archivoEncash
               write encashment-record
                   invalid key
                       display "Cheque-Encash: write failed"
               end-write
           close archivoEncash
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to encseq-key.
           open i-o archivoEncSeq
               read archivoEncSeq record
                                  key is encseq-key
                   invalid key
                       move 1 to encseq-next
                       write encseq-record
                   not invalid key
                       add 1 to encseq-next
                       rewrite encseq-record
               end-read
           close archivoEncSeq.
           move encseq-next to ws-enc-seq
           .
      *>----------------------------------------------------------------

       end program Cheque-Encash.
