      *> debits through Subtract-money as its own "IC" entry. The
      *> day's paid total posts as one settlement entry owed to the
      *> clearing house, so Reconciliation-Batch still balances.
      *> A line with no drawer account is one of our own demand
      *> drafts: it is matched by serial against the draft register,
      *> paid out of drafts payable ("DQ" on the GL - no customer
      *> account moves) and marked paid there, joining the same
      *> settlement total.
      *>----------------------------------------------------------------

       Identification Division.
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoDrafts assign to "drafts.dat"
           organization is indexed
           access is dynamic
           record key is draft-seq-no
           alternate record key is draft-serial.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoDrafts.
       copy "DRAFT.cpy".

       working-storage section.
       78 clearing-routing-code  value "CLRG".
       77 ws-today               pic 9(8).
       77 ws-amount-dec          pic s9(7)v99.
       77 ws-available           pic s9(9)v99.
       77 ws-lien-target         pic x(1) value "A".
       77 ws-lien-ref            pic 9(9).
       77 ws-lien-amount         pic s9(9)v99.
       77 ws-reason              pic x(2).
       77 ws-verdict             pic x(1).
       77 ws-txn-type            pic x(2).
       77 ws-zero-acct           pic 9(7) value zero.
       77 ws-zero-fee            pic s9(5)v99 value zero.
       77 ws-dest-routing        pic x(4) value clearing-routing-code.
       77 ws-draft-txn-type      pic x(2) value "DQ".
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
      *> account, "PP" positive-pay refusal (unknown or altered
      *> serial - also suspended for the branch), "NF" no such
      *> account, "CL" closed, "FZ" frozen, "NS" insufficient funds
      *> beyond the overdraft limit. For a demand draft: "DN" no such
      *> draft, "DS" stopped (cancelled or replaced by a duplicate),
      *> "DP" already paid, "DA" amount altered.

       handle-one-cheque.
           move icl-amount to ws-amount-dec.
           move spaces to ws-reason.
           if icl-account-no is equal to zero
               perform pay-presented-draft
               exit paragraph
           end-if.
      *> Stock control first: a serial never cut from any book
      *> issued to this account ("SN") cannot pay whatever the
      *> register says - accounts with no controlled ranges yet
      *>----------------------------------------------------------------

       screen-drawer-account.
           move icl-account-no to ws-lien-ref.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-lien-ref
                                  by reference ws-lien-amount.
           move icl-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                                   account-balance
                                 + account-overdraft-limit
                                 - account-overdraft-used
                                 - ws-lien-amount
                               if ws-available < ws-amount-dec
                                   move "NS" to ws-reason
                               end-if
           .
      *>----------------------------------------------------------------

       pay-presented-draft.
           if icl-serial is not numeric
               move "DN" to ws-reason
               perform write-return-item
               exit paragraph
           end-if.
           move icl-serial to draft-serial.
           open i-o archivoDrafts.
           read archivoDrafts record
                              key is draft-serial
               invalid key
                   move "DN" to ws-reason
               not invalid key
                   evaluate true
                       when draft-is-paid
                           move "DP" to ws-reason
                       when draft-is-cancelled
                       when draft-is-duplicated
                           move "DS" to ws-reason
                       when not draft-is-outstanding
                           move "DN" to ws-reason
                       when draft-amount not equal ws-amount-dec
                           move "DA" to ws-reason
                       when other
                           set draft-is-paid to true
                           set draft-no-request to true
                           move ws-today to draft-closed-date
                           rewrite draft-record
                   end-evaluate
           end-read.
           close archivoDrafts.
           if ws-reason not equal spaces
               perform write-return-item
           else
               call "GL-Post" using
                                  by content ws-amount-dec
                                             ws-draft-txn-type
                                             ws-atm-id
                                             ws-today
               add 1 to ws-paid-count
               add ws-amount-dec to ws-paid-total
           end-if
           .
      *>----------------------------------------------------------------

       write-return-item.
           add 1 to ws-returned-count.
           move icl-account-no      to icr-account-no.
