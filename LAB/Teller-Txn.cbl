      *> atmcash.dat cassettes - and the posted journal entry is then
      *> re-stamped with channel "T" and the acting staff-id, found
      *> as the account's newest entry the same way Print-Receipt
      *> finds the entry a receipt evidences. A withdrawal or transfer
      *> made by someone holding a power of attorney over the account
      *> is checked against the authority register first, and the
      *> entry is then also marked as an attorney's and logged on the
      *> audit trail under "PW" with the attorney and authority.
      *> A demand draft is bought over the counter the same way: the
      *> face amount comes off the account as a "DI" entry into drafts
      *> payable, the Fee-Schedule commission follows as an ordinary
      *> "FE", and Draft-Issue cuts the serial and puts the draft on
      *> the register; if either debit is refused the draft is
      *> spoiled and any face amount taken is returned as a "DX".
      *> Cashing a cheque for a walk-in payee is handed straight to
      *> Cheque-Encash, as currency exchange is to Teller-FX. Suspect
      *> notes found in a counter deposit are kept out of the amount
      *> credited and put on the suspect note register, which tells
      *> the customer.
      *>----------------------------------------------------------------

       Identification Division.
          88  ws-fx-differs       value 1.
       77 ws-fx-answer          pic x(1).
          88  ws-fx-accepted      value "Y" "y".
       77 ws-attorney-id        pic 9(5) value zero.
       77 ws-power              pic x(1).
       77 ws-auth-seq           pic 9(9).
       77 ws-today              pic 9(8).
       77 ws-audit-action       pic x(2) value "PW".
       77 ws-audit-key          pic 9(9).
       77 ws-before-image       pic x(40).
       77 ws-after-image        pic x(40).
       01 ws-authority-bool     pic 9 value zero.
          88  ws-authority-ok     value 1.
       77 ws-suspect-count      pic 9(2).
       77 ws-suspect-index      pic 9(2).
       77 ws-suspect-denom      pic 9(3).
       77 ws-suspect-serial     pic x(12).
       77 ws-suspect-source     pic x(1) value "T".
       77 ws-suspect-seq        pic 9(9).
       77 ws-draft-action       pic x(1).
       77 ws-draft-entry        pic 9(7)v99.
       77 ws-payee              pic x(20).
       77 ws-commission         pic s9(5)v99.
       77 ws-commission-dec     pic s9(7)v99.
       77 ws-fee-deferred       pic x(1).
       77 ws-account-type       pic 9.
       77 ws-no-serial          pic 9(10) value zero.
       77 ws-draft-seq          pic 9(9).
       77 ws-draft-serial       pic 9(10).
       01 ws-type-bool          pic 9 value zero.
          88  ws-type-known       value 1.
       01 ws-draft-bool         pic 9 value zero.
          88  ws-draft-cut        value 1.

       Linkage Section.
         77 ls-staff-id         pic 9(5).
               display "    *** TRAINING MODE - PRACTICE FILES ***"
           end-if.
           display "    D = deposit, W = withdrawal, X = currency"
                   " exchange, T = transfer, B = demand draft,"
                   " C = cash a cheque ? : " no advancing.
           accept ws-direction.
      *> The FX desk is its own conversation - no customer account
      *> is involved, just the till and the walk-in's cash.
               call "Teller-FX" using by content ls-staff-id
               exit program
           end-if.
      *> So is cashing a cheque for a walk-in payee: the account is
      *> the drawer's, and the payee may bank elsewhere entirely.
           if ws-direction is equal to "C"
               call "Cheque-Encash" using by content ls-staff-id
               exit program
           end-if.
      *> Account-to-account moves no drawer cash, so it branches
      *> off before the drawer gate - with the same cross-currency
      *> quote the machine shows when the two accounts disagree.
               perform teller-transfer
               exit program
           end-if.
      *> A draft is paid for from the account, not from the till, so
      *> it too passes the drawer by.
           if ws-direction is equal to "B"
               perform teller-draft
               exit program
           end-if.
           display "    Account number ? : " no advancing.
           accept ws-account-no.
           call "Validate-Account-No" using
               display "    That account number is not valid"
               exit program
           end-if.
           if ws-direction is equal to "W"
               move "W" to ws-power
               perform check-attorney-authority
               if not ws-authority-ok
                   exit program
               end-if
           end-if.
           display "    Amount ? : " no advancing.
           accept ws-amount.
           move ws-amount to ws-amount-dec.
                       " menu, My cash drawer)"
               exit program
           end-if.
           if ws-direction is equal to "D"
               perform take-suspect-notes
           end-if.
           move zero to bool.
           if ws-direction is equal to "D"
               move "DP" to ws-txn-type
           else
               display space
               display "    Posting refused"
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

               display "    That account number is not valid"
               exit paragraph
           end-if.
           move "T" to ws-power.
           perform check-attorney-authority.
           if not ws-authority-ok
               exit paragraph
           end-if.
           display "    To account   ? : " no advancing.
           accept ws-dest-account.
           move zero to ws-digit-bool.
               display "    Transfer abandoned - nothing debited"
               exit paragraph
           end-if.
           move "TO" to ws-txn-type.
           move zero to bool.
           call "Transfer-Funds" using
                                  by content ws-account-no
           .
      *>----------------------------------------------------------------

       teller-draft.
           display "    Account number ? : " no advancing.
           accept ws-account-no.
           call "Validate-Account-No" using
                                  by content ws-account-no
                                  by reference ws-digit-bool.
           if not ws-account-possible
               display space
               display "    That account number is not valid"
               exit paragraph
           end-if.
           move "W" to ws-power.
           perform check-attorney-authority.
           if not ws-authority-ok
               exit paragraph
           end-if.
           display "    Payee          ? : " no advancing.
           move spaces to ws-payee.
           accept ws-payee.
           display "    Draft amount   ? : " no advancing.
           accept ws-draft-entry.
           if ws-payee is equal to spaces
           or ws-draft-entry is equal to zero
               display space
               display "    Payee and amount are both needed"
               exit paragraph
           end-if.
           move ws-draft-entry to ws-amount-dec.
           perform look-up-commission.
           move "I" to ws-draft-action.
           move zero to ws-draft-bool.
           call "Draft-Issue" using
                                  by content ws-draft-action
                                             ws-account-no
                                             ws-amount-dec
                                             ws-commission
                                             ws-payee
                                             ws-no-serial
                                             ls-staff-id
                                  by reference ws-draft-seq
                                               ws-draft-serial
                                               ws-draft-bool.
           if not ws-draft-cut
               display space
               display "    Draft not issued"
               exit paragraph
           end-if.
           move "DI" to ws-txn-type.
           move zero to bool.
           call "Subtract-money" using
                                  by content ws-account-no
                                             ws-amount-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
      *> The form is already cut - a refused debit spoils it rather
      *> than leaving an unpaid-for draft outstanding.
           if not exist
               perform spoil-draft
               display space
               display "    Debit refused - draft form "
                       ws-draft-serial " spoiled"
               exit paragraph
           end-if.
           perform stamp-teller-channel.
           if ws-commission is greater than zero
               move ws-commission to ws-commission-dec
               move "FE" to ws-txn-type
               move zero to bool
               call "Subtract-money" using
                                  by content ws-account-no
                                             ws-commission-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               if not exist
                   perform return-draft-debit
                   exit paragraph
               end-if
               perform stamp-teller-channel
           end-if.
           move ws-resulting-balance to print-balance.
           display space.
           display "    Draft " ws-draft-serial " issued to "
                   ws-payee.
           display "    New balance " print-balance
           .
      *>----------------------------------------------------------------

      *> A commission that will not post undoes the draft too: the
      *> face amount goes back onto the account as a "DX", the way
      *> Draft-Post returns a cancelled draft, and the form is
      *> spoiled, so no draft leaves the counter unpaid for.

       return-draft-debit.
           move "DX" to ws-txn-type.
           move zero to bool.
           call "Add-money" using
                                  by content ws-account-no
                                             ws-amount-dec
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           perform spoil-draft.
           display space.
           display "    Commission refused - draft form "
                   ws-draft-serial " spoiled".
           if exist
               perform stamp-teller-channel
           else
               move ws-amount-dec to print-balance
               display "    Draft amount " print-balance
                       " could not be returned - refer to"
               display "    operations"
           end-if
           .
      *>----------------------------------------------------------------

       spoil-draft.
           move "V" to ws-draft-action.
           call "Draft-Issue" using
                                  by content ws-draft-action
                                             ws-account-no
                                             ws-amount-dec
                                             ws-commission
                                             ws-payee
                                             ws-no-serial
                                             ls-staff-id
                                  by reference ws-draft-seq
                                               ws-draft-serial
                                               ws-draft-bool
           .
      *>----------------------------------------------------------------

      *> A commission row flagged deferred is not charged on the
      *> spot, the rule every Fee-Schedule caller keeps.

       look-up-commission.
           move zero to ws-commission.
           move space to ws-fee-deferred.
           move zero to ws-type-bool.
           call "Get-Account-Type" using
                                  by content ws-account-no
                                  by reference ws-account-type
                                               ws-type-bool.
           if ws-type-known
               move "DI" to ws-txn-type
               call "Fee-Schedule" using
                                  by content ws-txn-type
                                             ws-account-type
                                  by reference ws-commission
                                               ws-fee-deferred
           end-if.
           if ws-fee-deferred is equal to "D"
               move zero to ws-commission
           end-if
           .
      *>----------------------------------------------------------------

      *> The amount keyed is what the teller counted as good; each
      *> note set aside as suspect is registered on its own.

       take-suspect-notes.
           display "    Suspect notes retained ? : " no advancing.
           move zero to ws-suspect-count.
           accept ws-suspect-count.
           move 1 to ws-suspect-index.
           perform record-suspect-note
               until ws-suspect-index is greater than ws-suspect-count
           .
      *>----------------------------------------------------------------

       record-suspect-note.
           display "    Suspect note value ? : " no advancing.
           accept ws-suspect-denom.
           display "    Suspect note serial ? : " no advancing.
           accept ws-suspect-serial.
           call "Suspect-Note-Post" using
                                  by content ws-suspect-source
                                             ws-suspect-denom
                                             ws-suspect-serial
                                             ws-atm-id
                                             ls-staff-id
                                             ws-account-no
                                  by reference ws-suspect-seq.
           add 1 to ws-suspect-index
           .
      *>----------------------------------------------------------------

       stamp-teller-channel.
           move zero to ws-last-journal-seq.
           move zero to ws-jrnl-switch.
                   not invalid key
                       set journal-via-teller to true
                       move ls-staff-id to journal-staff-id
                       if ws-attorney-id is greater than zero
                           set journal-by-attorney to true
                       end-if
                       rewrite journal-record
               end-read
           end-if.
           close archivoJournal.
           if ws-attorney-id is greater than zero
           and ws-last-journal-seq is greater than zero
               perform log-attorney-action
           end-if
           .
      *>----------------------------------------------------------------

      *> Zero means the holder is at the counter in person. Anyone
      *> else needs an active authority over this account carrying
      *> the power the movement calls for.

       check-attorney-authority.
           move zero to ws-authority-bool.
           display "    Acting attorney id (0 = holder) ? : "
                   no advancing.
           accept ws-attorney-id.
           if ws-attorney-id is equal to zero
               set ws-authority-ok to true
               exit paragraph
           end-if.
           accept ws-today from date yyyymmdd.
           call "Authority-Check" using
                                  by content ws-attorney-id
                                             ws-account-no
                                             ws-power
                                             ws-today
                                  by reference ws-auth-seq
                                               ws-authority-bool.
           if ws-authority-ok
               display "    Acting under authority " ws-auth-seq
           else
               display space
               display "    No authority for that attorney to do"
                       " this on the account"
           end-if
           .
      *>----------------------------------------------------------------

       log-attorney-action.
           move ws-last-journal-seq to ws-audit-key.
           move spaces to ws-before-image.
           move spaces to ws-after-image.
           string "Attorney "    delimited by size
                  ws-attorney-id delimited by size
                  " auth "       delimited by size
                  ws-auth-seq    delimited by size
                  into ws-before-image
           end-string.
           string "Acct "        delimited by size
                  ws-account-no  delimited by size
                  " "            delimited by size
                  ws-txn-type    delimited by size
                  " by attorney" delimited by size
                  into ws-after-image
           end-string.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

