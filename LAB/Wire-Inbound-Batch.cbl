      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Intake for incoming international wires - the inbound mirror
      *> of Wire-Submit/Wire-Post. Reads the correspondent bank's
      *> advice file (wire-in.dat, one line per payment received on
      *> our nostro account) and credits each beneficiary the way
      *> Payroll-Intake-Batch credits an employee. The beneficiary
      *> account is resolved by number - check digit through
      *> Validate-Account-No, then closed/frozen/dormant against
      *> account.dat - and the name on the advice must carry the
      *> same initials as the account owner, the check Payee-Name
      *> already makes for a transfer. A payment in a currency other
      *> than the account's is converted at the Exchange-Rate rate
      *> for the value date, and the rate used goes to fxapplied.dat
      *> exactly as Transfer-Funds writes it. The converted amount is
      *> credited through Add-money as its own "IW" entry, then our
      *> incoming-wire charge (Fee-Schedule "IW") comes off as a
      *> separate "FE" debit so the statement shows both. Remitter
      *> and beneficiary names are run through Name-Screen; a
      *> potential watchlist match is neither credited nor returned
      *> but parked on screenhold.dat for compliance. Everything else
      *> that cannot be applied goes to wire-return.dat with a reason
      *> code, for the correspondent to send back to the remitting
      *> bank.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Wire-Inbound-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoWireIn assign to "wire-in.dat"
           organization is line sequential.

       Select archivoReturn assign to "wire-return.dat"
           organization is line sequential.

       Select archivoFxApplied assign to "fxapplied.dat"
           organization is line sequential.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Data Division.

       File Section.
       FD archivoWireIn.
       01 wire-in-record.
           05 wi-remit-bank        pic x(4).
           05 wi-reference         pic x(12).
           05 wi-value-date        pic 9(8).
           05 wi-account-no        pic 9(7).
           05 wi-beneficiary-name  pic x(20).
           05 wi-remitter-name     pic x(20).
           05 wi-currency          pic x(3).
           05 wi-amount            pic 9(7)v99.

       FD archivoReturn.
       01 wire-return-record.
           05 wrt-remit-bank       pic x(4).
           05 wrt-reference        pic x(12).
           05 wrt-account-no       pic 9(7).
           05 wrt-currency         pic x(3).
           05 wrt-amount           pic 9(7)v99.
           05 wrt-reason           pic x(2).

       FD archivoFxApplied.
       01 fx-applied-record.
           05 fxa-source-acct      pic 9(7).
           05 fxa-dest-acct        pic 9(7).
           05 fxa-date             pic 9(8).
           05 fxa-from-currency    pic x(3).
           05 fxa-to-currency      pic x(3).
           05 fxa-rate             pic 9(3)v9(6).
           05 fxa-amount           pic s9(7)v99.
           05 fxa-credit-amount    pic s9(7)v99.

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-credited-count      pic 9(5) value zero.
       77 ws-returned-count      pic 9(5) value zero.
       77 ws-referred-count      pic 9(5) value zero.
       77 ws-reason              pic x(2).
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-credit-amount       pic s9(7)v99.
       77 ws-account-owner       pic x(10).
       77 ws-account-type        pic 9.
       77 ws-account-currency    pic x(3).
       77 ws-rate                pic 9(3)v9(6).
       77 ws-fee-txn-type        pic x(2) value "IW".
       77 ws-fee-amount          pic s9(5)v99.
       77 ws-fee-deferred        pic x(1).
       77 ws-masked-name         pic x(10).
       77 ws-owner-initials      pic x(10).
       77 ws-advice-initials     pic x(10).
       77 ws-name-source         pic x(10).
       77 ws-initials-out        pic x(10).
       77 i                      pic 9(2).
       77 j                      pic 9(2).
       77 ws-screen-name         pic x(30).
       77 ws-list-name           pic x(30).
       77 ws-list-type           pic x(1).
       01 ws-screen-bool         pic 9 value zero.
          88  ws-screen-hit        value 1.
       copy "SCRNHOLD.cpy" replacing ==screen-hold-record==
                                  by ==ws-hold-record==
                                     leading ==scr-== by ==ws-hld-==.
       01 ws-word-switch         pic 9.
          88  ws-at-word-start     value 1.
       01 ws-digit-bool          pic 9 value zero.
          88  ws-account-possible  value 1.
       01 ws-owner-bool          pic 9.
          88  ws-owner-found       value 1.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-lines     value 1.

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open input archivoWireIn.
           open output archivoReturn.
           perform process-advice until ws-no-more-lines.
           close archivoWireIn archivoReturn.
           display "Wire-Inbound-Batch: " ws-credited-count
                   " credited, " ws-returned-count " returned, "
                   ws-referred-count " referred".
           stop run
           .
      *>----------------------------------------------------------------

       process-advice.
           read archivoWireIn
               at end
                   set ws-no-more-lines to true
               not at end
                   perform handle-advice
           end-read
           .
      *>----------------------------------------------------------------

       handle-advice.
           perform screen-beneficiary.
           if ws-reason is equal to spaces
               perform check-beneficiary-name
           end-if.
           if ws-reason is equal to spaces
               perform screen-names
           end-if.
           evaluate true
               when ws-reason is equal to spaces
                   perform convert-advice-amount
                   perform credit-beneficiary
               when ws-reason is equal to "SH"
                   add 1 to ws-referred-count
                   perform convert-advice-amount
                   perform park-screened-advice
               when other
                   perform write-return-line
           end-evaluate
           .
      *>----------------------------------------------------------------

      *> Reason codes on the return file: "NV" the number itself is
      *> impossible (check digit), "NF" no such account, "CL" closed,
      *> "FZ" frozen, "DM" dormant, "NM" the beneficiary name does
      *> not match the account, "PF" the credit failed at posting.

       screen-beneficiary.
           move spaces to ws-reason.
           move spaces to ws-account-owner.
           move spaces to ws-account-currency.
           move zero to ws-account-type.
           move zero to ws-digit-bool.
           call "Validate-Account-No" using
                                  by content wi-account-no
                                  by reference ws-digit-bool.
           if not ws-account-possible
               move "NV" to ws-reason
           else
               move wi-account-no to account-no
               open input archivoAccounts
               read archivoAccounts record into account
                                            key is account-no
                   invalid key
                       move "NF" to ws-reason
                   not invalid key
                       move account-owner    to ws-account-owner
                       move account-type     to ws-account-type
                       move account-currency to ws-account-currency
                       evaluate true
                           when account-is-closed
                               move "CL" to ws-reason
                           when account-on-hold
                               move "FZ" to ws-reason
                           when account-is-dormant
                             or account-is-escheatable
                               move "DM" to ws-reason
                           when other
                               continue
                       end-evaluate
               end-read
               close archivoAccounts
           end-if
           .
      *>----------------------------------------------------------------

      *> Correspondents spell, abbreviate and truncate names freely,
      *> so the check is on initials: Payee-Name hands back the
      *> owner's name masked to its initials, and the beneficiary
      *> name on the advice must carry the same ones in the same
      *> order. A blank name on the advice cannot be checked and is
      *> returned.

       check-beneficiary-name.
           if wi-beneficiary-name is equal to spaces
               move "NM" to ws-reason
               exit paragraph
           end-if.
           move zero to ws-owner-bool.
           call "Payee-Name" using
                                  by content wi-account-no
                                  by reference ws-masked-name
                                               ws-owner-bool.
           if not ws-owner-found
               move "NF" to ws-reason
               exit paragraph
           end-if.
           move ws-masked-name to ws-name-source.
           perform take-initials.
           move ws-initials-out to ws-owner-initials.
           move wi-beneficiary-name to ws-name-source.
           perform take-initials.
           move ws-initials-out to ws-advice-initials.
           inspect ws-owner-initials converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ws-advice-initials converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if ws-owner-initials not equal ws-advice-initials
               move "NM" to ws-reason
           end-if
           .
      *>----------------------------------------------------------------

       take-initials.
           move spaces to ws-initials-out.
           set ws-at-word-start to true.
           move 1 to i.
           move zero to j.
           perform take-one-initial until i is greater than 10
           .
      *>----------------------------------------------------------------

       take-one-initial.
           if ws-name-source (i:1) is equal to space
               set ws-at-word-start to true
           else
               if ws-at-word-start
                   add 1 to j
                   move ws-name-source (i:1) to ws-initials-out (j:1)
                   move zero to ws-word-switch
               end-if
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

      *> Both ends of the payment are screened - the remitter the
      *> correspondent names, then our own beneficiary. "SH" is
      *> internal only: a screened advice is neither credited nor
      *> returned; it waits on the hold file for compliance.

       screen-names.
           move zero to ws-screen-bool.
           if wi-remitter-name not equal spaces
               move wi-remitter-name to ws-screen-name
               perform call-name-screen
           end-if.
           if not ws-screen-hit
               move wi-beneficiary-name to ws-screen-name
               perform call-name-screen
           end-if.
           if ws-screen-hit
               move "SH" to ws-reason
           end-if
           .
      *>----------------------------------------------------------------

       call-name-screen.
           call "Name-Screen" using
                                  by content ws-screen-name
                                  by reference ws-screen-bool
                                               ws-list-name
                                               ws-list-type
           .
      *>----------------------------------------------------------------

      *> The advice amount is in the currency the remitter sent;
      *> the account is credited in its own, at the rate in force on
      *> the value date, and the rate used is kept as evidence.

       convert-advice-amount.
           move wi-amount to ws-credit-amount.
           if ws-account-currency is equal to spaces
           or wi-currency is equal to spaces
           or wi-currency is equal to ws-account-currency
               exit paragraph
           end-if.
           call "Exchange-Rate" using
                                  by content wi-currency
                                             ws-account-currency
                                             wi-value-date
                                  by reference ws-rate.
           compute ws-credit-amount rounded = wi-amount * ws-rate.
           perform log-applied-rate
           .
      *>----------------------------------------------------------------

       log-applied-rate.
           move zero                to fxa-source-acct.
           move wi-account-no       to fxa-dest-acct.
           move ws-today            to fxa-date.
           move wi-currency         to fxa-from-currency.
           move ws-account-currency to fxa-to-currency.
           move ws-rate             to fxa-rate.
           move wi-amount           to fxa-amount.
           move ws-credit-amount    to fxa-credit-amount.
           open extend archivoFxApplied
               write fx-applied-record
           close archivoFxApplied
           .
      *>----------------------------------------------------------------

       credit-beneficiary.
           move "IW" to ws-txn-type.
           move zero to bool.
           call "Add-money" using
                                  by content wi-account-no
                                             ws-credit-amount
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if exist
               add 1 to ws-credited-count
               perform charge-incoming-fee
           else
               move "PF" to ws-reason
               perform write-return-line
           end-if
           .
      *>----------------------------------------------------------------

       charge-incoming-fee.
           move zero to ws-fee-amount.
           call "Fee-Schedule" using
                                  by content ws-fee-txn-type
                                             ws-account-type
                                  by reference ws-fee-amount
                                               ws-fee-deferred.
           if ws-fee-amount is greater than zero
           and ws-fee-deferred not equal "D"
               move "FE" to ws-txn-type
               call "Subtract-money" using
                                  by content wi-account-no
                                             ws-fee-amount
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
           end-if
           .
      *>----------------------------------------------------------------

       park-screened-advice.
           initialize ws-hold-record.
           set ws-hld-from-wire-in to true.
           move ws-screen-name      to ws-hld-screened-name.
           move ws-list-name        to ws-hld-list-name.
           move ws-list-type        to ws-hld-list-type.
           move wi-account-no       to ws-hld-account-no.
           move ws-account-type     to ws-hld-account-type.
           move wi-currency         to ws-hld-currency.
           move ws-credit-amount    to ws-hld-amount.
           move wi-reference        to ws-hld-reference.
           move wi-remit-bank       to ws-hld-routing.
           call "Screen-Hold-Post" using
                                  by reference ws-hold-record
           .
      *>----------------------------------------------------------------

       write-return-line.
           add 1 to ws-returned-count.
           move wi-remit-bank  to wrt-remit-bank.
           move wi-reference   to wrt-reference.
           move wi-account-no  to wrt-account-no.
           move wi-currency    to wrt-currency.
           move wi-amount      to wrt-amount.
           move ws-reason      to wrt-reason.
           write wire-return-record
           .
      *>----------------------------------------------------------------

       end program Wire-Inbound-Batch.
