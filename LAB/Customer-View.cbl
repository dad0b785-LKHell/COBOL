      *> active standing orders, the last few journal entries through
      *> the same Mini-Statement the ATM uses, pending notifications
      *> from the Notify-Post queue, and any captured-cards.dat row
      *> for the customer's card still awaiting custody action. A
      *> contact-change cooling-off still running is shown with the
      *> date it ends, and so are the card controls the customer
      *> has set for themselves at the machine, every lien still
      *> standing on the customer's accounts or term deposits, and
      *> the customer's recurring deposits still running, plus every
      *> power of attorney or other third-party authority the
      *> customer has given over their accounts or holds over
      *> someone else's, pending or in force.
      *>----------------------------------------------------------------

       Identification Division.
       Select optional archivoCaptured assign to "captured-cards.dat"
           organization is line sequential.

       Select optional archivoLiens assign to "liens.dat"
           organization is indexed
           access is dynamic
           record key is lien-seq-no
           alternate record key is lien-account-no with duplicates
           alternate record key is lien-td-seq with duplicates.

       Select optional archivoRecurDep assign to "rdeposit.dat"
           organization is indexed
           access is dynamic
           record key is rd-seq-no.

       Select optional archivoAuthority assign to "authority.dat"
           organization is indexed
           access is dynamic
           record key is auth-seq-no.

       Data Division.

       File Section.
       FD archivoCaptured.
       copy "CAPTURED.cpy".

       FD archivoLiens.
       copy "LIEN.cpy".

       FD archivoRecurDep.
       copy "RDEPOSIT.cpy".

       FD archivoAuthority.
       copy "AUTHORITY.cpy".

       working-storage section.
       77 ws-card-no             pic 9.
       77 ws-today               pic 9(8).
       77 ws-acct-count          pic 9 value zero.
       01 ws-acct-list.
           05 ws-acct-entry occurs 8 times pic 9(7).
       77 i                      pic 9.
       77 print-balance          pic -(7)9.99.
       77 print-amount           pic -(5)9.99.
       77 print-limit            pic z(4)9.99.
       copy "CARDCTL.cpy" replacing ==card-control-record==
                                 by ==ws-control-record==
                                    leading ==ctl-== by ==ws-ctl-==.
       01 ws-cust-bool           pic 9 value zero.
          88  ws-customer-found    value 1.
       01 ws-acct-switch         pic 9 value zero.
          88  ws-no-more-notices   value 1.
       01 ws-capt-switch         pic 9 value zero.
          88  ws-capt-eof          value 1.
       01 ws-lien-switch         pic 9 value zero.
          88  ws-no-more-liens     value 1.
       01 ws-rd-switch           pic 9 value zero.
          88  ws-no-more-plans     value 1.
       01 ws-auth-switch         pic 9 value zero.
          88  ws-no-more-authorities value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
       Procedure division using ls-customer-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform show-customer-record.
           if ws-customer-found
               perform show-card-controls
               perform collect-accounts
               perform show-accounts
               perform show-holds
               perform show-liens
               perform show-recurring-deposits
               perform show-authorities
               perform show-standing-orders
               perform show-notifications
               perform show-captured-card
                               "  status " customer-card-status
                               "  locked " customer-locked
                               "  attempts " customer-pin-attempts
                       if customer-cooloff-until is numeric
                       and customer-cooloff-until >= ws-today
                           display "   Contact changed - cooling off"
                                   " until " customer-cooloff-until
                       end-if
                       display dash-line
               end-read
           close archivoCustomer
           .
      *>----------------------------------------------------------------

       show-card-controls.
           call "Card-Control-Lookup" using
                                  by content ls-customer-id
                                  by reference ws-control-record.
           move ws-ctl-daily-limit to print-limit.
           display "   Card controls - own limit " print-limit
                   "  frozen " ws-ctl-freeze.
           display "   other ATMs " ws-ctl-network-use
                   "  fx cash " ws-ctl-fx-dispense
                   "  3rd-party dep " ws-ctl-third-deposit
                   "  cardless " ws-ctl-cardless.
           display dash-line
           .
      *>----------------------------------------------------------------

      *> Joint ownerships don't appear under the owner-id alternate
      *> key, so the account file is walked once and both the owner
      *> and the joint-owner slots are checked for this customer.
           .
      *>----------------------------------------------------------------

      *> A lien on a joint account is shown to every owner, not only
      *> the customer it was placed under.

       show-liens.
           display "   Standing liens".
           move zero to ws-lien-switch.
           open input archivoLiens
               perform show-one-lien until ws-no-more-liens
           close archivoLiens.
           display dash-line
           .
      *>----------------------------------------------------------------

       show-one-lien.
           read archivoLiens next record
               at end
                   set ws-no-more-liens to true
               not at end
                   if lien-stands
                       if lien-customer-id is equal to ls-customer-id
                           perform display-lien
                       else
                           perform check-lien-ours
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-lien-ours.
           move 1 to i.
           perform check-lien-account
               until i is greater than ws-acct-count
           .
      *>----------------------------------------------------------------

       check-lien-account.
           if ws-acct-entry (i) is equal to lien-account-no
           and lien-on-account
               perform display-lien
               move ws-acct-count to i
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       display-lien.
           move lien-amount to print-amount.
           if lien-on-term-deposit
               display "   Lien " lien-seq-no
                       " TD " lien-td-seq
                       " amt " print-amount
                       " " lien-status
           else
               display "   Lien " lien-seq-no
                       " acct " lien-account-no
                       " amt " print-amount
                       " " lien-status
           end-if.
           if lien-loan-seq is greater than zero
               display "        for loan " lien-loan-seq
           else
               display "        for " lien-reason
           end-if
           .
      *>----------------------------------------------------------------

       show-recurring-deposits.
           display "   Recurring deposits".
           move zero to ws-rd-switch.
           open input archivoRecurDep
               perform show-one-plan until ws-no-more-plans
           close archivoRecurDep.
           display dash-line
           .
      *>----------------------------------------------------------------

       show-one-plan.
           read archivoRecurDep next record
               at end
                   set ws-no-more-plans to true
               not at end
                   if rd-is-active
                   and rd-customer-id is equal to ls-customer-id
                       move rd-installment to print-amount
                       display "   RD " rd-seq-no
                               " acct " rd-account-no
                               " monthly " print-amount
                       move rd-balance to print-balance
                       display "        paid " rd-paid-count
                               " missed " rd-missed-count
                               " principal " print-balance
                               " matures " rd-maturity-date
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       show-authorities.
           display "   Powers of attorney / authorities".
           move zero to ws-auth-switch.
           open input archivoAuthority
               perform show-one-authority until ws-no-more-authorities
           close archivoAuthority.
           display dash-line
           .
      *>----------------------------------------------------------------

       show-one-authority.
           read archivoAuthority next record
               at end
                   set ws-no-more-authorities to true
               not at end
                   if not auth-is-revoked
                       if auth-grantor-id is equal to ls-customer-id
                           display "   Auth " auth-seq-no
                                   " given to " auth-attorney-id
                                   " status " auth-status
                           perform display-authority
                       end-if
                       if auth-attorney-id is equal to ls-customer-id
                           display "   Auth " auth-seq-no
                                   " held from " auth-grantor-id
                                   " status " auth-status
                           perform display-authority
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       display-authority.
           display "        accts " auth-account-no (1)
                   " " auth-account-no (2)
                   " " auth-account-no (3)
                   " " auth-account-no (4).
           if auth-may-withdraw or auth-may-transfer or auth-may-close
               display "        withdraw " auth-power-withdraw
                       " transfer " auth-power-transfer
                       " close " auth-power-close
           else
               display "        view only"
           end-if.
           display "        from " auth-valid-from
                   " to " auth-valid-to
                   " doc " auth-document-ref
           .
      *>----------------------------------------------------------------

       show-standing-orders.
           display "   Active standing orders".
           move zero to ws-order-switch.
