      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Compliance side of name screening: lists every item an entry
      *> point parked on screenhold.dat because Name-Screen matched a
      *> watchlist name, then lets the logged-in supervisor decide
      *> them one at a time. RELEASE is a false positive - the parked
      *> item goes through exactly the path it would have taken had
      *> it not matched (an account opening or wire over the
      *> Approval-Threshold still goes to dual control, a switched-in
      *> account brings its parked standing orders with it). CONFIRM
      *> is a true match - nothing posts; a parked wire is marked
      *> rejected, and an existing customer caught by the rescreen
      *> has every account put on hold. Whoever keyed the item cannot
      *> decide it, and every decision is written to audit.dat
      *> through Audit-Log ("SN").
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Screening-Workbench.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoScreenHold assign to "screenhold.dat"
           organization is indexed
           access is dynamic
           record key is scr-seq-no
           alternate record key is scr-customer-id with duplicates.

       Select optional archivoWires assign to "wire.dat"
           organization is indexed
           access is dynamic
           record key is wire-seq-no.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Data Division.

       File Section.
       FD archivoScreenHold.
       copy "SCRNHOLD.cpy".

       FD archivoWires.
       copy "WIRE.cpy".

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       working-storage section.
       77 ws-pending-count        pic 9(3) value zero.
       77 ws-pick-seq             pic 9(9).
       77 ws-decision             pic x(1).
       77 ws-today                pic 9(8).
       77 ws-threshold            pic s9(7)v99.
       77 ws-new-account-no       pic 9(7).
       77 ws-resulting-balance    pic s9(9)v99.
       77 ws-post-amount          pic s9(7)v99.
       77 ws-fee-amount           pic s9(5)v99.
       77 ws-fee-deferred         pic x(1).
       77 ws-opening-balance      pic s9(9)v99.
       77 ws-zero-balance         pic s9(9)v99 value zero.
       77 ws-owner-name           pic x(10).
       77 ws-txn-type             pic x(2).
       77 ws-atm-id               pic 9(3) value zero.
       77 ws-zero-id              pic 9(5) value zero.
       77 ws-zero-type            pic 9 value zero.
       77 ws-zero-seq             pic 9(9) value zero.
       77 ws-zero-acct            pic 9(7) value zero.
       77 ws-no-name              pic x(10) value spaces.
       77 ws-no-routing           pic x(4) value spaces.
       77 ws-approval-action      pic x(2).
       77 ws-approval-seq         pic 9(9).
       77 ws-decided-seq          pic 9(9).
       77 ws-decided-source       pic x(1).
       77 ws-decided-customer     pic 9(5).
       77 ws-held-count           pic 9(3).
       77 ws-audit-action         pic x(2) value "SN".
       77 ws-before-image         pic x(40).
       77 ws-after-image          pic x(40).
       77 print-amount            pic -(7)9.99.
       01 bool                    pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-refund-bool          pic 9.
          88  ws-refund-posted      value 1.
       01 ws-queued-switch        pic 9 value zero.
          88  ws-item-queued        value 1.
       01 ws-decided-switch       pic 9 value zero.
          88  ws-item-decided       value 1.
       01 ws-at-end-switch        pic 9 value zero.
          88  ws-no-more-items      value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
         77 ls-staff-id           pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform list-pending-items.
           if ws-pending-count is greater than zero
               perform review-items
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       list-pending-items.
           display dash-line.
           display "   Name screening hits awaiting decision".
           display dash-line.
           move zero to ws-at-end-switch.
           open input archivoScreenHold.
           move zero to scr-seq-no.
           start archivoScreenHold key is greater than scr-seq-no
               invalid key
                   set ws-no-more-items to true
           end-start.
           perform list-one-item until ws-no-more-items.
           close archivoScreenHold.
           display dash-line.
           if ws-pending-count is equal to zero
               display "   (nothing awaiting decision)"
           end-if
           .
      *>----------------------------------------------------------------

       list-one-item.
           read archivoScreenHold next record
               at end
                   set ws-no-more-items to true
               not at end
                   if scr-is-pending
                       add 1 to ws-pending-count
                       move scr-amount to print-amount
                       display "   " scr-seq-no
                               " " scr-source
                               " " scr-date
                               " amt " print-amount
                       display "      name  " scr-screened-name
                       display "      list  " scr-list-name
                               " " scr-list-type
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       review-items.
           display space.
           display "   Hit seq to decide (0 = done) ? : "
                   no advancing.
           accept ws-pick-seq.
           if ws-pick-seq is greater than zero
               perform review-one-item
               go to review-items
           end-if
           .
      *>----------------------------------------------------------------

       review-one-item.
           display "   Decision (R=release C=confirm) ? : "
                   no advancing.
           accept ws-decision.
           if ws-decision not equal "R"
          and ws-decision not equal "C"
               display "   Unknown decision code"
               exit paragraph
           end-if.
           move zero to ws-decided-switch.
           move ws-pick-seq to scr-seq-no.
           open i-o archivoScreenHold
               read archivoScreenHold record
                                      key is scr-seq-no
                   invalid key
                       display "   No such screening hit"
                   not invalid key
                       evaluate true
                           when not scr-is-pending
                               display "   Hit already decided"
                           when scr-from-switch-order
                               display "   Decide the switched-in"
                                       " account it belongs to"
                           when scr-staff-id is equal to ls-staff-id
                               display "   You keyed this item -"
                                       " another supervisor decides"
                           when other
                               perform decide-item
                       end-evaluate
               end-read
           close archivoScreenHold.
           if ws-item-decided
               perform after-decision
           end-if
           .
      *>----------------------------------------------------------------

       decide-item.
           if ws-decision is equal to "R"
               perform release-item
           else
               perform confirm-item
           end-if.
           if ws-item-decided
               move ls-staff-id to scr-decided-by
               move ws-today    to scr-decided-date
               rewrite screen-hold-record
               move scr-seq-no      to ws-decided-seq
               move scr-source      to ws-decided-source
               move scr-customer-id to ws-decided-customer
               move spaces to ws-before-image ws-after-image
               string "pending "      delimited by size
                      scr-source      delimited by size
                      " "             delimited by size
                      scr-list-name   delimited by size
                      into ws-before-image
               end-string
               if scr-is-released
                   move "released" to ws-after-image
               else
                   move "confirmed" to ws-after-image
               end-if
           end-if
           .
      *>----------------------------------------------------------------

      *> Work that touches other items on screenhold.dat, or the
      *> customer's accounts, is done once the decided hit has been
      *> rewritten and the file closed.

       after-decision.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-decided-seq
                                             ws-before-image
                                             ws-after-image.
           if ws-decided-source is equal to "S"
               perform settle-child-orders
           end-if.
           if ws-decided-source is equal to "R"
           and ws-decision is equal to "C"
               perform hold-customer-accounts
           end-if
           .
      *>----------------------------------------------------------------

       release-item.
           move zero to bool.
           move zero to ws-queued-switch.
           move scr-screened-name to ws-owner-name.
           evaluate true
               when scr-from-opening
                   perform release-opening
               when scr-from-switch-in
                   perform release-switch-in
               when scr-from-wire
                   perform release-wire
               when scr-from-payroll
                   perform release-payroll
               when scr-from-inbound
                   move scr-amount to ws-post-amount
                   move "TI" to ws-txn-type
                   call "Add-money" using
                                  by content scr-account-no
                                             ws-post-amount
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               when scr-from-wire-in
                   perform release-wire-in
               when other
                   set exist to true
           end-evaluate.
           if exist
               set scr-is-released to true
               set ws-item-decided to true
               if ws-item-queued
                   display "   Hit " scr-seq-no " released - over"
                           " threshold, queued for approval"
               else
                   display "   Hit " scr-seq-no " released and posted"
               end-if
           else
               display "   Posting failed - hit left pending"
           end-if
           .
      *>----------------------------------------------------------------

       release-opening.
           call "Approval-Threshold" using
                                  by reference ws-threshold.
           if scr-amount is greater than ws-threshold
               move "OA" to ws-approval-action
               call "Approval-Post" using
                                  by content ws-approval-action
                                             scr-staff-id
                                             scr-amount
                                             ws-zero-seq
                                             ws-atm-id
                                             scr-customer-id
                                             scr-account-type
                                             ws-owner-name
                                             scr-currency
                                             scr-joint-1
                                             scr-joint-2
                                             ws-zero-acct
                                             ws-no-routing
                                  by reference ws-approval-seq
               set ws-item-queued to true
               set exist to true
           else
               move scr-amount to ws-opening-balance
               call "Open-Account" using
                                  by content scr-customer-id
                                             scr-account-type
                                             ws-owner-name
                                             ws-opening-balance
                                             scr-currency
                                             scr-joint-1
                                             scr-joint-2
                                  by reference bool
                                             ws-new-account-no
                                  by content scr-staff-id
               if exist
                   display "   New account number : "
                           ws-new-account-no
               end-if
           end-if
           .
      *>----------------------------------------------------------------

      *> Opened and credited the way Switch-In-Batch would have done
      *> it: zero opening balance, then the transferred balance as
      *> its own "SI" entry.

       release-switch-in.
           call "Open-Account" using
                                  by content scr-customer-id
                                             scr-account-type
                                             ws-owner-name
                                             ws-zero-balance
                                             scr-currency
                                             scr-joint-1
                                             scr-joint-2
                                  by reference bool
                                             ws-new-account-no
                                  by content scr-staff-id.
           if exist
               display "   New account number : " ws-new-account-no
               move ws-new-account-no to scr-account-no
               move scr-amount to ws-post-amount
               if ws-post-amount is greater than zero
                   move "SI" to ws-txn-type
                   move zero to ws-refund-bool
                   call "Add-money" using
                                  by content ws-new-account-no
                                             ws-post-amount
                                  by reference ws-refund-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       release-wire.
           call "Approval-Threshold" using
                                  by reference ws-threshold.
           if scr-amount is greater than ws-threshold
               move "WI" to ws-approval-action
               call "Approval-Post" using
                                  by content ws-approval-action
                                             scr-staff-id
                                             scr-amount
                                             scr-item-seq
                                             ws-atm-id
                                             ws-zero-id
                                             ws-zero-type
                                             ws-no-name
                                             scr-currency
                                             ws-zero-id
                                             ws-zero-id
                                             ws-zero-acct
                                             ws-no-routing
                                  by reference ws-approval-seq
               set ws-item-queued to true
               set exist to true
           else
               call "Wire-Post" using
                                  by content scr-item-seq
                                  by reference bool
                                  by content ls-staff-id
           end-if
           .
      *>----------------------------------------------------------------

      *> The employer was not debited for a parked salary line, so
      *> its release is a debit and a credit of its own; a credit
      *> that fails goes straight back to the employer.

       release-payroll.
           move scr-amount to ws-post-amount.
           move "PY" to ws-txn-type.
           call "Subtract-money" using
                                  by content scr-counter-acct
                                             ws-post-amount
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if exist
               move "SA" to ws-txn-type
               move zero to bool
               call "Add-money" using
                                  by content scr-account-no
                                             ws-post-amount
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               if not exist
                   move "RV" to ws-txn-type
                   move zero to ws-refund-bool
                   call "Add-money" using
                                  by content scr-counter-acct
                                             ws-post-amount
                                  by reference ws-refund-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               end-if
           end-if
           .
      *>----------------------------------------------------------------

      *> A parked incoming wire was held already converted to the
      *> account's currency; its release is the "IW" credit and the
      *> incoming-wire charge the intake batch would have taken.

       release-wire-in.
           move scr-amount to ws-post-amount.
           move "IW" to ws-txn-type.
           call "Add-money" using
                                  by content scr-account-no
                                             ws-post-amount
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if exist
               move zero to ws-fee-amount
               call "Fee-Schedule" using
                                  by content ws-txn-type
                                             scr-account-type
                                  by reference ws-fee-amount
                                               ws-fee-deferred
               if ws-fee-amount is greater than zero
               and ws-fee-deferred not equal "D"
                   move "FE" to ws-txn-type
                   move ws-fee-amount to ws-post-amount
                   move zero to ws-refund-bool
                   call "Subtract-money" using
                                  by content scr-account-no
                                             ws-post-amount
                                  by reference ws-refund-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       confirm-item.
           if scr-from-wire
               perform reject-wire
           end-if.
           set scr-is-confirmed to true.
           set ws-item-decided to true.
           display "   Hit " scr-seq-no " confirmed - nothing posted"
           .
      *>----------------------------------------------------------------

       reject-wire.
           move scr-item-seq to wire-seq-no.
           open i-o archivoWires.
           read archivoWires record key is wire-seq-no
               invalid key
                   continue
               not invalid key
                   if wire-is-pending
                       set wire-is-rejected to true
                       rewrite wire-record
                   end-if
           end-read.
           close archivoWires
           .
      *>----------------------------------------------------------------

      *> The standing orders parked behind a switched-in account
      *> follow its decision: registered against the new account on
      *> release, dropped with it on confirm. They were parked after
      *> the account, so they all sit above it in sequence.

       settle-child-orders.
           move zero to ws-at-end-switch.
           open i-o archivoScreenHold.
           move ws-decided-seq to scr-seq-no.
           start archivoScreenHold key is greater than scr-seq-no
               invalid key
                   set ws-no-more-items to true
           end-start.
           perform settle-one-order until ws-no-more-items.
           close archivoScreenHold
           .
      *>----------------------------------------------------------------

       settle-one-order.
           read archivoScreenHold next record
               at end
                   set ws-no-more-items to true
               not at end
                   if scr-from-switch-order
                   and scr-is-pending
                   and scr-parent-seq is equal to ws-decided-seq
                       if ws-decision is equal to "R"
                           move scr-amount to ws-post-amount
                           call "Standing-Order-Register" using
                                  by content ws-new-account-no
                                             scr-counter-acct
                                             scr-routing
                                             ws-post-amount
                                             scr-frequency
                                             scr-next-run
                           move ws-new-account-no to scr-account-no
                           set scr-is-released to true
                       else
                           set scr-is-confirmed to true
                       end-if
                       move ls-staff-id to scr-decided-by
                       move ws-today    to scr-decided-date
                       rewrite screen-hold-record
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> A confirmed match against an existing customer freezes
      *> every account they own, the same "H" hold a teller puts on.

       hold-customer-accounts.
           move zero to ws-held-count.
           move zero to ws-at-end-switch.
           move ws-decided-customer to account-owner-id.
           open i-o archivoAccounts.
           start archivoAccounts key is equal to account-owner-id
               invalid key
                   set ws-no-more-items to true
           end-start.
           perform hold-one-account until ws-no-more-items.
           close archivoAccounts.
           display "   " ws-held-count " account(s) placed on hold"
           .
      *>----------------------------------------------------------------

       hold-one-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-items to true
               not at end
                   if account-owner-id not equal ws-decided-customer
                       set ws-no-more-items to true
                   else
                       if not account-on-hold
                           set account-on-hold to true
                           rewrite account
                           add 1 to ws-held-count
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       end program Screening-Workbench.
