      *> configurable number of consecutive failures (soretry.cfg,
      *> default 3) the order is suspended with status "S" and
      *> reported on so-suspended.rpt for the branch to chase.
      *> Given SIMULATE as the run mode on its input the job judges
      *> every due order exactly as above but moves no money: the
      *> transfer legs it would post, and the orders that would fail,
      *> go to the prvsord.rpt preview through Preview-Post, and no
      *> order, account, notification, report or checkpoint changes.
      *>----------------------------------------------------------------

       Identification Division.
       78 interbank-fee          value 2.50.
       77 ws-needed-amount       pic s9(9)v99.
       77 ws-available           pic s9(9)v99.
       77 ws-lien-target         pic x(1) value "A".
       77 ws-lien-ref            pic 9(9).
       77 ws-lien-amount         pic s9(9)v99.
       01 ws-order-ok-switch     pic 9 value zero.
          88  ws-order-postable    value 1.
       77 ws-checkpoint-interval pic 9 value 2.
       77 ws-today-days          pic 9(9) comp.
       77 ws-next-run-days       pic 9(9) comp.
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-source-balance      pic s9(9)v99.
       77 ws-dest-balance        pic s9(9)v99.
       01 ws-run-mode            pic x(8) value spaces.
          88  ws-simulating        value "SIMULATE".
       77 ws-preview-file        pic x(12) value "prvsord.rpt".
       77 ws-preview-job         pic x(20) value "Standing-Order-Batch".
       77 ws-preview-account     pic 9(7).
       77 ws-preview-type        pic x(2).
       77 ws-preview-amount      pic s9(7)v99.
       77 ws-preview-basis       pic x(20).
       77 ws-preview-balance     pic s9(9)v99.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-max-failures.
           accept ws-run-mode.
           if ws-simulating
               display "Standing-Order-Batch: simulation - preview to "
                       ws-preview-file
               move zero to ws-resume-seq-no
               perform start-preview
               open input archivoStandord
           else
               perform read-checkpoint
               open i-o archivoStandord
               if ws-resume-seq-no is equal to zero
                   open output archivoSuspendReport
               else
                   open extend archivoSuspendReport
               end-if
           end-if.
           if ws-resume-seq-no is greater than zero
               move ws-resume-seq-no to standord-seq-no
               end-start
           end-if.
           perform process-order until ws-no-more-orders.
           close archivoStandord.
           if ws-simulating
               call "Preview-Post" using
                                  by content "T"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-basis
                                             ws-preview-balance
               stop run
           end-if.
           close archivoSuspendReport.
           move zero to chkpt-last-account.
           set chkpt-is-complete to true.
           perform write-checkpoint.
                   and standord-retry-date not equal ws-today
                       perform run-due-order
                   end-if
                   if not ws-simulating
                       perform checkpoint-if-due
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       run-due-order.
           perform validate-due-order.
           if ws-simulating
               perform preview-due-order
           else
               if not ws-order-postable
                   perform handle-failed-order
               else
                   perform post-due-order
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       validate-due-order.
           move zero to ws-order-ok-switch.
           move zero to ws-source-balance ws-dest-balance.
           move standord-amount to ws-needed-amount.
           if standord-dest-routing not equal home-routing-code
               add interbank-fee to ws-needed-amount
           end-if.
           move standord-source-acct to ws-lien-ref.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             ws-lien-ref
                                  by reference ws-lien-amount.
           move standord-source-acct to account-no.
           open input archivoAccounts
               read archivoAccounts record into account
                   invalid key
                       continue
                   not invalid key
                       move account-balance to ws-source-balance
                       if not account-is-closed
                       and not account-on-hold
                       and not account-is-dormant
                               account-balance
                             + account-overdraft-limit
                             - account-overdraft-used
                             - ws-lien-amount
                           if ws-available >= ws-needed-amount
                               set ws-order-postable to true
                           end-if
                   invalid key
                       continue
                   not invalid key
                       move account-balance to ws-dest-balance
                       if not account-is-closed
                       and not account-on-hold
                           set ws-order-postable to true
           .
      *>----------------------------------------------------------------

      *> The legs Transfer-Funds would post for the order - the
      *> debit, the interbank fee when it leaves the bank, and the
      *> local credit - or a single unposted line when the order
      *> would fail tonight.

       preview-due-order.
           move standord-amount to ws-preview-amount.
           move standord-source-acct to ws-preview-account.
           move spaces to ws-preview-basis.
           if not ws-order-postable
               move spaces to ws-preview-type
               move ws-source-balance to ws-preview-balance
               string "WOULD FAIL " standord-seq-no
                      delimited by size
                      into ws-preview-basis
               end-string
               perform preview-posting
           else
               string "order " standord-seq-no
                      delimited by size
                      into ws-preview-basis
               end-string
               move "TO" to ws-preview-type
               subtract standord-amount from ws-source-balance
               move ws-source-balance to ws-preview-balance
               perform preview-posting
               if standord-dest-routing is equal to home-routing-code
                   move standord-dest-acct to ws-preview-account
                   move "TI" to ws-preview-type
                   add standord-amount to ws-dest-balance
                   move ws-dest-balance to ws-preview-balance
                   perform preview-posting
               else
                   move "FE" to ws-preview-type
                   move interbank-fee to ws-preview-amount
                   move "interbank fee" to ws-preview-basis
                   subtract interbank-fee from ws-source-balance
                   move ws-source-balance to ws-preview-balance
                   perform preview-posting
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       start-preview.
           call "Preview-Post" using
                                  by content "H"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-job
                                             ws-preview-balance
           .
      *>----------------------------------------------------------------

       preview-posting.
           call "Preview-Post" using
                                  by content "L"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-basis
                                             ws-preview-balance
           .
      *>----------------------------------------------------------------

      *> One failed attempt per business day: the next-run-date is
      *> left where it is so tomorrow's run naturally retries, the
      *> retry-date stops a same-day second attempt, and the customer
