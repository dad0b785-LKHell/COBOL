      *> ceiling sweeps the excess into it. A top-up only takes what
      *> the secondary actually has spare - a sweep must never drive
      *> the funding account into ITS overdraft.
      *> Given SIMULATE as the run mode on its input the job applies
      *> the same rules but moves nothing: each leg it would post goes
      *> to the prvsweep.rpt preview through Preview-Post instead of
      *> Subtract-money/Add-money.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-txn-type            pic x(2).
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-swept-count         pic 9(5) value zero.
       01 ws-run-mode            pic x(8) value spaces.
          88  ws-simulating        value "SIMULATE".
       77 ws-preview-file        pic x(12) value "prvsweep.rpt".
       77 ws-preview-job         pic x(20) value "Sweep-Batch".
       77 ws-preview-account     pic 9(7).
       77 ws-preview-type        pic x(2).
       77 ws-preview-amount      pic s9(7)v99.
       77 ws-preview-basis       pic x(20).
       77 ws-preview-balance     pic s9(9)v99.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       Procedure division.

       main-procedure.
           accept ws-run-mode.
           if ws-simulating
               display "Sweep-Batch: simulation - preview to "
                       ws-preview-file
               call "Preview-Post" using
                                  by content "H"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-job
                                             ws-preview-balance
           end-if.
           open input archivoSweep.
           move zero to sweep-seq-no.
           start archivoSweep key is greater than sweep-seq-no
           end-start.
           perform evaluate-sweep until ws-no-more-sweeps.
           close archivoSweep.
           if ws-simulating
               call "Preview-Post" using
                                  by content "T"
                                             ws-preview-file
                                             ws-preview-account
                                             ws-preview-type
                                             ws-preview-amount
                                             ws-preview-basis
                                             ws-preview-balance
               display "Sweep-Batch: " ws-swept-count
                       " sweeps previewed"
               stop run
           end-if.
           display "Sweep-Batch: " ws-swept-count " sweeps posted".
           stop run
           .
                   move ws-secondary-balance to ws-move-amount
               end-if
               if ws-move-amount is greater than zero
                   if ws-simulating
                       perform preview-top-up
                   else
                       perform top-up-primary
                   end-if
               end-if
           else
               if sweep-ceiling is greater than zero
               and ws-primary-balance > sweep-ceiling
                   compute ws-move-amount =
                           ws-primary-balance - sweep-ceiling
                   if ws-simulating
                       perform preview-sweep-out
                   else
                       perform sweep-excess-out
                   end-if
               end-if
           end-if
           .
           .
      *>----------------------------------------------------------------

       preview-top-up.
           move "top up to floor" to ws-preview-basis.
           move sweep-secondary-acct to ws-preview-account.
           move "TO" to ws-preview-type.
           compute ws-preview-balance =
                   ws-secondary-balance - ws-move-amount.
           perform preview-posting.
           move sweep-primary-acct to ws-preview-account.
           move "TI" to ws-preview-type.
           compute ws-preview-balance =
                   ws-primary-balance + ws-move-amount.
           perform preview-posting.
           add 1 to ws-swept-count
           .
      *>----------------------------------------------------------------

       preview-sweep-out.
           move "excess over ceiling" to ws-preview-basis.
           move sweep-primary-acct to ws-preview-account.
           move "TO" to ws-preview-type.
           compute ws-preview-balance =
                   ws-primary-balance - ws-move-amount.
           perform preview-posting.
           move sweep-secondary-acct to ws-preview-account.
           move "TI" to ws-preview-type.
           compute ws-preview-balance =
                   ws-secondary-balance + ws-move-amount.
           perform preview-posting.
           add 1 to ws-swept-count
           .
      *>----------------------------------------------------------------

       preview-posting.
           move ws-move-amount to ws-preview-amount.
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

       end program Sweep-Batch.
