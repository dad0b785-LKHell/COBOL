      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly branch profit-and-loss statement, so management can
      *> see which branches pay their way. Reads the prompted month's
      *> gl.dat entries and, for every bank and branch GL-Post
      *> stamped on them, nets the income and expense accounts of
      *> the built-in chart into: fee income (4100), interest income
      *> (overdraft 4300 and loan 4400), interest expense (5100), FX
      *> margin (gain 4200 less loss 5200), operating cash
      *> differences (teller over/short 5300) and everything else on
      *> an income or expense account (recoveries, goodwill,
      *> provisions). Every figure is its contribution to profit -
      *> a credit adds, a debit takes away - so the branch's net
      *> contribution is their sum. Written to branch-pl.rpt, one
      *> block per branch, then the bank-wide total.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Branch-PL-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoGL assign to "gl.dat"
           organization is indexed
           access is dynamic
           record key is gl-seq-no.

       Select archivoReport assign to "branch-pl.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoGL.
       copy "GLEDGER.cpy".

       FD archivoReport.
       01 branch-pl-report-line  pic x(70).

       working-storage section.
       77 ws-report-month        pic 9(6).
       78 gl-fee-income-account    value "4100".
       78 gl-fx-gain-account       value "4200".
       78 gl-od-interest-account   value "4300".
       78 gl-loan-int-income-account value "4400".
       78 gl-interest-exp-account  value "5100".
       78 gl-fx-loss-account       value "5200".
       78 gl-teller-diff-account   value "5300".
       77 ws-branch-count        pic 9(3) value zero.
       78 max-branch-entries     value 100.
       01 ws-branch-table.
           05 ws-branch-entry occurs 100 times.
              10 ws-br-bank-id      pic 9(3).
              10 ws-br-branch-id    pic 9(3).
              10 ws-br-fee-income   pic s9(11)v99.
              10 ws-br-int-income   pic s9(11)v99.
              10 ws-br-int-expense  pic s9(11)v99.
              10 ws-br-fx-margin    pic s9(11)v99.
              10 ws-br-cash-diff    pic s9(11)v99.
              10 ws-br-other        pic s9(11)v99.
              10 ws-br-net          pic s9(11)v99.
       01 ws-total-entry.
           05 ws-tot-fee-income  pic s9(11)v99 value zero.
           05 ws-tot-int-income  pic s9(11)v99 value zero.
           05 ws-tot-int-expense pic s9(11)v99 value zero.
           05 ws-tot-fx-margin   pic s9(11)v99 value zero.
           05 ws-tot-cash-diff   pic s9(11)v99 value zero.
           05 ws-tot-other       pic s9(11)v99 value zero.
           05 ws-tot-net         pic s9(11)v99 value zero.
       77 ws-signed-amount       pic s9(9)v99.
       77 ws-bank-name           pic x(10).
       77 ws-branch-name         pic x(10).
       77 ws-line-label          pic x(24).
       77 ws-line-amount         pic s9(11)v99.
       77 ws-paying-count        pic 9(3) value zero.
       77 i                      pic 9(3).
       77 print-amount           pic -(10)9.99.
       77 ws-report-line         pic x(70).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-gl-switch           pic 9 value zero.
          88  ws-gl-eof            value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           display "Branch P&L month (yyyymm) ? : " no advancing.
           accept ws-report-month.
           open input archivoGL.
           move zero to gl-seq-no.
           start archivoGL key is greater than gl-seq-no
               invalid key
                   set ws-gl-eof to true
           end-start.
           perform scan-gl-entry until ws-gl-eof.
           close archivoGL.
           open output archivoReport.
           perform write-report-heading.
           move 1 to i.
           perform write-branch-block
               until i is greater than ws-branch-count.
           perform write-bank-total.
           close archivoReport.
           display "Branch-PL-Batch: " ws-branch-count " branches, "
                   ws-paying-count " paying their way".
           stop run
           .
      *>----------------------------------------------------------------

      *> Balance-sheet accounts (cash, deposits, clearing, payables,
      *> receivables) are not profit or loss and are passed over.

       scan-gl-entry.
           read archivoGL next record
               at end
                   set ws-gl-eof to true
               not at end
                   if gl-date (1:6) is equal to ws-report-month
                   and (gl-account-code (1:1) is equal to "4"
                     or gl-account-code (1:1) is equal to "5")
                       perform add-to-branch-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-to-branch-table.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-branch-entry
               until ws-entry-found
                  or i is greater than ws-branch-count.
           if not ws-entry-found
               if ws-branch-count is less than max-branch-entries
                   add 1 to ws-branch-count
                   move ws-branch-count to i
                   initialize ws-branch-entry (i)
                   move gl-bank-id   to ws-br-bank-id (i)
                   move gl-branch-id to ws-br-branch-id (i)
                   set ws-entry-found to true
               else
                   display "Branch-PL-Batch: branch table full - bank "
                           gl-bank-id " branch " gl-branch-id
                           " dropped"
               end-if
           end-if.
           if ws-entry-found
               perform add-entry-to-branch
           end-if
           .
      *>----------------------------------------------------------------

       match-branch-entry.
           if ws-br-bank-id (i) is equal to gl-bank-id
           and ws-br-branch-id (i) is equal to gl-branch-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       add-entry-to-branch.
           if gl-is-credit
               move gl-amount to ws-signed-amount
           else
               compute ws-signed-amount = zero - gl-amount
           end-if.
           evaluate gl-account-code
               when gl-fee-income-account
                   add ws-signed-amount to ws-br-fee-income (i)
               when gl-od-interest-account
               when gl-loan-int-income-account
                   add ws-signed-amount to ws-br-int-income (i)
               when gl-interest-exp-account
                   add ws-signed-amount to ws-br-int-expense (i)
               when gl-fx-gain-account
               when gl-fx-loss-account
                   add ws-signed-amount to ws-br-fx-margin (i)
               when gl-teller-diff-account
                   add ws-signed-amount to ws-br-cash-diff (i)
               when other
                   add ws-signed-amount to ws-br-other (i)
           end-evaluate.
           add ws-signed-amount to ws-br-net (i)
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to branch-pl-report-line.
           write branch-pl-report-line.
           move spaces to ws-report-line.
           string " Branch profit and loss for " delimited by size
                  ws-report-month                delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to branch-pl-report-line.
           write branch-pl-report-line.
           move dash-line to branch-pl-report-line.
           write branch-pl-report-line
           .
      *>----------------------------------------------------------------

       write-branch-block.
           move spaces to ws-bank-name ws-branch-name.
           call "IdentifiesBank" using by content   ws-br-bank-id (i)
                                                    ws-br-branch-id (i)
                                       by reference ws-bank-name
                                                    ws-branch-name.
           move spaces to ws-report-line.
           string " Bank "              delimited by size
                  ws-br-bank-id (i)     delimited by size
                  " "                   delimited by size
                  ws-bank-name          delimited by size
                  "  Branch "           delimited by size
                  ws-br-branch-id (i)   delimited by size
                  " "                   delimited by size
                  ws-branch-name        delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to branch-pl-report-line.
           write branch-pl-report-line.
           move "   Fee income"          to ws-line-label.
           move ws-br-fee-income (i)    to ws-line-amount.
           perform write-amount-line.
           move "   Interest income"     to ws-line-label.
           move ws-br-int-income (i)    to ws-line-amount.
           perform write-amount-line.
           move "   Interest expense"    to ws-line-label.
           move ws-br-int-expense (i)   to ws-line-amount.
           perform write-amount-line.
           move "   FX margin"           to ws-line-label.
           move ws-br-fx-margin (i)     to ws-line-amount.
           perform write-amount-line.
           move "   Cash differences"    to ws-line-label.
           move ws-br-cash-diff (i)     to ws-line-amount.
           perform write-amount-line.
           move "   Other income/expense" to ws-line-label.
           move ws-br-other (i)         to ws-line-amount.
           perform write-amount-line.
           move "   Net contribution"    to ws-line-label.
           move ws-br-net (i)           to ws-line-amount.
           perform write-amount-line.
           if ws-br-net (i) is less than zero
               move "   ** branch did not pay its way this month"
                 to branch-pl-report-line
               write branch-pl-report-line
           else
               add 1 to ws-paying-count
           end-if.
           add ws-br-fee-income (i)  to ws-tot-fee-income.
           add ws-br-int-income (i)  to ws-tot-int-income.
           add ws-br-int-expense (i) to ws-tot-int-expense.
           add ws-br-fx-margin (i)   to ws-tot-fx-margin.
           add ws-br-cash-diff (i)   to ws-tot-cash-diff.
           add ws-br-other (i)       to ws-tot-other.
           add ws-br-net (i)         to ws-tot-net.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-bank-total.
           move dash-line to branch-pl-report-line.
           write branch-pl-report-line.
           move " All branches" to branch-pl-report-line.
           write branch-pl-report-line.
           move "   Fee income"          to ws-line-label.
           move ws-tot-fee-income       to ws-line-amount.
           perform write-amount-line.
           move "   Interest income"     to ws-line-label.
           move ws-tot-int-income       to ws-line-amount.
           perform write-amount-line.
           move "   Interest expense"    to ws-line-label.
           move ws-tot-int-expense      to ws-line-amount.
           perform write-amount-line.
           move "   FX margin"           to ws-line-label.
           move ws-tot-fx-margin        to ws-line-amount.
           perform write-amount-line.
           move "   Cash differences"    to ws-line-label.
           move ws-tot-cash-diff        to ws-line-amount.
           perform write-amount-line.
           move "   Other income/expense" to ws-line-label.
           move ws-tot-other            to ws-line-amount.
           perform write-amount-line.
           move "   Net contribution"    to ws-line-label.
           move ws-tot-net              to ws-line-amount.
           perform write-amount-line
           .
      *>----------------------------------------------------------------

       write-amount-line.
           move ws-line-amount to print-amount.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-amount  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to branch-pl-report-line.
           write branch-pl-report-line
           .
      *>----------------------------------------------------------------

       end program Branch-PL-Batch.
