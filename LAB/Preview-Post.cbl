      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Stands in for the posting calls when a posting batch runs in
      *> simulation mode, so finance can see what tonight's run will
      *> do before it does it. Called three ways:
      *>   "H" - starts the batch's preview report (ls-preview-file)
      *>         with the job name in ls-basis, and clears the GL
      *>         totals;
      *>   "L" - one posting the batch would have made: account,
      *>         transaction type, amount, the rate or fee that gave
      *>         it, and the balance it would leave. The amount is
      *>         added to the debit and credit GL accounts GL-Chart
      *>         gives the type, exactly where GL-Post would book
      *>         it. A blank type is a posting the run would not be
      *>         able to make - listed, but with nothing for the GL;
      *>   "T" - closes the report with the totals per GL code.
      *> Nothing here touches account.dat, the journal or gl.dat.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Preview-Post.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoPreview assign to ws-preview-filename
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoPreview.
       01 preview-report-line    pic x(70).

       working-storage section.
       78 max-gl-entries         value 30.
       77 ws-preview-filename    pic x(12).
       77 ws-today               pic 9(8).
       77 ws-debit-acct          pic x(4).
       77 ws-credit-acct         pic x(4).
       77 ws-look-code           pic x(4).
       77 ws-gl-count            pic 9(2) value zero.
       77 g                      pic 9(2).
       77 ws-line-count          pic 9(7) value zero.
       77 ws-total-debits        pic s9(11)v99 value zero.
       77 ws-total-credits       pic s9(11)v99 value zero.
       77 print-amount           pic -(7)9.99.
       77 print-balance          pic -(9)9.99.
       77 print-total            pic -(11)9.99.
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-gl-table.
           05 ws-gl-entry occurs 30 times.
              10 gt-account-code  pic x(4).
              10 gt-debits        pic s9(11)v99.
              10 gt-credits       pic s9(11)v99.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
         77 ls-action            pic x(1).
         77 ls-preview-file      pic x(12).
         77 ls-account-no        pic 9(7).
         77 ls-txn-type          pic x(2).
         77 ls-amount            pic s9(7)v99.
         77 ls-basis             pic x(20).
         77 ls-balance           pic s9(9)v99.

      *>----------------------------------------------------------------
       Procedure division using ls-action
                                ls-preview-file
                                ls-account-no
                                ls-txn-type
                                ls-amount
                                ls-basis
                                ls-balance.

       main-procedure.
           move ls-preview-file to ws-preview-filename.
           evaluate ls-action
               when "H"
                   perform start-preview
               when "L"
                   perform write-preview-line
               when "T"
                   perform write-gl-totals
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       start-preview.
           accept ws-today from date yyyymmdd.
           initialize ws-gl-table.
           move zero to ws-gl-count ws-line-count.
           move zero to ws-total-debits ws-total-credits.
           open output archivoPreview.
           move dash-line to preview-report-line.
           write preview-report-line.
           move spaces to ws-report-line.
           string " SIMULATION " ls-basis delimited by "  "
                  " as at " ws-today " - nothing posted"
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to preview-report-line.
           write preview-report-line.
           move dash-line to preview-report-line.
           write preview-report-line.
           move spaces to ws-report-line.
           move "Account"    to ws-report-line (2:7).
           move "Ty"         to ws-report-line (10:2).
           move "Amount"     to ws-report-line (18:6).
           move "Rate / fee" to ws-report-line (25:10).
           move "Balance"    to ws-report-line (51:7).
           move "GL Dr/Cr"   to ws-report-line (60:8).
           move ws-report-line to preview-report-line.
           write preview-report-line.
           close archivoPreview
           .
      *>----------------------------------------------------------------

       write-preview-line.
           add 1 to ws-line-count.
           move spaces to ws-debit-acct ws-credit-acct.
           if ls-txn-type is not equal to spaces
               call "GL-Chart" using by content   ls-txn-type
                                     by reference ws-debit-acct
                                                  ws-credit-acct
               move ws-debit-acct to ws-look-code
               perform find-gl-entry
               if ws-entry-found
                   add ls-amount to gt-debits (g)
               end-if
               move ws-credit-acct to ws-look-code
               perform find-gl-entry
               if ws-entry-found
                   add ls-amount to gt-credits (g)
               end-if
               add ls-amount to ws-total-debits ws-total-credits
           end-if.
           move ls-amount  to print-amount.
           move ls-balance to print-balance.
           move spaces to ws-report-line.
           move ls-account-no  to ws-report-line (2:7).
           move ls-txn-type    to ws-report-line (10:2).
           move print-amount   to ws-report-line (13:11).
           move ls-basis       to ws-report-line (25:20).
           move print-balance  to ws-report-line (45:13).
           if ls-txn-type is not equal to spaces
               move ws-debit-acct  to ws-report-line (60:4)
               move "/"            to ws-report-line (64:1)
               move ws-credit-acct to ws-report-line (65:4)
           end-if.
           open extend archivoPreview.
           move ws-report-line to preview-report-line.
           write preview-report-line.
           close archivoPreview
           .
      *>----------------------------------------------------------------

       find-gl-entry.
           move zero to ws-found-switch.
           move 1 to g.
           perform match-gl-entry
               until g is greater than ws-gl-count
                  or ws-entry-found.
           if not ws-entry-found
               if ws-gl-count is less than max-gl-entries
                   add 1 to ws-gl-count
                   move ws-gl-count to g
                   move ws-look-code to gt-account-code (g)
                   move zero to gt-debits (g) gt-credits (g)
                   set ws-entry-found to true
               else
                   display "Preview-Post: GL table full"
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-gl-entry.
           if gt-account-code (g) is equal to ws-look-code
               set ws-entry-found to true
           else
               add 1 to g
           end-if
           .
      *>----------------------------------------------------------------

       write-gl-totals.
           open extend archivoPreview.
           move spaces to preview-report-line.
           write preview-report-line.
           move dash-line to preview-report-line.
           write preview-report-line.
           move spaces to ws-report-line.
           move "GL code" to ws-report-line (2:7).
           move "Debits"  to ws-report-line (25:6).
           move "Credits" to ws-report-line (42:7).
           move ws-report-line to preview-report-line.
           write preview-report-line.
           move dash-line to preview-report-line.
           write preview-report-line.
           move 1 to g.
           perform write-one-gl-total until g > ws-gl-count.
           move dash-line to preview-report-line.
           write preview-report-line.
           move ws-total-debits to print-total.
           move spaces to ws-report-line.
           move " All codes" to ws-report-line (1:10).
           move print-total to ws-report-line (15:16).
           move ws-total-credits to print-total.
           move print-total to ws-report-line (33:16).
           move ws-report-line to preview-report-line.
           write preview-report-line.
           move ws-line-count to print-count.
           move spaces to ws-report-line.
           string " Postings previewed " print-count
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to preview-report-line.
           write preview-report-line.
           close archivoPreview
           .
      *>----------------------------------------------------------------

       write-one-gl-total.
           move spaces to ws-report-line.
           move gt-account-code (g) to ws-report-line (2:4).
           move gt-debits (g) to print-total.
           move print-total to ws-report-line (15:16).
           move gt-credits (g) to print-total.
           move print-total to ws-report-line (33:16).
           move ws-report-line to preview-report-line.
           write preview-report-line.
           add 1 to g
           .
      *>----------------------------------------------------------------

       end program Preview-Post.
