      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Midday night safe check, run once the morning count should
      *> be finished. Every bag on nightbag.dat that was dropped but
      *> is still uncounted past nightsafe.cfg's cut-off (hhmm,
      *> default 1200) on the day after the drop - or is older than
      *> that altogether - is flagged late on the register and listed
      *> on nightsafe-late.rpt for the branch manager. It then writes
      *> nightsafe-discrepancy.rpt, each customer's history of
      *> counted bags: how many, how many came out different from
      *> what was declared and by how much short and over, followed
      *> by the bags themselves - the pattern a one-off suspense item
      *> never shows.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Night-Safe-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoNightBags assign to "nightbag.dat"
           organization is indexed
           access is dynamic
           record key is bag-seq-no
           alternate record key is bag-seal-no.

       Select optional archivoNightCfg assign to "nightsafe.cfg"
           organization is line sequential.

       Select archivoLate assign to "nightsafe-late.rpt"
           organization is line sequential.

       Select archivoDiscrep assign to "nightsafe-discrepancy.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoNightBags.
       copy "NIGHTBAG.cpy".

       FD archivoNightCfg.
       01 night-config-record.
           05 nightcfg-cutoff       pic 9(4).

       FD archivoLate.
       01 late-report-line         pic x(80).

       FD archivoDiscrep.
       01 discrep-report-line      pic x(80).

       working-storage section.
       78 default-cutoff         value 1200.
       77 ws-cutoff              pic 9(4).
       77 ws-today               pic 9(8).
       77 ws-time                pic 9(8).
       77 ws-now-hhmm            pic 9(4).
       77 ws-today-days          pic 9(9) comp.
       77 ws-drop-days           pic 9(9) comp.
       77 ws-age-days            pic 9(9).
       77 ws-late-count          pic 9(5) value zero.
       77 ws-cust-count          pic 9(3) value zero.
       78 max-cust-entries       value 200.
       01 ws-cust-table.
           05 ws-cust-entry occurs 200 times.
              10 ws-cust-id        pic 9(5).
              10 ws-cust-bags      pic 9(5).
              10 ws-cust-diffs     pic 9(5).
              10 ws-cust-short     pic s9(9)v99.
              10 ws-cust-over      pic s9(9)v99.
       77 i                      pic 9(3).
       77 ws-difference          pic s9(7)v99.
       77 ws-report-line         pic x(80).
       77 print-declared         pic -(7)9.99.
       77 print-counted          pic -(7)9.99.
       77 print-short            pic -(9)9.99.
       77 print-over             pic -(9)9.99.
       01 ws-bag-switch          pic 9 value zero.
          88  ws-bag-eof           value 1.
       01 ws-cfg-switch          pic 9 value zero.
          88  ws-cfg-eof           value 1.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           accept ws-time from time.
           move ws-time (1:4) to ws-now-hhmm.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-cutoff.
           perform flag-late-bags.
           perform gather-history.
           perform write-discrepancy-report.
           display "Night-Safe-Batch: " ws-late-count " bags late, "
                   ws-cust-count " customers in history".
           stop run
           .
      *>----------------------------------------------------------------

       load-cutoff.
           move default-cutoff to ws-cutoff.
           move zero to ws-cfg-switch.
           open input archivoNightCfg
               perform scan-cutoff until ws-cfg-eof
           close archivoNightCfg
           .
      *>----------------------------------------------------------------

       scan-cutoff.
           read archivoNightCfg
               at end
                   set ws-cfg-eof to true
               not at end
                   move nightcfg-cutoff to ws-cutoff
           end-read
           .
      *>----------------------------------------------------------------

       flag-late-bags.
           open output archivoLate.
           move dash-line to late-report-line.
           write late-report-line.
           move spaces to ws-report-line.
           string " Night safe bags not counted by the cut-off on "
                       delimited by size
                  ws-today delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to late-report-line.
           write late-report-line.
           move dash-line to late-report-line.
           write late-report-line.
           move zero to ws-bag-switch.
           open i-o archivoNightBags.
           move zero to bag-seq-no.
           start archivoNightBags key is greater than bag-seq-no
               invalid key
                   set ws-bag-eof to true
           end-start.
           perform check-one-bag until ws-bag-eof.
           close archivoNightBags.
           if ws-late-count is equal to zero
               move " (none)" to late-report-line
               write late-report-line
           end-if.
           close archivoLate
           .
      *>----------------------------------------------------------------

       check-one-bag.
           read archivoNightBags next record
               at end
                   set ws-bag-eof to true
               not at end
                   if bag-is-dropped
                       compute ws-drop-days =
                           function integer-of-date (bag-drop-date)
                       compute ws-age-days =
                           ws-today-days - ws-drop-days
                       if ws-age-days is greater than 1
                       or (ws-age-days is equal to 1
                           and ws-now-hhmm is not less than ws-cutoff)
                           perform flag-one-bag
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       flag-one-bag.
           if not bag-was-late
               set bag-was-late to true
               rewrite night-bag-record
           end-if.
           add 1 to ws-late-count.
           move bag-declared to print-declared.
           move spaces to ws-report-line.
           string " Seal "         delimited by size
                  bag-seal-no      delimited by size
                  " acct "         delimited by size
                  bag-account-no   delimited by size
                  " dropped "      delimited by size
                  bag-drop-date    delimited by size
                  " declared "     delimited by size
                  print-declared   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to late-report-line.
           write late-report-line
           .
      *>----------------------------------------------------------------

       gather-history.
           move zero to ws-bag-switch.
           open input archivoNightBags.
           move zero to bag-seq-no.
           start archivoNightBags key is greater than bag-seq-no
               invalid key
                   set ws-bag-eof to true
           end-start.
           perform gather-one-bag until ws-bag-eof.
           close archivoNightBags
           .
      *>----------------------------------------------------------------

       gather-one-bag.
           read archivoNightBags next record
               at end
                   set ws-bag-eof to true
               not at end
                   if bag-is-counted
                       perform add-to-cust-table
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-to-cust-table.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-cust-entry
               until ws-entry-found or i is greater than ws-cust-count.
           if not ws-entry-found
           and ws-cust-count is less than max-cust-entries
               add 1 to ws-cust-count
               move ws-cust-count to i
               move bag-customer-id to ws-cust-id (i)
               move zero to ws-cust-bags (i)
               move zero to ws-cust-diffs (i)
               move zero to ws-cust-short (i)
               move zero to ws-cust-over (i)
               set ws-entry-found to true
           end-if.
           if ws-entry-found
               add 1 to ws-cust-bags (i)
               compute ws-difference = bag-counted - bag-declared
               if ws-difference is less than zero
                   add 1 to ws-cust-diffs (i)
                   subtract ws-difference from ws-cust-short (i)
               end-if
               if ws-difference is greater than zero
                   add 1 to ws-cust-diffs (i)
                   add ws-difference to ws-cust-over (i)
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-cust-entry.
           if ws-cust-id (i) is equal to bag-customer-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       write-discrepancy-report.
           open output archivoDiscrep.
           move dash-line to discrep-report-line.
           write discrep-report-line.
           move spaces to ws-report-line.
           string " Night safe discrepancy history at "
                       delimited by size
                  ws-today delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to discrep-report-line.
           write discrep-report-line.
           move dash-line to discrep-report-line.
           write discrep-report-line.
           move 1 to i.
           perform report-customer
               until i is greater than ws-cust-count.
           close archivoDiscrep
           .
      *>----------------------------------------------------------------

       report-customer.
           move ws-cust-short (i) to print-short.
           move ws-cust-over (i)  to print-over.
           move spaces to ws-report-line.
           string " Customer "        delimited by size
                  ws-cust-id (i)      delimited by size
                  " bags "            delimited by size
                  ws-cust-bags (i)    delimited by size
                  " differ "          delimited by size
                  ws-cust-diffs (i)   delimited by size
                  " short "           delimited by size
                  print-short         delimited by size
                  " over "            delimited by size
                  print-over          delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to discrep-report-line.
           write discrep-report-line.
           if ws-cust-diffs (i) is greater than zero
               move zero to ws-bag-switch
               open input archivoNightBags
               move zero to bag-seq-no
               start archivoNightBags key is greater than bag-seq-no
                   invalid key
                       set ws-bag-eof to true
               end-start
               perform list-customer-bag until ws-bag-eof
               close archivoNightBags
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       list-customer-bag.
           read archivoNightBags next record
               at end
                   set ws-bag-eof to true
               not at end
                   if bag-is-counted
                   and bag-customer-id is equal to ws-cust-id (i)
                   and bag-counted not equal bag-declared
                       perform write-bag-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-bag-line.
           move bag-declared to print-declared.
           move bag-counted  to print-counted.
           move spaces to ws-report-line.
           string "    "           delimited by size
                  bag-count-date   delimited by size
                  " seal "         delimited by size
                  bag-seal-no      delimited by size
                  " declared "     delimited by size
                  print-declared   delimited by size
                  " counted "      delimited by size
                  print-counted    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to discrep-report-line.
           write discrep-report-line
           .
      *>----------------------------------------------------------------

       end program Night-Safe-Batch.
