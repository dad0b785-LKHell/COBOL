      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Morning intake of the treasury / central bank rate file
      *> (ratefeed.dat: from-currency, to-currency, effective date,
      *> rate - the same shape as an exchhist.cfg row), so the day's
      *> rates no longer depend on someone keying them through
      *> Rate-Maintenance. Every pair is checked against the rate
      *> Exchange-Rate gives for the day before its effective date:
      *> a move within the ratefeed.cfg tolerance percentage is
      *> appended to exchhist.cfg as an effective-dated row, exactly
      *> as Rate-Maintenance would have, while a bigger move - or a
      *> malformed line - is kept out of the history. The big moves
      *> are parked on ratehold.dat for a supervisor to release or
      *> reject through Rate-Release, so a typo in the feed never
      *> reaches a customer. The run is scheduled every few minutes
      *> through the morning; once the cut-off time in ratefeed.cfg
      *> has passed with no feed loaded today, it raises an
      *> operations alert through Notify-Post ("RF", customer-id
      *> zero) so the rates are chased before the branches open -
      *> and again on every later run until the feed is in.
      *> Everything the run did is listed on ratefeed.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Rate-Feed-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoRateFeed assign to "ratefeed.dat"
           organization is line sequential.

       Select optional archivoFeedDone assign to ws-done-filename
           organization is line sequential.

       Select optional archivoFeedCfg assign to "ratefeed.cfg"
           organization is line sequential.

       Select optional archivoRateHist assign to "exchhist.cfg"
           organization is line sequential.

       Select optional archivoRateHold assign to "ratehold.dat"
           organization is indexed
           access is dynamic
           record key is rhold-seq-no.

       Select archivoRateHoldSeq assign to "rateholdseq.dat"
           organization is indexed
           access is dynamic
           record key is rhseq-key.

       Select archivoReport assign to "ratefeed.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoRateFeed.
       01 rate-feed-record.
           05 feed-from-currency   pic x(3).
           05 feed-to-currency     pic x(3).
           05 feed-effective-date  pic 9(8).
           05 feed-rate            pic 9(3)v9(6).

       FD archivoFeedDone.
       01 feed-done-record         pic x(23).

       FD archivoFeedCfg.
       01 feed-config-record.
           05 feedcfg-tolerance-pct pic 9(2)v99.
           05 feedcfg-cutoff-hhmm   pic 9(4).

       FD archivoRateHist.
       01 rate-history-record.
           05 hist-from-currency   pic x(3).
           05 hist-to-currency     pic x(3).
           05 hist-effective-date  pic 9(8).
           05 hist-rate            pic 9(3)v9(6).

       FD archivoRateHold.
       copy "RATEHOLD.cpy".

       FD archivoRateHoldSeq.
       01 rhseq-record.
           05 rhseq-key             pic 9(1).
           05 rhseq-next            pic 9(9).

       FD archivoReport.
       01 feed-report-line       pic x(80).

       working-storage section.
       77 ws-today               pic 9(8).
       01 ws-now.
           05 ws-now-hhmm        pic 9(4).
           05 filler             pic 9(4).
       77 ws-done-filename       pic x(22).
       77 ws-tolerance-pct       pic 9(2)v99.
       77 ws-cutoff-hhmm         pic 9(4).
       78 default-tolerance-pct  value 2.
       78 default-cutoff-hhmm    value 0900.
       77 ws-prior-date          pic 9(8).
       77 ws-prior-rate          pic 9(3)v9(6).
       77 ws-move-pct            pic s9(5)v99.
       77 ws-hold-seq            pic 9(9).
       77 ws-line-count          pic 9(5) value zero.
       77 ws-loaded-count        pic 9(5) value zero.
       77 ws-held-count          pic 9(5) value zero.
       77 ws-rejected-count      pic 9(5) value zero.
       77 ws-disposition         pic x(8).
       77 ws-report-line         pic x(80).
       77 print-rate             pic zz9.999999.
       77 print-prior            pic zz9.999999.
       77 print-pct              pic zzzz9.99.
       77 ws-zero-customer       pic 9(5) value zero.
       77 ws-zero-account        pic 9(7) value zero.
       77 ws-event               pic x(2) value "RF".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).
       01 ws-done-switch         pic 9 value zero.
          88  ws-loaded-earlier    value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-lines     value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           accept ws-now from time.
           perform load-feed-config.
           open output archivoReport.
           move dash-line to feed-report-line.
           write feed-report-line.
           move spaces to ws-report-line.
           string " Exchange rate feed " delimited by size
                  ws-today              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to feed-report-line.
           write feed-report-line.
           move dash-line to feed-report-line.
           write feed-report-line.
           open input archivoRateFeed.
           perform process-feed-line until ws-no-more-lines.
           close archivoRateFeed.
           if ws-line-count is equal to zero
               perform check-feed-overdue
           end-if.
           close archivoReport.
           display "Rate-Feed-Batch: " ws-loaded-count " loaded, "
                   ws-held-count " held, " ws-rejected-count
                   " rejected".
           stop run
           .
      *>----------------------------------------------------------------

       load-feed-config.
           move default-tolerance-pct to ws-tolerance-pct.
           move default-cutoff-hhmm   to ws-cutoff-hhmm.
           open input archivoFeedCfg.
           read archivoFeedCfg
               at end
                   continue
               not at end
                   if feedcfg-tolerance-pct is greater than zero
                       move feedcfg-tolerance-pct to ws-tolerance-pct
                   end-if
                   if feedcfg-cutoff-hhmm is greater than zero
                       move feedcfg-cutoff-hhmm to ws-cutoff-hhmm
                   end-if
           end-read.
           close archivoFeedCfg
           .
      *>----------------------------------------------------------------

       process-feed-line.
           read archivoRateFeed
               at end
                   set ws-no-more-lines to true
               not at end
                   add 1 to ws-line-count
                   perform check-feed-line
           end-read
           .
      *>----------------------------------------------------------------

      *> The move is measured against the rate customers were given
      *> the day before the new rate takes effect.

       check-feed-line.
           move zero to ws-prior-rate.
           move zero to ws-move-pct.
           if feed-from-currency is equal to spaces
           or feed-to-currency is equal to spaces
           or feed-effective-date is not numeric
           or feed-rate is not numeric
           or feed-rate is equal to zero
               move "REJECTED" to ws-disposition
               add 1 to ws-rejected-count
               perform write-feed-report-line
               exit paragraph
           end-if.
           compute ws-prior-date = function date-of-integer
                   (function integer-of-date (feed-effective-date) - 1).
           call "Exchange-Rate" using
                                  by content feed-from-currency
                                             feed-to-currency
                                             ws-prior-date
                                  by reference ws-prior-rate.
           if ws-prior-rate is greater than zero
               compute ws-move-pct rounded =
                   (feed-rate - ws-prior-rate) * 100 / ws-prior-rate
           end-if.
           if ws-move-pct is less than zero
               compute ws-move-pct = zero - ws-move-pct
           end-if.
           if ws-move-pct is greater than ws-tolerance-pct
               perform hold-feed-rate
               move "HELD"     to ws-disposition
               add 1 to ws-held-count
           else
               perform load-feed-rate
               move "LOADED"   to ws-disposition
               add 1 to ws-loaded-count
           end-if.
           perform write-feed-report-line
           .
      *>----------------------------------------------------------------

       load-feed-rate.
           move feed-from-currency  to hist-from-currency.
           move feed-to-currency    to hist-to-currency.
           move feed-effective-date to hist-effective-date.
           move feed-rate           to hist-rate.
           open extend archivoRateHist
               write rate-history-record
           close archivoRateHist
           .
      *>----------------------------------------------------------------

       hold-feed-rate.
           perform next-seq-no.
           initialize rate-hold-record.
           move ws-hold-seq         to rhold-seq-no.
           move feed-from-currency  to rhold-from-currency.
           move feed-to-currency    to rhold-to-currency.
           move feed-effective-date to rhold-effective-date.
           move feed-rate           to rhold-rate.
           move ws-prior-rate       to rhold-prior-rate.
           move ws-move-pct         to rhold-move-pct.
           move ws-today            to rhold-feed-date.
           set rhold-is-pending to true.
           open i-o archivoRateHold
               write rate-hold-record
                   invalid key
                       display "Rate-Feed-Batch: hold write failed"
               end-write
           close archivoRateHold
           .
      *>----------------------------------------------------------------

       write-feed-report-line.
           move feed-rate     to print-rate.
           move ws-prior-rate to print-prior.
           move ws-move-pct   to print-pct.
           move spaces to ws-report-line.
           string " "                 delimited by size
                  feed-from-currency  delimited by size
                  "/"                 delimited by size
                  feed-to-currency    delimited by size
                  " eff "             delimited by size
                  feed-effective-date delimited by size
                  " "                 delimited by size
                  print-rate          delimited by size
                  " was "             delimited by size
                  print-prior         delimited by size
                  " move "            delimited by size
                  print-pct           delimited by size
                  "% "                delimited by size
                  ws-disposition      delimited by space
                  into ws-report-line
           end-string.
           move ws-report-line to feed-report-line.
           write feed-report-line
           .
      *>----------------------------------------------------------------

      *> No lines this run. A feed already loaded earlier today sits
      *> moved aside as ratefeed-YYYYMMDD.done; without one, and past
      *> the cut-off, operations are told.

       check-feed-overdue.
           move spaces to ws-done-filename.
           string "ratefeed-" delimited by size
                  ws-today    delimited by size
                  ".done"     delimited by size
                  into ws-done-filename
           end-string.
           move zero to ws-done-switch.
           open input archivoFeedDone.
           read archivoFeedDone
               at end
                   continue
               not at end
                   set ws-loaded-earlier to true
           end-read.
           close archivoFeedDone.
           if ws-loaded-earlier
               move " (feed already loaded today)" to feed-report-line
               write feed-report-line
               exit paragraph
           end-if.
           if ws-now-hhmm is less than ws-cutoff-hhmm
               move " (no feed yet - before the cut-off)"
                 to feed-report-line
               write feed-report-line
               exit paragraph
           end-if.
           move spaces to ws-notify-text.
           string "No rate feed by cut-off " delimited by size
                  ws-cutoff-hhmm             delimited by size
                  into ws-notify-text
           end-string.
           call "Notify-Post" using
                                  by content ws-zero-customer
                                             ws-zero-account
                                             ws-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq.
           move " NO RATE FEED RECEIVED BY THE CUT-OFF - ops alerted"
             to feed-report-line.
           write feed-report-line.
           display "Rate-Feed-Batch: no rate feed by cut-off "
                   ws-cutoff-hhmm
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to rhseq-key.
           open i-o archivoRateHoldSeq
               read archivoRateHoldSeq record
                                       key is rhseq-key
                   invalid key
                       move 1 to rhseq-next
                       write rhseq-record
                   not invalid key
                       add 1 to rhseq-next
                       rewrite rhseq-record
               end-read
           close archivoRateHoldSeq.
           move rhseq-next to ws-hold-seq
           .
      *>----------------------------------------------------------------

       end program Rate-Feed-Batch.
