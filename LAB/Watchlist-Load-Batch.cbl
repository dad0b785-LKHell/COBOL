      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Intake for the regulator's sanctions and politically-exposed
      *> person list. Rebuilds the indexed watchlist.dat from scratch
      *> out of the flat watchlist-in.dat distribution file, the same
      *> full-reload way Hotlist-Load-Batch refreshes hotlist.dat -
      *> the regulator sends the whole consolidated list each time,
      *> so names taken off it drop away automatically. Name-Screen
      *> is what the entry points ask; Watchlist-Rescreen-Batch runs
      *> the existing customer base against the new list.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Watchlist-Load-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoWatchlistIn assign to "watchlist-in.dat"
           organization is line sequential.

       Select archivoWatchlist assign to "watchlist.dat"
           organization is indexed
           access is dynamic
           record key is wl-entry-no.

       Data Division.

       File Section.
       FD archivoWatchlistIn.
       01 watchlist-in-record.
           05 wlin-name            pic x(30).
           05 wlin-list-type       pic x(1).
           05 wlin-country         pic x(2).
           05 wlin-source          pic x(10).

       FD archivoWatchlist.
       copy "WATCHLST.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-loaded-count        pic 9(7) value zero.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open input archivoWatchlistIn.
           open output archivoWatchlist.
           perform load-entry until ws-no-more-records.
           close archivoWatchlistIn archivoWatchlist.
           display "Watchlist-Load-Batch: "
                   ws-loaded-count " names loaded".
           stop run
           .
      *>----------------------------------------------------------------

       load-entry.
           read archivoWatchlistIn
               at end
                   set ws-no-more-records to true
               not at end
                   if wlin-name not equal spaces
                       add 1 to ws-loaded-count
                       initialize watchlist-record
                       move ws-loaded-count to wl-entry-no
                       move wlin-name       to wl-name
                       move wlin-list-type  to wl-list-type
                       move wlin-country    to wl-country
                       move ws-today        to wl-listed-date
                       move wlin-source     to wl-source
                       write watchlist-record
                           invalid key
                               continue
                       end-write
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       end program Watchlist-Load-Batch.
