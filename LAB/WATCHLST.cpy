      *>----------------------------------------------------------------
      *>  ATM Project - Sanctions and PEP watchlist record layout
      *>  The regulator's consolidated list, rebuilt in full each
      *>  time it is distributed by Watchlist-Load-Batch from the flat
      *>  watchlist-in.dat file, and read end to end by Name-Screen
      *>  for every name an entry point asks about.
      *>----------------------------------------------------------------
       01 watchlist-record.
           05 wl-entry-no          pic 9(7).
           05 wl-name              pic x(30).
           05 wl-list-type         pic x(1).
              88  wl-is-sanctions       value "S".
              88  wl-is-pep             value "P".
           05 wl-country           pic x(2).
           05 wl-listed-date       pic 9(8).
           05 wl-source            pic x(10).
           05 filler               pic x(8).
