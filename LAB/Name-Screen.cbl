      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Screens one name against the sanctions/PEP watchlist and
      *> says whether it is a potential match, handing back the
      *> listed name and list type it matched so the hold record can
      *> show compliance what fired. Names on our files are short
      *> and keyed by hand, so the comparison is deliberately loose:
      *> both names are cut down to their letters in capitals, and
      *> it is a match when
      *>   - the letters are the same,
      *>   - the consonant skeletons are the same (vowels dropped,
      *>     doubled letters collapsed - MOHAMMED / MUHAMAD),
      *>   - one is contained in the other (a truncated ten-letter
      *>     owner name inside a full listed name), or
      *>   - they are the same length and differ in one letter.
      *> A potential match only parks the item - a person decides.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Name-Screen.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoWatchlist assign to "watchlist.dat"
           organization is indexed
           access is dynamic
           record key is wl-entry-no.

       Data Division.

       File Section.
       FD archivoWatchlist.
       copy "WATCHLST.cpy".

       working-storage section.
       78 min-contain-length     value 5.
       78 min-skeleton-length    value 3.
       77 ws-work-in             pic x(30).
       77 ws-work-upper          pic x(30).
       77 ws-work-norm           pic x(30).
       77 ws-work-len            pic 9(2).
       77 ws-work-skel           pic x(30).
       77 ws-work-skel-len       pic 9(2).
       77 ws-last-skel-char      pic x(1).
       77 ws-cand-norm           pic x(30).
       77 ws-cand-len            pic 9(2).
       77 ws-cand-skel           pic x(30).
       77 ws-cand-skel-len       pic 9(2).
       77 ws-list-norm           pic x(30).
       77 ws-list-len            pic 9(2).
       77 ws-list-skel           pic x(30).
       77 ws-list-skel-len       pic 9(2).
       77 ws-contain-count       pic 9(3).
       77 ws-mismatch-count      pic 9(2).
       77 k                      pic 9(2).
       01 ws-char                pic x(1).
          88  ws-char-letter       value "A" thru "Z".
          88  ws-char-soft         value "A" "E" "I" "O" "U"
                                         "Y" "H" "W".
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-match-switch        pic 9 value zero.
          88  ws-names-match       value 1.

       Linkage Section.
         77 ls-name              pic x(30).
         01 ls-hit-bool          pic 9.
            88  ls-name-matched    value 1.
            88  ls-name-clear      value zero.
         77 ls-list-name         pic x(30).
         77 ls-list-type         pic x(1).

      *>----------------------------------------------------------------
       Procedure division using ls-name
                                ls-hit-bool
                                ls-list-name
                                ls-list-type.

       main-procedure.
           set ls-name-clear to true.
           move spaces to ls-list-name ls-list-type.
           move ls-name to ws-work-in.
           perform normalize-name.
           move ws-work-norm     to ws-cand-norm.
           move ws-work-len      to ws-cand-len.
           move ws-work-skel     to ws-cand-skel.
           move ws-work-skel-len to ws-cand-skel-len.
           if ws-cand-len is equal to zero
               exit program
           end-if.
           move zero to ws-at-end-switch.
           open input archivoWatchlist.
           perform screen-one-entry
               until ws-no-more-records or ls-name-matched.
           close archivoWatchlist.
           exit program
           .
      *>----------------------------------------------------------------

       screen-one-entry.
           read archivoWatchlist next record
               at end
                   set ws-no-more-records to true
               not at end
                   move wl-name to ws-work-in
                   perform normalize-name
                   move ws-work-norm     to ws-list-norm
                   move ws-work-len      to ws-list-len
                   move ws-work-skel     to ws-list-skel
                   move ws-work-skel-len to ws-list-skel-len
                   perform compare-names
                   if ws-names-match
                       set ls-name-matched to true
                       move wl-name      to ls-list-name
                       move wl-list-type to ls-list-type
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       normalize-name.
           move ws-work-in to ws-work-upper.
           inspect ws-work-upper converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to ws-work-norm ws-work-skel.
           move zero to ws-work-len ws-work-skel-len.
           move space to ws-last-skel-char.
           move 1 to k.
           perform normalize-one-char until k is greater than 30
           .
      *>----------------------------------------------------------------

       normalize-one-char.
           move ws-work-upper (k:1) to ws-char.
           if ws-char-letter
               add 1 to ws-work-len
               move ws-char to ws-work-norm (ws-work-len:1)
               if not ws-char-soft
               and ws-char not equal ws-last-skel-char
                   add 1 to ws-work-skel-len
                   move ws-char to ws-work-skel (ws-work-skel-len:1)
                   move ws-char to ws-last-skel-char
               end-if
           end-if.
           add 1 to k
           .
      *>----------------------------------------------------------------

       compare-names.
           move zero to ws-match-switch.
           if ws-list-len is equal to zero
               exit paragraph
           end-if.
           if ws-cand-norm is equal to ws-list-norm
               set ws-names-match to true
               exit paragraph
           end-if.
           if ws-cand-skel-len >= min-skeleton-length
           and ws-cand-skel is equal to ws-list-skel
               set ws-names-match to true
               exit paragraph
           end-if.
           if ws-cand-len >= min-contain-length
           and ws-list-len >= min-contain-length
               perform check-containment
               if ws-names-match
                   exit paragraph
               end-if
           end-if.
           if ws-cand-len is equal to ws-list-len
           and ws-cand-len >= min-contain-length
               perform count-mismatches
               if ws-mismatch-count is less than 2
                   set ws-names-match to true
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       check-containment.
           move zero to ws-contain-count.
           if ws-cand-len <= ws-list-len
               inspect ws-list-norm (1:ws-list-len)
                   tallying ws-contain-count
                   for all ws-cand-norm (1:ws-cand-len)
           else
               inspect ws-cand-norm (1:ws-cand-len)
                   tallying ws-contain-count
                   for all ws-list-norm (1:ws-list-len)
           end-if.
           if ws-contain-count is greater than zero
               set ws-names-match to true
           end-if
           .
      *>----------------------------------------------------------------

       count-mismatches.
           move zero to ws-mismatch-count.
           move 1 to k.
           perform compare-one-char until k is greater than ws-cand-len
           .
      *>----------------------------------------------------------------

       compare-one-char.
           if ws-cand-norm (k:1) not equal ws-list-norm (k:1)
               add 1 to ws-mismatch-count
           end-if.
           add 1 to k
           .
      *>----------------------------------------------------------------

       end program Name-Screen.
