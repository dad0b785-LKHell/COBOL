      *> against the reorder level (flagged REORDER the moment it
      *> touches), the next serial the stock counter will cut, and
      *> the queued customer orders still waiting for a book - the
      *> list the branch makes up books from each morning - and the
      *> blank demand draft forms left on their own counter.
      *>----------------------------------------------------------------

       Identification Division.
           move dash-line to stock-report-line.
           write stock-report-line.
           perform report-stock-position.
           perform report-draft-forms.
           perform count-queued-orders.
           move spaces to ws-report-line.
           string " Queued customer orders : " delimited by size
           .
      *>----------------------------------------------------------------

       report-draft-forms.
           move 2 to stock-key.
           move zero to ws-stock-bool.
           open input archivoStock.
           read archivoStock record
                             key is stock-key
               invalid key
                   continue
               not invalid key
                   set ws-stock-found to true
           end-read.
           close archivoStock.
           if ws-stock-found
               move spaces to ws-reorder-marker
               if stock-books-on-hand <= stock-reorder-level
                   move "REORDER" to ws-reorder-marker
               end-if
               move spaces to ws-report-line
               string " Draft forms   "  delimited by size
                      stock-books-on-hand delimited by size
                      " reorder at "     delimited by size
                      stock-reorder-level delimited by size
                      " next serial "    delimited by size
                      stock-next-serial  delimited by size
                      " "                delimited by size
                      ws-reorder-marker  delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to stock-report-line
               write stock-report-line
           end-if
           .
      *>----------------------------------------------------------------

       count-queued-orders.
           move zero to ws-at-end-switch.
           open input archivoAlloc.
