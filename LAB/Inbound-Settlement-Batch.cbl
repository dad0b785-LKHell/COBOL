      *> already uses, so it lands in journal.dat as a proper "TI"
      *> entry. Records that name a missing or held account go to a
      *> reject report for the branch instead of being keyed by hand.
      *> When the network carries the originator's name it is run
      *> through Name-Screen, and a potential watchlist match is
      *> parked on screenhold.dat for compliance instead of being
      *> credited.
      *>----------------------------------------------------------------

       Identification Division.
           05 inbound-amount          pic 9(7)v99.
           05 inbound-value-date      pic 9(8).
           05 inbound-network-ref     pic x(12).
           05 inbound-originator-name pic x(20).

       FD archivoAccounts.
       copy "ACCTREC.cpy".
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-credited-count      pic 9(5) value zero.
       77 ws-rejected-count      pic 9(5) value zero.
       77 ws-referred-count      pic 9(5) value zero.
       77 ws-screen-name         pic x(30).
       77 ws-list-name           pic x(30).
       77 ws-list-type           pic x(1).
       01 ws-screen-bool         pic 9 value zero.
          88  ws-screen-hit        value 1.
       copy "SCRNHOLD.cpy" replacing ==screen-hold-record==
                                  by ==ws-hold-record==
                                     leading ==scr-== by ==ws-hld-==.
       77 ws-reject-reason       pic x(20).
       77 ws-reject-line         pic x(70).
       01 bool                   pic 9.
           close archivoInbound archivoRejects.
           display "Inbound-Settlement-Batch: "
                   ws-credited-count " credited, "
                   ws-rejected-count " rejected, "
                   ws-referred-count " referred".
           stop run
           .
      *>----------------------------------------------------------------
               at end
                   set ws-no-more-records to true
               not at end
                   move zero to ws-screen-bool
                   perform validate-destination
                   if ws-account-postable
                       perform screen-originator
                   end-if
                   evaluate true
                       when ws-account-postable
                           perform post-inbound-credit
                       when ws-screen-hit
                           continue
                       when other
                           perform write-reject-line
                   end-evaluate
           end-read
           .
      *>----------------------------------------------------------------
           .
      *>----------------------------------------------------------------

       screen-originator.
           if inbound-originator-name is equal to spaces
               exit paragraph
           end-if.
           move inbound-originator-name to ws-screen-name.
           call "Name-Screen" using
                                  by content ws-screen-name
                                  by reference ws-screen-bool
                                               ws-list-name
                                               ws-list-type.
           if ws-screen-hit
               move zero to ws-account-switch
               initialize ws-hold-record
               set ws-hld-from-inbound to true
               move ws-screen-name      to ws-hld-screened-name
               move ws-list-name        to ws-hld-list-name
               move ws-list-type        to ws-hld-list-type
               move inbound-dest-acct   to ws-hld-account-no
               move inbound-source-acct to ws-hld-counter-acct
               move inbound-source-routing to ws-hld-routing
               move inbound-amount      to ws-hld-amount
               move inbound-network-ref to ws-hld-reference
               call "Screen-Hold-Post" using
                                  by reference ws-hold-record
               add 1 to ws-referred-count
           end-if
           .
      *>----------------------------------------------------------------

       post-inbound-credit.
           move inbound-amount to ws-credit-amount.
           call "Add-money" using
