      *> Archive-Journal-Batch folds them. The letter prints onto
      *> confletter.rpt in signature format with the overdraft
      *> facility and any hold beside each balance (interest accrues
      *> nightly into the balance itself), followed by every lien
      *> that stood on the customer's accounts or term deposits on
      *> the as-of date, and the request lands on the audit trail
      *> under "AC".
      *>----------------------------------------------------------------

       Identification Division.
       Select archivoLetter assign to "confletter.rpt"
           organization is line sequential.

       Select optional archivoLiens assign to "liens.dat"
           organization is indexed
           access is dynamic
           record key is lien-seq-no
           alternate record key is lien-account-no with duplicates
           alternate record key is lien-td-seq with duplicates.

       Data Division.

       File Section.
       FD archivoLetter.
       01 letter-line            pic x(70).

       FD archivoLiens.
       copy "LIEN.cpy".

       working-storage section.
       78 walk-back-months       value 24.
       77 ws-customer-id         pic 9(5).
       77 print-balance          pic -(9)9.99.
       77 print-od-limit         pic -(7)9.99.
       77 print-hold             pic -(7)9.99.
       77 print-lien             pic -(7)9.99.
       77 ws-letter-line         pic x(70).
       01 ws-base-bool           pic 9.
          88  ws-base-found        value 1.
          88  ws-jrnl-eof          value 1.
       01 ws-arc-switch          pic 9 value zero.
          88  ws-archive-eof       value 1.
       01 ws-lien-switch         pic 9 value zero.
          88  ws-no-more-liens     value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
                 to letter-line
               write letter-line
           end-if.
           perform write-lien-lines.
           perform write-letter-foot.
           close archivoLetter.
           move ws-customer-id to ws-audit-key.
                                             ws-audit-after.
           display space.
           display "    Confirmation letter written to"
                   " confletter.rpt".
           exit program
           .
      *>----------------------------------------------------------------

               when "LD" add ws-entry-amount to ws-balance
               when "TM" add ws-entry-amount to ws-balance
               when "SI" add ws-entry-amount to ws-balance
               when "DX" add ws-entry-amount to ws-balance
               when "IW" add ws-entry-amount to ws-balance
               when "MR" add ws-entry-amount to ws-balance
               when "LY" add ws-entry-amount to ws-balance
               when "GW" add ws-entry-amount to ws-balance
               when "WD" subtract ws-entry-amount from ws-balance
               when "TO" subtract ws-entry-amount from ws-balance
               when "FE" subtract ws-entry-amount from ws-balance
               when "TD" subtract ws-entry-amount from ws-balance
               when "LP" subtract ws-entry-amount from ws-balance
               when "LI" subtract ws-entry-amount from ws-balance
               when "LR" subtract ws-entry-amount from ws-balance
               when "NW" subtract ws-entry-amount from ws-balance
               when "DI" subtract ws-entry-amount from ws-balance
               when "CE" subtract ws-entry-amount from ws-balance
               when "MT" subtract ws-entry-amount from ws-balance
               when "BP" subtract ws-entry-amount from ws-balance
               when "PY" subtract ws-entry-amount from ws-balance
               when "DD" subtract ws-entry-amount from ws-balance
           .
      *>----------------------------------------------------------------

      *> A lien stood on the as-of date if it was placed by then and
      *> not lifted until after it - a lift still awaiting approval
      *> has not happened yet.

       write-lien-lines.
           move zero to ws-lien-switch.
           open input archivoLiens.
           perform weigh-lien until ws-no-more-liens.
           close archivoLiens
           .
      *>----------------------------------------------------------------

       weigh-lien.
           read archivoLiens next record
               at end
                   set ws-no-more-liens to true
               not at end
                   if lien-customer-id is equal to ws-customer-id
                   and lien-placed-date <= ws-as-of-date
                       if not lien-is-lifted
                       or lien-lift-date > ws-as-of-date
                           perform write-one-lien
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-one-lien.
           move lien-amount to print-lien.
           move spaces to ws-letter-line.
           if lien-on-term-deposit
               string " Lien on term deposit " delimited by size
                      lien-td-seq     delimited by size
                      " amount "      delimited by size
                      print-lien      delimited by size
                      into ws-letter-line
               end-string
           else
               string " Lien on account "   delimited by size
                      lien-account-no delimited by size
                      " amount "      delimited by size
                      print-lien      delimited by size
                      into ws-letter-line
               end-string
           end-if.
           move ws-letter-line to letter-line.
           write letter-line.
           move spaces to ws-letter-line.
           if lien-loan-seq is greater than zero
               string "   pledged against loan " delimited by size
                      lien-loan-seq   delimited by size
                      into ws-letter-line
               end-string
           else
               string "   pledged for " delimited by size
                      lien-reason     delimited by size
                      into ws-letter-line
               end-string
           end-if.
           move ws-letter-line to letter-line.
           write letter-line
           .
      *>----------------------------------------------------------------

       write-letter-foot.
           move spaces to letter-line.
           write letter-line.
