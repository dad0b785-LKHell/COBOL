       77 ws-lock-outcome         pic x(1).
       01 ws-open-switch          pic 9 value zero.
          88  ws-file-open          value 1.
       77 ws-origin-action        pic x(1) value "A".
       77 ws-origin-bank-id       pic 9(3).
       77 ws-origin-branch-id     pic 9(3).

       Linkage Section.
         77 ls-account-no          pic 9(7).
               set journal-via-batch to true
           end-if.
           move zero to journal-staff-id.
           set journal-by-holder to true.
           move "journal" to ws-lock-file.
           move zero to ws-open-attempts.
           move zero to ws-open-switch.
               close archivoJournal
           else
               display "Journal-Post: journal unavailable"
           end-if.
      *> The caller's GL-Post follows - a batch posting books to the
      *> general ledger under this account's domicile branch.
           call "GL-Origin" using by content   ws-origin-action
                                               ls-account-no
                                  by reference ws-origin-bank-id
                                               ws-origin-branch-id.
           exit program
           .
      *>----------------------------------------------------------------

