      *> the next serial range from the one stock record
      *> (chqstock.dat), decrements the books on hand, and warns the
      *> moment stock falls to the reorder level; Cheque-Stock-Report
      *> is the standing report of the same numbers. Blank demand
      *> draft forms are stock too: they are received here into their
      *> own counter (stock record 2, one serial per form, numbered
      *> apart from cheque serials) which Draft-Issue cuts from.
      *>----------------------------------------------------------------

       Identification Division.
       working-storage section.
       78 default-book-leaves     value 50.
       78 default-reorder-level   value 10.
       78 draft-stock-key         value 2.
       78 default-draft-reorder   value 20.
       77 ws-today               pic 9(8).
       77 ws-action              pic x(1).
       77 ws-account-no          pic 9(7).
       77 ws-books-received      pic 9(5).
       77 ws-forms-received      pic 9(5).
       77 ws-new-reorder         pic 9(5).
       77 ws-alloc-seq           pic 9(9).
       77 ws-request-seq         pic 9(9).
       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    R=receive stock I=issue book L=set reorder"
                   " level F=receive draft forms ? : " no advancing.
           accept ws-action.
           evaluate ws-action
               when "R"
                   perform issue-book
               when "L"
                   perform set-reorder-level
               when "F"
                   perform receive-draft-forms
               when other
                   display space
                   display "    Unknown action code"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

       receive-draft-forms.
           display "    Draft forms received ? : " no advancing.
           accept ws-forms-received.
           move draft-stock-key to stock-key.
           open i-o archivoStock.
           read archivoStock record
                             key is stock-key
               invalid key
                   move draft-stock-key to stock-key
                   move ws-forms-received to stock-books-on-hand
                   move 2000000001 to stock-next-serial
                   move default-draft-reorder to stock-reorder-level
                   move 1 to stock-book-leaves
                   write cheque-stock-record
               not invalid key
                   add ws-forms-received to stock-books-on-hand
                   rewrite cheque-stock-record
           end-read.
           close archivoStock.
           display space.
           display "    Draft forms now " stock-books-on-hand
           .
      *>----------------------------------------------------------------

       set-reorder-level.
           display "    Reorder level (books) ? : " no advancing.
           accept ws-new-reorder.
