      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Cuts a demand draft. "I" takes the next serial off the
      *> draft-form stock - record 2 on chqstock.dat, received and
      *> counted through Cheque-Stock-Maintain the same way record 1
      *> counts cheque books, so a draft serial can never be handed
      *> out twice - and writes the draft onto the register
      *> outstanding, handing back its register seq and serial. No
      *> forms left comes back refused before anything is written.
      *> "V" spoils a draft just cut whose debit or commission then
      *> failed to post, so the form is accounted for but can never
      *> be paid.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Draft-Issue.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoStock assign to "chqstock.dat"
           organization is indexed
           access is dynamic
           record key is stock-key.

       Select optional archivoDrafts assign to "drafts.dat"
           organization is indexed
           access is dynamic
           record key is draft-seq-no
           alternate record key is draft-serial.

       Select archivoDraftSeq assign to "draftseq.dat"
           organization is indexed
           access is dynamic
           record key is draftseq-key.

       Data Division.

       File Section.
       FD archivoStock.
       01 cheque-stock-record.
           05 stock-key            pic 9(1).
           05 stock-books-on-hand  pic 9(5).
           05 stock-next-serial    pic 9(10).
           05 stock-reorder-level  pic 9(5).
           05 stock-book-leaves    pic 9(3).

       FD archivoDrafts.
       copy "DRAFT.cpy".

       FD archivoDraftSeq.
       01 draftseq-record.
           05 draftseq-key          pic 9(1).
           05 draftseq-next         pic 9(9).

       working-storage section.
       78 draft-stock-key         value 2.
       77 ws-today               pic 9(8).
       77 ws-draft-seq           pic 9(9).
       01 ws-stock-bool          pic 9 value zero.
          88  ws-form-cut          value 1.

       Linkage Section.
         77 ls-draft-action      pic x(1).
         77 ls-account-no        pic 9(7).
         77 ls-amount            pic s9(7)v99.
         77 ls-commission        pic s9(5)v99.
         77 ls-payee             pic x(20).
         77 ls-replaces-serial   pic 9(10).
         77 ls-staff-id          pic 9(5).
         77 ls-draft-seq         pic 9(9).
         77 ls-serial            pic 9(10).
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.

      *>----------------------------------------------------------------
       Procedure division using ls-draft-action
                                ls-account-no
                                ls-amount
                                ls-commission
                                ls-payee
                                ls-replaces-serial
                                ls-staff-id
                                ls-draft-seq
                                ls-serial
                                bool.

       main-procedure.
           set not-exist to true.
           accept ws-today from date yyyymmdd.
           evaluate ls-draft-action
               when "I"
                   perform cut-draft-form
                   if ws-form-cut
                       perform write-draft
                   end-if
               when "V"
                   perform spoil-draft
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       cut-draft-form.
           move zero to ws-stock-bool.
           move zero to ls-serial.
           move draft-stock-key to stock-key.
           open i-o archivoStock.
           read archivoStock record
                             key is stock-key
               invalid key
                   display "    No draft forms in stock - reorder"
               not invalid key
                   if stock-books-on-hand is equal to zero
                       display "    No draft forms in stock - reorder"
                   else
                       move stock-next-serial to ls-serial
                       add 1 to stock-next-serial
                       subtract 1 from stock-books-on-hand
                       rewrite cheque-stock-record
                       set ws-form-cut to true
                       if stock-books-on-hand <= stock-reorder-level
                           display "    Draft forms at "
                                   stock-books-on-hand " - REORDER"
                       end-if
                   end-if
           end-read.
           close archivoStock
           .
      *>----------------------------------------------------------------

       write-draft.
           perform next-seq-no.
           move ws-draft-seq       to draft-seq-no.
           move ls-serial          to draft-serial.
           move ls-account-no      to draft-account-no.
           move ls-payee           to draft-payee.
           move ls-amount          to draft-amount.
           move ls-commission      to draft-commission.
           move ws-today           to draft-issue-date.
           move ls-staff-id        to draft-issue-staff-id.
           set draft-is-outstanding to true.
           set draft-no-request to true.
           move zero               to draft-maker-id.
           move zero               to draft-checker-id.
           move zero               to draft-closed-date.
           move ls-replaces-serial to draft-replaces-serial.
           move zero               to draft-replaced-by.
           open i-o archivoDrafts
               write draft-record
                   invalid key
                       display "Draft-Issue: write failed"
                   not invalid key
                       move ws-draft-seq to ls-draft-seq
                       set exist to true
               end-write
           close archivoDrafts
           .
      *>----------------------------------------------------------------

       spoil-draft.
           move ls-draft-seq to draft-seq-no.
           open i-o archivoDrafts.
           read archivoDrafts record
                              key is draft-seq-no
               invalid key
                   continue
               not invalid key
                   set draft-is-spoiled to true
                   move ws-today to draft-closed-date
                   rewrite draft-record
                   set exist to true
           end-read.
           close archivoDrafts
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to draftseq-key.
           open i-o archivoDraftSeq
               read archivoDraftSeq record
                                    key is draftseq-key
                   invalid key
                       move 1 to draftseq-next
                       write draftseq-record
                   not invalid key
                       add 1 to draftseq-next
                       rewrite draftseq-record
               end-read
           close archivoDraftSeq.
           move draftseq-next to ws-draft-seq
           .
      *>----------------------------------------------------------------

       end program Draft-Issue.
