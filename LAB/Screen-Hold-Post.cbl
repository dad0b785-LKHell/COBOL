      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Parks one screening hit on screenhold.dat for compliance and
      *> hands back the sequence number it was filed under, the same
      *> next-seq-no way Approval-Post queues a dual-control item.
      *> The caller fills the hold payload (its own copy of
      *> SCRNHOLD.cpy) with whatever it would have posted; this
      *> program stamps the number, the date and the pending status.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Screen-Hold-Post.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoScreenHold assign to "screenhold.dat"
           organization is indexed
           access is dynamic
           record key is scr-seq-no
           alternate record key is scr-customer-id with duplicates.

       Select archivoScreenSeq assign to "screenseq.dat"
           organization is indexed
           access is dynamic
           record key is scrseq-key.

       Data Division.

       File Section.
       FD archivoScreenHold.
       copy "SCRNHOLD.cpy".

       FD archivoScreenSeq.
       01 scrseq-record.
           05 scrseq-key            pic 9(1).
           05 scrseq-next           pic 9(9).

       working-storage section.

       Linkage Section.
       copy "SCRNHOLD.cpy" replacing ==screen-hold-record==
                                  by ==ls-hold-record==
                                     leading ==scr-== by ==ls-scr-==.

      *>----------------------------------------------------------------
       Procedure division using ls-hold-record.

       post-entry.
           perform next-seq-no.
           accept ls-scr-date from date yyyymmdd.
           set ls-scr-is-pending to true.
           move zero to ls-scr-decided-by ls-scr-decided-date.
           move ls-hold-record to screen-hold-record.
           open i-o archivoScreenHold
               write screen-hold-record
                   invalid key
                       display "Screen-Hold-Post: write failed"
               end-write
           close archivoScreenHold.
           exit program
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to scrseq-key.
           open i-o archivoScreenSeq
               read archivoScreenSeq record
                                     key is scrseq-key
                   invalid key
                       move 1 to scrseq-next
                       write scrseq-record
                   not invalid key
                       add 1 to scrseq-next
                       rewrite scrseq-record
               end-read
           close archivoScreenSeq.
           move scrseq-next to ls-scr-seq-no
           .
      *>----------------------------------------------------------------

       end program Screen-Hold-Post.
