           move ls-amount          to chqdet-amount.
           move ws-due-date        to chqdet-due-date.
           set chqdet-is-pending to true.
           set chqdet-not-presented to true.
           move zero to chqdet-batch-ref.
           move zero to chqdet-presented-date.
           open i-o archivoChqDet
               write cheque-detail-record
                   invalid key
                       display "Cheque-Detail-Post: write failed"
               end-write
           close archivoChqDet.
           exit program
           .
      *>----------------------------------------------------------------

