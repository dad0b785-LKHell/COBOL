                   invalid key
                       display "Approval-Post: write failed"
               end-write
           close archivoApproval.
           exit program
           .
      *>----------------------------------------------------------------

