      *> back. Either way the configured return fee from Fee-Schedule
      *> is charged and the customer notified through the same
      *> Notify-Post queue Low-Balance-Check uses. Returns that match
      *> nothing go to a report for investigation. A cheque that
      *> Outward-Clearing-Batch presented comes back quoting the
      *> batch reference it went out under, and only the cheque
      *> presented in that batch matches; a return with no batch
      *> reference matches on hold and serial alone, as before.
      *>----------------------------------------------------------------

       Identification Division.
           05 chqret-hold-seq        pic 9(9).
           05 chqret-serial          pic x(10).
           05 chqret-reason          pic x(20).
           05 chqret-batch-ref       pic 9(9).

       FD archivoHolds.
       copy "HOLDREC.cpy".
                   if chqdet-hold-seq is equal to chqret-hold-seq
                       add 1 to ws-children-total
                       if chqdet-serial is equal to chqret-serial
                       and (chqret-batch-ref is not numeric
                         or chqret-batch-ref is equal to zero
                         or chqret-batch-ref is equal to
                            chqdet-batch-ref)
                           set ws-child-found to true
                           move chqdet-seq-no  to ws-child-seq
                           move chqdet-amount  to ws-child-amount
                       continue
                   not invalid key
                       set chqdet-is-returned to true
                       if not chqdet-not-presented
                           set chqdet-is-bounced to true
                       end-if
                       rewrite cheque-detail-record
               end-read
           close archivoChqDet
