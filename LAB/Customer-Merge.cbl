           access is dynamic
           record key is td-seq-no.

       Select optional archivoRecurDep assign to "rdeposit.dat"
           organization is indexed
           access is dynamic
           record key is rd-seq-no.

       Select optional archivoCollect assign to "collect.dat"
           organization is indexed
           access is dynamic
       FD archivoTermDep.
       copy "TERMDEP.cpy".

       FD archivoRecurDep.
       copy "RDEPOSIT.cpy".

       FD archivoCollect.
       copy "COLLECT.cpy".

           perform move-youth-record.
           perform repoint-loans.
           perform repoint-term-deposits.
           perform repoint-recurring-deposits.
           perform repoint-collections.
           perform retire-duplicate-card.
           perform write-audit-rows.
           display space.
           display "    Merged: " ws-accounts-moved " accounts, "
                   ws-mandates-moved " mandates, "
                   ws-notices-moved " notices re-pointed".
           exit program
           .
      *>----------------------------------------------------------------

           .
      *>----------------------------------------------------------------

       repoint-recurring-deposits.
           move zero to ws-at-end-switch.
           open i-o archivoRecurDep.
           perform repoint-one-recurring until ws-no-more-records.
           close archivoRecurDep
           .
      *>----------------------------------------------------------------

       repoint-one-recurring.
           read archivoRecurDep next record
               at end
                   set ws-no-more-records to true
               not at end
                   if rd-customer-id is equal to ws-duplicate-id
                       move ws-survivor-id to rd-customer-id
                       rewrite recurring-deposit-record
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       repoint-collections.
           move zero to ws-at-end-switch.
           open i-o archivoCollect.
