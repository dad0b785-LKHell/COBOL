      *> the escheat liability account where they wait for the state.
      *> The account record itself stays on file at its escheatable
      *> stage with a zero balance, so a late-returning customer's
      *> claim can still be traced. Demand drafts left unpresented
      *> past the statutory period (draftesch.cfg, in years from
      *> issue) are unclaimed property too: each goes onto the same
      *> extract, marked as a draft with its serial and the
      *> purchaser's account, moves from drafts payable to the
      *> escheat liability ("DE"), and is closed escheated on the
      *> draft register so clearing can no longer pay it.
      *>----------------------------------------------------------------

       Identification Division.
       Select optional archivoCheckpoint assign to "eschchkpt.dat"
           organization is line sequential.

       Select optional archivoDrafts assign to "drafts.dat"
           organization is indexed
           access is dynamic
           record key is draft-seq-no
           alternate record key is draft-serial.

       Select optional archivoDraftCfg assign to "draftesch.cfg"
           organization is line sequential.

       Data Division.

       File Section.
           05 esch-balance         pic s9(9)v99.
           05 esch-last-activity   pic 9(8).
           05 esch-extract-date    pic 9(8).
           05 esch-source          pic x(1).
              88  esch-from-account    value "A".
              88  esch-from-draft      value "D".
           05 esch-draft-serial    pic 9(10).

       FD archivoCheckpoint.
       copy "CHKPT.cpy".

       FD archivoDrafts.
       copy "DRAFT.cpy".

       FD archivoDraftCfg.
       01 draft-escheat-config-record.
           05 dcfg-statutory-years pic 9(2).

       working-storage section.
       78 default-draft-years    value 3.
       77 ws-today               pic 9(8).
       77 ws-draft-years         pic 9(2).
       77 ws-draft-cutoff        pic 9(8).
       77 ws-draft-count         pic 9(5) value zero.
       77 ws-draft-txn-type      pic x(2) value "DE".
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-journal-seq         pic 9(9).
       77 ws-escheat-amount      pic s9(7)v99.
       77 ws-zero-balance        pic s9(9)v99 value zero.
       77 ws-resume-account      pic 9(7) value zero.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-accounts  value 1.
       01 ws-draft-switch        pic 9 value zero.
          88  ws-no-more-drafts    value 1.

      *>----------------------------------------------------------------
       Procedure division.
               end-start
           end-if.
           perform process-account until ws-no-more-accounts.
           close archivoAccounts.
           perform escheat-unpresented-drafts.
           close archivoExtract.
           move zero to chkpt-last-account.
           set chkpt-is-complete to true.
           perform write-checkpoint.
           move account-balance          to esch-balance.
           move account-last-activity-date to esch-last-activity.
           move ws-today                 to esch-extract-date.
           set esch-from-account to true.
           move zero                     to esch-draft-serial.
           write escheat-extract-record
           .
      *>----------------------------------------------------------------

      *> Drafts are few and each is closed escheated as it goes, so a
      *> rerun after a failure simply finds the rest still
      *> outstanding - no checkpoint of their own is needed.

       escheat-unpresented-drafts.
           perform load-draft-period.
           compute ws-draft-cutoff =
                   ws-today - (ws-draft-years * 10000).
           move zero to ws-draft-switch.
           open i-o archivoDrafts.
           perform check-one-draft until ws-no-more-drafts.
           close archivoDrafts.
           display "Escheat-Batch: " ws-draft-count
                   " unpresented drafts extracted"
           .
      *>----------------------------------------------------------------

       load-draft-period.
           move default-draft-years to ws-draft-years.
           open input archivoDraftCfg
           read archivoDraftCfg
                   at end
                       continue
                   not at end
                       move dcfg-statutory-years to ws-draft-years
           end-read.
           close archivoDraftCfg
           .
      *>----------------------------------------------------------------

       check-one-draft.
           read archivoDrafts next record
               at end
                   set ws-no-more-drafts to true
               not at end
                   if draft-is-outstanding
                   and draft-issue-date <= ws-draft-cutoff
                       perform escheat-draft
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       escheat-draft.
           move draft-account-no  to esch-account-no.
           move zero              to esch-owner-id.
           move draft-payee       to esch-owner-name.
           move draft-amount      to esch-balance.
           move draft-issue-date  to esch-last-activity.
           move ws-today          to esch-extract-date.
           set esch-from-draft to true.
           move draft-serial      to esch-draft-serial.
           write escheat-extract-record.
           set draft-is-escheated to true.
           set draft-no-request to true.
           move ws-today to draft-closed-date.
           rewrite draft-record.
           call "GL-Post" using
                  by content draft-amount
                             ws-draft-txn-type
                             ws-atm-id
                             ws-today.
           add 1 to ws-draft-count
           .
      *>----------------------------------------------------------------

       checkpoint-if-due.
           add 1 to ws-records-since-chkpt.
           if ws-records-since-chkpt >= ws-checkpoint-interval
