      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Branch register of the sealed cash bags business customers
      *> put in the night safe, replacing the paper log. "I" issues
      *> an empty bag: its seal number is tied to the customer's
      *> account before it leaves the branch. "D" records the drop -
      *> the seal and the amount the customer declared on the slip
      *> inside - against a bag already issued or, for a bag the
      *> customer brought their own seal for, a new one. "C" is the
      *> next-day count: the teller keys the notes denomination by
      *> denomination and the coin, the counted total is credited to
      *> the account through Add-money as an ordinary cash deposit
      *> ("DP") stamped with the counting teller, and any difference
      *> between declared and counted is parked on suspense.dat
      *> through Suspense-Post for the Suspense-Workbench - the
      *> customer only ever gets what was counted until somebody
      *> resolves it. "E" shows a bag by its seal number.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Night-Safe-Register.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoNightBags assign to "nightbag.dat"
           organization is indexed
           access is dynamic
           record key is bag-seq-no
           alternate record key is bag-seal-no.

       Select archivoNightBagSeq assign to "nightbagseq.dat"
           organization is indexed
           access is dynamic
           record key is bagseq-key.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Data Division.

       File Section.
       FD archivoNightBags.
       copy "NIGHTBAG.cpy".

       FD archivoNightBagSeq.
       01 bagseq-record.
           05 bagseq-key            pic 9(1).
           05 bagseq-next           pic 9(9).

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       working-storage section.
       01 ws-denom-values.
           05 filler                pic 9(3) value 100.
           05 filler                pic 9(3) value 50.
           05 filler                pic 9(3) value 20.
           05 filler                pic 9(3) value 10.
           05 filler                pic 9(3) value 5.
           05 filler                pic 9(3) value 1.
       01 ws-denom-table redefines ws-denom-values.
           05 ws-denom-amount occurs 6 times pic 9(3).
       77 ws-bag-action          pic x(1).
       77 ws-seal-no             pic x(12).
       77 ws-account-no          pic 9(7).
       77 ws-owner-id            pic 9(5).
       77 ws-declared-entry      pic 9(7)v99.
       77 ws-coin-entry          pic 9(5)v99.
       77 ws-counted             pic s9(7)v99.
       77 ws-declared            pic s9(7)v99.
       77 ws-bag-seq             pic 9(9).
       77 ws-today               pic 9(8).
       77 ws-time                pic 9(8).
       77 d                      pic 9.
       77 ws-txn-type            pic x(2) value "DP".
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-last-journal-seq    pic 9(9).
       77 ws-susp-source         pic x(1) value "B".
       77 ws-suspense-seq        pic 9(9).
       77 print-amount           pic -(7)9.99.
       77 print-counted          pic -(7)9.99.
       01 ws-note-counts.
           05 ws-note-count occurs 6 times pic 9(5).
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-acct-bool           pic 9 value zero.
          88  ws-account-usable    value 1.
       01 ws-bag-bool            pic 9 value zero.
          88  ws-bag-found         value 1.
       01 ws-jrnl-switch         pic 9 value zero.
          88  ws-jrnl-eof          value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Bag (I=issue D=drop C=count E=enquire) ? : "
                   no advancing.
           move space to ws-bag-action.
           accept ws-bag-action.
           evaluate ws-bag-action
               when "I"
               when "i"
                   perform issue-bag
               when "D"
               when "d"
                   perform record-drop
               when "C"
               when "c"
                   perform count-bag
               when "E"
               when "e"
                   perform enquire-bag
               when other
                   display space
                   display "    Unknown bag action"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       issue-bag.
           display "    Seal number         ? : " no advancing.
           accept ws-seal-no.
           perform find-bag.
           if ws-bag-found
               display space
               display "    Seal number already on the register"
               exit paragraph
           end-if.
           display "    Account number      ? : " no advancing.
           accept ws-account-no.
           perform check-account.
           if not ws-account-usable
               exit paragraph
           end-if.
           move zero to ws-declared.
           perform next-seq-no.
           perform build-new-bag.
           set bag-is-issued to true.
           move ws-today to bag-issue-date.
           perform write-new-bag.
           display space.
           display "    Bag " ws-seal-no " issued to account "
                   ws-account-no
           .
      *>----------------------------------------------------------------

       record-drop.
           display "    Seal number         ? : " no advancing.
           accept ws-seal-no.
           perform find-bag.
           if ws-bag-found
           and not bag-is-issued
               display space
               display "    Bag already dropped"
               exit paragraph
           end-if.
           if not ws-bag-found
               display "    Account number      ? : " no advancing
               accept ws-account-no
               perform check-account
               if not ws-account-usable
                   exit paragraph
               end-if
           end-if.
           display "    Declared amount     ? : " no advancing.
           accept ws-declared-entry.
           move ws-declared-entry to ws-declared.
           accept ws-time from time.
           if ws-bag-found
               perform mark-bag-dropped
           else
               perform next-seq-no
               perform build-new-bag
               set bag-is-dropped to true
               move ws-today to bag-drop-date
               move ws-time  to bag-drop-time
               perform write-new-bag
           end-if.
           move ws-declared to print-amount.
           display space.
           display "    Bag " ws-seal-no " dropped, declared "
                   print-amount
           .
      *>----------------------------------------------------------------

       mark-bag-dropped.
           open i-o archivoNightBags.
           move ws-seal-no to bag-seal-no.
           read archivoNightBags record
                                 key is bag-seal-no
               invalid key
                   continue
               not invalid key
                   set bag-is-dropped to true
                   move ws-declared to bag-declared
                   move ws-today    to bag-drop-date
                   move ws-time     to bag-drop-time
                   move ls-staff-id to bag-logged-by
                   rewrite night-bag-record
           end-read.
           close archivoNightBags
           .
      *>----------------------------------------------------------------

      *> The count is credited first and the bag marked counted only
      *> once the deposit has posted, so a bag for an account that
      *> has since been closed or frozen stays on the uncounted list
      *> instead of vanishing.

       count-bag.
           display "    Seal number         ? : " no advancing.
           accept ws-seal-no.
           perform find-bag.
           if not ws-bag-found
               display space
               display "    No such bag"
               exit paragraph
           end-if.
           if not bag-is-dropped
               display space
               display "    Bag has not been dropped or is counted"
               exit paragraph
           end-if.
           move bag-account-no to ws-account-no.
           move bag-declared   to ws-declared.
           move bag-seq-no     to ws-bag-seq.
           move zero to ws-counted.
           move 1 to d.
           perform take-denomination until d is greater than 6.
           display "    Coin total          ? : " no advancing.
           accept ws-coin-entry.
           add ws-coin-entry to ws-counted.
           move ws-declared to print-amount.
           move ws-counted  to print-counted.
           display space.
           display "    Declared " print-amount
                   "  counted " print-counted.
           move zero to ws-last-journal-seq.
           move zero to ws-suspense-seq.
           set exist to true.
           if ws-counted is greater than zero
               call "Add-money" using
                                  by content ws-account-no
                                             ws-counted
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               if not exist
                   display "    Credit failed - bag left uncounted"
                   exit paragraph
               end-if
               perform stamp-teller-channel
           end-if.
           if ws-counted not equal ws-declared
               call "Suspense-Post" using
                                  by content ws-susp-source
                                             ws-account-no
                                             ws-declared
                                             ws-counted
                                             ws-atm-id
                                  by reference ws-suspense-seq
               display "    Difference sent to suspense item "
                       ws-suspense-seq
           end-if.
           perform mark-bag-counted
           .
      *>----------------------------------------------------------------

       take-denomination.
           display "    Notes of " ws-denom-amount (d)
                   "           ? : " no advancing.
           accept ws-note-count (d).
           compute ws-counted = ws-counted
                   + ws-note-count (d) * ws-denom-amount (d).
           add 1 to d
           .
      *>----------------------------------------------------------------

       mark-bag-counted.
           accept ws-time from time.
           open i-o archivoNightBags.
           move ws-bag-seq to bag-seq-no.
           read archivoNightBags record
                                 key is bag-seq-no
               invalid key
                   continue
               not invalid key
                   set bag-is-counted to true
                   move 1 to d
                   perform copy-note-count until d is greater than 6
                   move ws-coin-entry       to bag-coin-amount
                   move ws-counted          to bag-counted
                   move ws-today            to bag-count-date
                   move ws-time             to bag-count-time
                   move ls-staff-id         to bag-counter-id
                   move ws-last-journal-seq to bag-journal-seq
                   move ws-suspense-seq     to bag-suspense-seq
                   rewrite night-bag-record
           end-read.
           close archivoNightBags
           .
      *>----------------------------------------------------------------

       copy-note-count.
           move ws-note-count (d) to bag-note-count (d).
           add 1 to d
           .
      *>----------------------------------------------------------------

       stamp-teller-channel.
           move zero to ws-jrnl-switch.
           move ws-account-no to journal-account-no.
           open i-o archivoJournal.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-jrnl-eof to true
           end-start.
           perform find-newest-entry until ws-jrnl-eof.
           if ws-last-journal-seq is greater than zero
               move ws-last-journal-seq to journal-seq-no
               read archivoJournal record
                                   key is journal-seq-no
                   invalid key
                       continue
                   not invalid key
                       set journal-via-teller to true
                       move ls-staff-id to journal-staff-id
                       rewrite journal-record
               end-read
           end-if.
           close archivoJournal
           .
      *>----------------------------------------------------------------

       find-newest-entry.
           read archivoJournal next record
               at end
                   set ws-jrnl-eof to true
               not at end
                   if journal-account-no not equal ws-account-no
                       set ws-jrnl-eof to true
                   else
                       move journal-seq-no to ws-last-journal-seq
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       enquire-bag.
           display "    Seal number         ? : " no advancing.
           accept ws-seal-no.
           perform find-bag.
           if not ws-bag-found
               display space
               display "    No such bag"
               exit paragraph
           end-if.
           move bag-declared to print-amount.
           move bag-counted  to print-counted.
           display space.
           display "    Bag " bag-seal-no " acct " bag-account-no
                   " status " bag-status.
           display "    Issued " bag-issue-date
                   " dropped " bag-drop-date.
           display "    Declared " print-amount
                   " counted " print-counted
                   " on " bag-count-date.
           if bag-suspense-seq is greater than zero
               display "    Suspense item " bag-suspense-seq
           end-if.
           if bag-was-late
               display "    Not counted by midday"
           end-if
           .
      *>----------------------------------------------------------------

       find-bag.
           move zero to ws-bag-bool.
           move ws-seal-no to bag-seal-no.
           open input archivoNightBags.
           read archivoNightBags record
                                 key is bag-seal-no
               invalid key
                   continue
               not invalid key
                   set ws-bag-found to true
           end-read.
           close archivoNightBags
           .
      *>----------------------------------------------------------------

       check-account.
           move zero to ws-acct-bool.
           move ws-account-no to account-no.
           open input archivoAccounts.
           read archivoAccounts record
                                key is account-no
               invalid key
                   display space
                   display "    No such account"
               not invalid key
                   if account-is-closed
                       display space
                       display "    Account is closed"
                   else
                       move account-owner-id to ws-owner-id
                       set ws-account-usable to true
                   end-if
           end-read.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       build-new-bag.
           initialize night-bag-record.
           move ws-bag-seq    to bag-seq-no.
           move ws-seal-no    to bag-seal-no.
           move ws-account-no to bag-account-no.
           move ws-owner-id   to bag-customer-id.
           move ws-declared   to bag-declared.
           move ls-staff-id   to bag-logged-by.
           move space         to bag-late-flag
           .
      *>----------------------------------------------------------------

       write-new-bag.
           open i-o archivoNightBags.
           write night-bag-record
               invalid key
                   display "Night-Safe-Register: write failed"
           end-write.
           close archivoNightBags
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to bagseq-key.
           open i-o archivoNightBagSeq
               read archivoNightBagSeq record
                                       key is bagseq-key
                   invalid key
                       move 1 to bagseq-next
                       write bagseq-record
                   not invalid key
                       add 1 to bagseq-next
                       rewrite bagseq-record
               end-read
           close archivoNightBagSeq.
           move bagseq-next to ws-bag-seq
           .
      *>----------------------------------------------------------------

       end program Night-Safe-Register.
