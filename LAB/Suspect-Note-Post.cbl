      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Records one suspect note retained out of a cash deposit on
      *> the suspect note register (suspnote.dat) and tells the
      *> account's owner through Notify-Post ("SN") that the note was
      *> kept, so a short credit is never a mystery to the customer.
      *> Called by the machine's deposit count and by Teller-Txn for
      *> counter deposits; hands back the register sequence number.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Suspect-Note-Post.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoSuspNotes assign to "suspnote.dat"
           organization is indexed
           access is dynamic
           record key is sn-seq-no.

       Select archivoSuspNoteSeq assign to "suspnoteseq.dat"
           organization is indexed
           access is dynamic
           record key is snseq-key.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Data Division.

       File Section.
       FD archivoSuspNotes.
       copy "SUSPNOTE.cpy".

       FD archivoSuspNoteSeq.
       01 snseq-record.
           05 snseq-key             pic 9(1).
           05 snseq-next            pic 9(9).

       FD archivoAccounts.
       copy "ACCTREC.cpy".

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-owner-id            pic 9(5).
       77 ws-event               pic x(2) value "SN".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).

       Linkage Section.
         77 ls-source            pic x(1).
         77 ls-denom-amount      pic 9(3).
         77 ls-serial            pic x(12).
         77 ls-atm-id            pic 9(3).
         77 ls-staff-id          pic 9(5).
         77 ls-account-no        pic 9(7).
         77 ls-note-seq          pic 9(9).

      *>----------------------------------------------------------------
       Procedure division using ls-source
                                ls-denom-amount
                                ls-serial
                                ls-atm-id
                                ls-staff-id
                                ls-account-no
                                ls-note-seq.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform look-up-owner.
           perform notify-customer.
           perform next-seq-no.
           move ls-note-seq     to sn-seq-no.
           move ls-denom-amount to sn-denom-amount.
           move ls-serial       to sn-serial.
           move ls-source       to sn-source.
           move ls-atm-id       to sn-atm-id.
           move ls-staff-id     to sn-staff-id.
           move ls-account-no   to sn-account-no.
           move ws-owner-id     to sn-customer-id.
           move ws-today        to sn-date.
           accept sn-time from time.
           move ws-notify-seq   to sn-notify-seq.
           open i-o archivoSuspNotes
               write suspect-note-record
                   invalid key
                       display "Suspect-Note-Post: write failed"
               end-write
           close archivoSuspNotes.
           exit program
           .
      *>----------------------------------------------------------------

       look-up-owner.
           move zero to ws-owner-id.
           move ls-account-no to account-no.
           open input archivoAccounts
               read archivoAccounts record
                                    key is account-no
                   invalid key
                       continue
                   not invalid key
                       move account-owner-id to ws-owner-id
               end-read
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       notify-customer.
           move zero to ws-notify-seq.
           if ws-owner-id is equal to zero
               exit paragraph
           end-if.
           move spaces to ws-notify-text.
           string "Suspect note $"  delimited by size
                  ls-denom-amount   delimited by size
                  " retained "      delimited by size
                  ls-serial         delimited by space
                  into ws-notify-text
           end-string.
           call "Notify-Post" using
                                  by content ws-owner-id
                                             ls-account-no
                                             ws-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq
           .
      *>----------------------------------------------------------------

       next-seq-no.
           move 1 to snseq-key.
           open i-o archivoSuspNoteSeq
               read archivoSuspNoteSeq record
                                       key is snseq-key
                   invalid key
                       move 1 to snseq-next
                       write snseq-record
                   not invalid key
                       add 1 to snseq-next
                       rewrite snseq-record
               end-read
           close archivoSuspNoteSeq.
           move snseq-next to ls-note-seq
           .
      *>----------------------------------------------------------------

       end program Suspect-Note-Post.
