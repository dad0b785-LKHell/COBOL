      *>----------------------------------------------------------------
      *>  ATM Project - Suspect note register record layout
      *>  One record per suspected counterfeit note retained out of a
      *>  cash deposit, whether the machine's acceptor set it aside
      *>  (source "M", with the atm-id) or a teller found it at the
      *>  counter (source "T", with the staff-id): denomination and
      *>  serial, the account the deposit was for and its owner, and
      *>  the notification that told the customer the note was kept.
      *>  Suspect-Note-Post writes it; Counterfeit-Return-Batch
      *>  builds the monthly central-bank return from it and raises
      *>  repeat depositors to the AML worklist.
      *>----------------------------------------------------------------
       01 suspect-note-record.
           05 sn-seq-no            pic 9(9).
           05 sn-denom-amount      pic 9(3).
           05 sn-serial            pic x(12).
           05 sn-source            pic x(1).
              88  sn-from-machine      value "M".
              88  sn-from-teller       value "T".
           05 sn-atm-id            pic 9(3).
           05 sn-staff-id          pic 9(5).
           05 sn-account-no        pic 9(7).
           05 sn-customer-id       pic 9(5).
           05 sn-date              pic 9(8).
           05 sn-time              pic 9(8).
           05 sn-notify-seq        pic 9(9).
           05 filler               pic x(8).
