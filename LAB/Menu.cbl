         display "    9-Order cheque book" blank-space
                 " 10-Donate to charity"
         display space
         display "   11-My alerts" blank-space
                 " 12-My card controls"
         display space
         display "   13-Mobile top-up"
         display space
         display "    0-Exit"
         display space
       End Method choice-menu.
      *>----------------------------------------------------------------

      *>----------------------------------------------------------------
       Method-id. out-of-service.
      *>----------------------------------------------------------------
      *> Shown by ATM.cbl's start-atm-session instead of a session
      *> while the machine sits in a planned maintenance window,
      *> with the date and time the window ends.
       local-storage section.
       77 ws-default-text     pic x(40).
       77 ws-text             pic x(40).
       77 ws-default-message  pic x(40).
       77 ws-message          pic x(40).
       77 ws-default-back     pic x(40).
       77 ws-back             pic x(40).

       Linkage Section.
         77 ls-end-date         pic 9(8).
         77 ls-end-time         pic 9(4).

       Procedure Division using ls-end-date ls-end-time.
         move "out of service" to ws-default-text
         call "Language-Text" using
                        by content language-code
                                   "OOS-HDR             "
                                   ws-default-text
                        by reference ws-text
         move "Closed for planned maintenance" to ws-default-message
         call "Language-Text" using
                        by content language-code
                                   "OOS-MSG             "
                                   ws-default-message
                        by reference ws-message
         move "Back in service from" to ws-default-back
         call "Language-Text" using
                        by content language-code
                                   "OOS-BACK            "
                                   ws-default-back
                        by reference ws-back
         display dash-line
         display blank-space ws-text
         display dash-line
         display space
         display "    " ws-message
         display space
         display "    " ws-back
         display "    " ls-end-date " " ls-end-time
         display space
         display dash-line
         .
       End Method out-of-service.
      *>----------------------------------------------------------------

       End object.

       End class Menu.
