      *> transaction and the receipt, and the receipt must not end
      *> up archived against the fee. Receipt-Reprint is the
      *> branch's way back into the archive when a customer disputes
      *> a withdrawal. An airtime top-up's receipt carries a second
      *> line with the confirmation code and the phone topped up,
      *> found through Airtime-Lookup from the same journal entry.
      *>----------------------------------------------------------------

       Identification Division.
           05 receipt-balance       pic -(7)9.99.
           05 filler                pic x(2) value spaces.
           05 receipt-date          pic 9(8).
       01 receipt-topup-line.
           05 filler                pic x(12).
           05 receipt-topup-label   pic x(11).
           05 receipt-topup-code    pic x(12).
           05 filler                pic x(2).
           05 receipt-topup-phone   pic x(12).

       FD archivoJournal.
       copy "TXNJRNL.cpy".
       77 ws-atm-location       pic x(10).
       77 ws-today              pic 9(8).
       77 ws-last-journal-seq   pic 9(9).
       77 ws-confirm-code       pic x(12).
       77 ws-phone-no           pic x(12).
       01 ws-jrnl-switch        pic 9 value zero.
          88  ws-jrnl-eof         value 1.
       01 ws-topup-bool         pic 9 value zero.
          88  ws-topup-found      value 1.

       Linkage Section.
         77 ls-account-no         pic 9(7).
           perform find-latest-journal-seq.
           if ws-last-journal-seq is greater than zero
               perform archive-receipt
               if ls-txn-type is equal to "MT"
                   perform print-topup-code
               end-if
           end-if.
           exit program
           .
           .
      *>----------------------------------------------------------------

       print-topup-code.
           move zero to ws-topup-bool.
           call "Airtime-Lookup" using
                                  by content ws-last-journal-seq
                                  by reference ws-topup-bool
                                               ws-confirm-code
                                               ws-phone-no.
           if ws-topup-found
               move spaces          to receipt-topup-line
               move "TOPUP CODE "   to receipt-topup-label
               move ws-confirm-code to receipt-topup-code
               move ws-phone-no     to receipt-topup-phone
               open extend archivoReceipt
               write receipt-topup-line
               close archivoReceipt
           end-if
           .
      *>----------------------------------------------------------------

       end program Print-Receipt.
