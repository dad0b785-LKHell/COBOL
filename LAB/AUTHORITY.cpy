      *>----------------------------------------------------------------
      *>  ATM Project - Third-party authority record layout
      *>  One record per power of attorney (or other third-party
      *>  authority) a customer has given someone over their own
      *>  accounts: who granted it, the attorney's customer-id, up to
      *>  four accounts it covers, which powers it carries -
      *>  withdraw, transfer, close; with none of them it is a
      *>  view-only authority - the dates it runs between and the
      *>  reference of the document on file. Entered at the branch
      *>  through Authority-Register under maker-checker (pending
      *>  until a second supervisor releases the "PW" approval item
      *>  through Authority-Activate); revoked there by hand, or by
      *>  Estate-Register for every authority a customer granted
      *>  when the grantor dies. Authority-Check answers whether an
      *>  attorney may act on an account today.
      *>----------------------------------------------------------------
       01 authority-record.
           05 auth-seq-no          pic 9(9).
           05 auth-grantor-id      pic 9(5).
           05 auth-attorney-id     pic 9(5).
           05 auth-account-no occurs 4 times pic 9(7).
           05 auth-power-withdraw  pic x(1).
              88  auth-may-withdraw    value "Y".
           05 auth-power-transfer  pic x(1).
              88  auth-may-transfer    value "Y".
           05 auth-power-close     pic x(1).
              88  auth-may-close       value "Y".
           05 auth-valid-from      pic 9(8).
           05 auth-valid-to        pic 9(8).
           05 auth-document-ref    pic x(15).
           05 auth-status          pic x(1).
              88  auth-is-pending      value "P".
              88  auth-is-active       value "A".
              88  auth-is-revoked      value "R".
           05 auth-maker-id        pic 9(5).
           05 auth-checker-id      pic 9(5).
           05 auth-entry-date      pic 9(8).
           05 auth-revoked-date    pic 9(8).
           05 auth-revoke-reason   pic x(1).
              88  auth-revoked-by-hand value "M".
              88  auth-revoked-death   value "D".
           05 filler               pic x(8).
