      *>----------------------------------------------------------------
      *>  ATM Project - Product conversion record layout
      *>  One record per account moved in place from one account
      *>  type (product) to another through Product-Conversion at the
      *>  branch, keyed on the account and the conversion date: the
      *>  old and new types, the rate the closing day's interest was
      *>  settled at and how much that came to, and the supervisor
      *>  who made the change. Interest-Batch reads it so the
      *>  conversion day is not paid twice, and Monthly-Statement-
      *>  Batch prints it as a marker line on the next statement.
      *>----------------------------------------------------------------
       01 conversion-record.
           05 conv-key.
              10 conv-account-no   pic 9(7).
              10 conv-date         pic 9(8).
           05 conv-old-type        pic 9.
           05 conv-new-type        pic 9.
           05 conv-old-rate        pic v9(6).
           05 conv-settled-interest pic s9(7)v99.
           05 conv-staff-id        pic 9(5).
           05 filler               pic x(8).
