      *>----------------------------------------------------------------
      *>  ATM Project - Demand draft register record layout
      *>  One record per demand draft (banker's cheque) the counter
      *>  has issued: the purchaser's account it was paid for from,
      *>  the serial cut from the draft-form stock on chqstock.dat,
      *>  payee, face amount and the commission taken. Issued through
      *>  Teller-Txn via Draft-Issue; a cancellation or a duplicate
      *>  for a lost draft is asked for through Draft-Maintain and
      *>  waits on the dual-control approval queue ("DR") until a
      *>  second supervisor releases it through Draft-Post. Inward-
      *>  Clearing-Batch pays a presented draft out of drafts payable
      *>  and marks it paid here; Escheat-Batch extracts one left
      *>  unpresented past the statutory period.
      *>----------------------------------------------------------------
       01 draft-record.
           05 draft-seq-no         pic 9(9).
           05 draft-serial         pic 9(10).
           05 draft-account-no     pic 9(7).
           05 draft-payee          pic x(20).
           05 draft-amount         pic s9(7)v99.
           05 draft-commission     pic s9(5)v99.
           05 draft-issue-date     pic 9(8).
           05 draft-issue-staff-id pic 9(5).
           05 draft-status         pic x(1).
              88  draft-is-outstanding value "O".
              88  draft-is-paid        value "P".
              88  draft-is-cancelled   value "C".
              88  draft-is-duplicated  value "D".
              88  draft-is-escheated   value "E".
              88  draft-is-spoiled     value "V".
           05 draft-pending-action pic x(1).
              88  draft-no-request     value space.
              88  draft-cancel-asked   value "C".
              88  draft-duplicate-asked value "D".
           05 draft-maker-id       pic 9(5).
           05 draft-checker-id     pic 9(5).
           05 draft-closed-date    pic 9(8).
           05 draft-replaces-serial pic 9(10).
           05 draft-replaced-by    pic 9(10).
           05 filler               pic x(8).
