      *>----------------------------------------------------------------
      *>  ATM Project - Accounting period record layout
      *>  One record per closed month, written by Period-Close when a
      *>  supervisor signs off that month's trial balance. Once a
      *>  month is on file as closed GL-Post no longer books into it:
      *>  a back-dated or rerun posting for that month is booked to
      *>  the current business date as a period adjustment instead,
      *>  so figures already reported never move. The trial balance
      *>  totals signed off are kept with the record; closing a
      *>  December also closes the year (year-end-done "Y").
      *>----------------------------------------------------------------
       01 gl-period-record.
           05 gper-period          pic 9(6).
           05 gper-status          pic x(1).
              88  gper-is-closed        value "C".
           05 gper-closed-by       pic 9(5).
           05 gper-closed-date     pic 9(8).
           05 gper-debits          pic s9(11)v99.
           05 gper-credits         pic s9(11)v99.
           05 gper-year-end-done   pic x(1).
              88  gper-year-closed      value "Y".
           05 filler               pic x(8).
