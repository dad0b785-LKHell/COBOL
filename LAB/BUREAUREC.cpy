      *>----------------------------------------------------------------
      *>  ATM Project - Credit bureau file record layouts
      *>  The bureau's standard monthly data file (bureau.dat) as
      *>  Credit-Bureau-Batch writes it: a header naming us and the
      *>  month, one record per loan ("L", referenced by loan
      *>  sequence number) or overdraft facility ("O", referenced by
      *>  account number), and a trailer of control totals the
      *>  bureau checks the file against. Every record is 150
      *>  characters.
      *>----------------------------------------------------------------
       01 bureau-header-record.
           05 cbh-record-type      pic x(1).
           05 cbh-member-code      pic x(4).
           05 cbh-report-month     pic 9(6).
           05 cbh-created-date     pic 9(8).
           05 filler               pic x(131).
       01 bureau-account-record.
           05 cbd-record-type      pic x(1).
           05 cbd-facility-kind    pic x(1).
              88  cbd-is-loan          value "L".
              88  cbd-is-overdraft     value "O".
           05 cbd-reference        pic 9(9).
           05 cbd-customer-id      pic 9(5).
           05 cbd-name             pic x(10).
           05 cbd-address          pic x(20).
           05 cbd-city             pic x(10).
           05 cbd-doc-type         pic x(1).
           05 cbd-doc-number       pic x(15).
           05 cbd-birth-date       pic 9(8).
           05 cbd-open-date        pic 9(8).
           05 cbd-credit-limit     pic 9(9)v99.
           05 cbd-balance          pic 9(9)v99.
           05 cbd-installment      pic 9(7)v99.
           05 cbd-days-past-due    pic 9(5).
           05 cbd-missed-count     pic 9(3).
           05 cbd-status           pic x(1).
              88  cbd-is-current       value "C".
              88  cbd-is-delinquent    value "D".
              88  cbd-is-written-off   value "W".
              88  cbd-is-paid-off      value "P".
           05 cbd-closed-date      pic 9(8).
           05 filler               pic x(14).
       01 bureau-trailer-record.
           05 cbt-record-type      pic x(1).
           05 cbt-record-count     pic 9(7).
           05 cbt-loan-count       pic 9(7).
           05 cbt-overdraft-count  pic 9(7).
           05 cbt-delinquent-count pic 9(7).
           05 cbt-balance-total    pic 9(13)v99.
           05 filler               pic x(106).
