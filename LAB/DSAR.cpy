      *>----------------------------------------------------------------
      *>  ATM Project - Subject access request log record layout
      *>  One record per customer request to see the personal data
      *>  the bank holds on them, keyed by the customer and the date
      *>  the request reached the bank. Written by DSAR-Extract when
      *>  the extract is produced: the statutory due date, when it
      *>  was produced and by whom, how many records went out, how
      *>  many were withheld, and whether it beat the deadline.
      *>----------------------------------------------------------------
       01 dsar-record.
           05 dsar-key.
              10 dsar-customer-id    pic 9(5).
              10 dsar-received-date  pic 9(8).
           05 dsar-due-date          pic 9(8).
           05 dsar-produced-date     pic 9(8).
           05 dsar-staff-id          pic 9(5).
           05 dsar-record-count      pic 9(7).
           05 dsar-withheld-count    pic 9(5).
           05 dsar-timeliness        pic x(1).
              88  dsar-on-time           value "T".
              88  dsar-late              value "L".
           05 filler                 pic x(10).
