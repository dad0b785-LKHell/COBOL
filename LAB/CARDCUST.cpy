              88  cust-returned-to-customer  value "R".
              88  cust-couriered-to-issuer   value "C".
              88  cust-destroyed             value "D".
      *> Closed by Card-Replace when the customer was issued a new
      *> card number in its place - the old plastic goes for
      *> destruction with the replacement's paperwork.
              88  cust-replaced              value "P".
           05 cust-staff-id        pic 9(5).
           05 cust-date            pic 9(8).
