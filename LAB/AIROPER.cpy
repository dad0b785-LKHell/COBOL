      *>----------------------------------------------------------------
      *>  ATM Project - Mobile operator directory record layout
      *>  One record per mobile network whose prepaid airtime the
      *>  machines sell: the short code the customer picks, the name
      *>  the screen shows, the settlement account the day's top-ups
      *>  are paid into, how many digits the operator's phone numbers
      *>  carry (zero = not checked), and the fixed denominations the
      *>  operator accepts - up to six, in whole currency units.
      *>  Maintained through Airtime-Operator-Maintain at the branch;
      *>  Airtime-Topup sells against it and Airtime-Settle-Batch
      *>  settles to it.
      *>----------------------------------------------------------------
       01 airtime-operator-record.
           05 airop-code           pic x(4).
           05 airop-name           pic x(15).
           05 airop-settle-acct    pic 9(7).
           05 airop-phone-digits   pic 9(2).
           05 airop-denom-count    pic 9.
           05 airop-denom          pic 9(3) occurs 6 times.
           05 airop-status         pic x(1).
              88  airop-is-active      value "A".
              88  airop-is-suspended   value "S".
           05 filler               pic x(8).
