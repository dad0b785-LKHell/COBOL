      *>----------------------------------------------------------------
      *>  ATM Project - Card controls record layout
      *>  One record per cardholder who has switched anything off at
      *>  the machine through Card-Controls ("My card controls"). A
      *>  customer with no record has every feature on and only the
      *>  bank's own daily cap. A personal daily limit of zero means
      *>  "no personal limit"; a non-zero one can only be lower than
      *>  the bank's cap. A frozen card is the customer's own
      *>  temporary stop - it is not card-blocked and the customer
      *>  can lift it again at sign-in. Read through
      *>  Card-Control-Lookup, written through Card-Control-Post.
      *>----------------------------------------------------------------
       01 card-control-record.
           05 ctl-customer-id      pic 9(5).
           05 ctl-daily-limit      pic 9(5)v99.
           05 ctl-network-use      pic x(1).
              88  ctl-network-on       value "Y".
              88  ctl-network-off      value "N".
           05 ctl-fx-dispense      pic x(1).
              88  ctl-fx-on            value "Y".
              88  ctl-fx-off           value "N".
           05 ctl-third-deposit    pic x(1).
              88  ctl-third-on         value "Y".
              88  ctl-third-off        value "N".
           05 ctl-cardless         pic x(1).
              88  ctl-cardless-on      value "Y".
              88  ctl-cardless-off     value "N".
           05 ctl-freeze           pic x(1).
              88  ctl-card-frozen      value "F".
              88  ctl-card-live        value space.
           05 ctl-changed-date     pic 9(8).
           05 filler               pic x(8).
