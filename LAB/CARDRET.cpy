      *>----------------------------------------------------------------
      *>  ATM Project - Retired card number record layout
      *>  One record per card number taken out of service when
      *>  Card-Replace issues a replacement for a lost, blocked or
      *>  captured card. A retired number is never handed out again -
      *>  Card-Replace and Card-Issuance-Batch both skip it when
      *>  picking a free card number, so a found or returned old card
      *>  can never sign in to someone else's account.
      *>----------------------------------------------------------------
       01 card-retire-record.
           05 retire-card-no       pic 9.
           05 retire-customer-id   pic 9(5).
           05 retire-reason        pic x(1).
              88  retire-was-lost      value "L".
              88  retire-was-blocked   value "B".
           05 retire-staff-id      pic 9(5).
           05 retire-date          pic 9(8).
