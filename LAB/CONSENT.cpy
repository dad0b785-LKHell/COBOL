      *>----------------------------------------------------------------
      *>  ATM Project - Customer marketing consent record layout
      *>  One record per customer-id and channel saying whether the
      *>  customer has agreed to hear from us about products on that
      *>  channel - text ("S"), email ("E"), letter ("L") or the
      *>  machine's own screen after sign-in ("A") - and one record
      *>  under channel "*" when they have asked not to be contacted
      *>  for marketing at all (granted while the request stands,
      *>  withdrawn when they lift it), which overrides anything
      *>  granted on a channel. Each carries the date and where it
      *>  was given: at the counter through Branch-Terminal ("B",
      *>  with the staff id) or by the customer at the machine's
      *>  alerts menu ("A"). Written by Consent-Maintain, looked up
      *>  through Consent-Check by Notify-Dispatch-Batch before any
      *>  marketing item goes out, and listed for the data
      *>  protection officer by Consent-Report-Batch. No record
      *>  means no consent. Service messages never look here.
      *>----------------------------------------------------------------
       01 consent-record.
           05 consent-key.
              10 consent-customer-id pic 9(5).
              10 consent-channel     pic x(1).
                 88  consent-for-sms        value "S".
                 88  consent-for-email      value "E".
                 88  consent-for-paper      value "L".
                 88  consent-for-atm-screen value "A".
                 88  consent-do-not-contact value "*".
           05 consent-status         pic x(1).
              88  consent-is-granted        value "G".
              88  consent-is-withdrawn      value "W".
           05 consent-date           pic 9(8).
           05 consent-source         pic x(1).
              88  consent-at-branch         value "B".
              88  consent-at-atm            value "A".
           05 consent-staff-id       pic 9(5).
           05 filler                 pic x(10).
