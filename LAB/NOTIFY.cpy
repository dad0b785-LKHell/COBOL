      *>  tomorrow) and Notify-Dispatch-Batch, which picks the
      *>  customer's channel, writes the per-channel outbound extract
      *>  and marks each item sent or failed with a retry count.
      *>  Each item is classed service or marketing; marketing only
      *>  goes out where the customer has consented.
      *>----------------------------------------------------------------
       01 notification-record.
           05 notify-seq-no        pic 9(9).
              88  notify-cheque-returned value "CQ".
              88  notify-atm-health      value "AH".
              88  notify-card-renewal    value "CE".
              88  notify-contact-changed value "CD".
              88  notify-card-replaced   value "CR".
              88  notify-od-expiry       value "OX".
              88  notify-recurring-dep   value "RD".
              88  notify-suspect-note    value "SN".
              88  notify-rate-feed       value "RF".
              88  notify-fee-statement   value "FS".
              88  notify-rate-change     value "RC".
              88  notify-marketing-offer value "MK".
              88  notify-topup-refund    value "MR".
           05 notify-text          pic x(40).
           05 notify-date          pic 9(8).
           05 notify-status        pic x(1).
      *> Confirmed delivered by the provider's status file - sent
      *> only means it reached the provider.
              88  notify-is-delivered    value "D".
      *> Marketing held back for want of the customer's consent -
      *> final, never retried.
              88  notify-is-suppressed   value "X".
           05 notify-channel       pic x(1).
              88  notify-by-sms          value "S".
              88  notify-by-email        value "E".
              88  notify-by-paper        value "L".
           05 notify-retry-count   pic 9(2).
      *> Set by Notify-Post from the event code. Items queued before
      *> the class was carried are blank and count as service.
           05 notify-class         pic x(1).
              88  notify-is-service      value "S" space.
              88  notify-is-marketing    value "M".
           05 filler               pic x(5).
