              88  access-standard      value space.
              88  access-large-print   value "L".
           05 customer-fast-amount  pic 9(5).
      *> Set by Update-Contact on every contact change: until this
      *> date Cooling-Off-Check caps transfers and refuses wires,
      *> phone aliases and new standing orders. The prior phone and
      *> email are kept so the "details changed" notice reaches the
      *> old contact, not the new one.
           05 customer-cooloff-until pic 9(8).
           05 customer-prior-phone  pic x(12).
           05 customer-prior-email  pic x(20).
