      *>----------------------------------------------------------------
      *>  ATM Project - Staff-to-customer link record layout
      *>  One record per customer-id a staff member is connected to:
      *>  their own customer record ("S") or a relative's ("R"),
      *>  declared to and keyed by a supervisor through
      *>  Staff-Link-Maintain. Staff-Conflict-Batch reads it to catch
      *>  a staff-id posting, reversing or clearing suspense against
      *>  an account the staff member or their family owns.
      *>----------------------------------------------------------------
       01 staff-link-record.
           05 slk-key.
              10 slk-staff-id      pic 9(5).
              10 slk-customer-id   pic 9(5).
           05 slk-relation         pic x(1).
              88  slk-is-self           value "S".
              88  slk-is-relative       value "R".
           05 slk-date             pic 9(8).
           05 slk-keyed-by         pic 9(5).
           05 filler               pic x(8).
