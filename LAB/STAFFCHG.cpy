      *>----------------------------------------------------------------
      *>  ATM Project - Pending staff access change record layout
      *>  One record per change a supervisor keys through
      *>  Staff-Maintain - a new staff member, a role change, a PIN
      *>  reset or a deactivation. It waits here pending until a
      *>  SECOND supervisor releases the matching "SC" item on the
      *>  approval queue, when Staff-Activate applies it to staff.dat
      *>  and writes the audit.dat row. The PIN is held already
      *>  hashed, the same way staff.dat holds it.
      *>----------------------------------------------------------------
       01 staff-change-record.
           05 stc-seq-no           pic 9(9).
           05 stc-action           pic x(1).
              88  stc-is-add            value "A".
              88  stc-is-role-change    value "R".
              88  stc-is-pin-reset      value "P".
              88  stc-is-deactivate     value "D".
           05 stc-staff-id         pic 9(5).
           05 stc-staff-name       pic x(10).
           05 stc-staff-role       pic x(1).
           05 stc-staff-branch-id  pic 9(3).
           05 stc-staff-pin        pic 9(4).
           05 stc-maker-staff-id   pic 9(5).
           05 stc-date             pic 9(8).
           05 stc-status           pic x(1).
              88  stc-is-pending        value "P".
              88  stc-is-applied        value "A".
           05 filler               pic x(8).
