      *>----------------------------------------------------------------
      *>  ATM Project - Branch staff record layout
      *>  Shared by every program that reads or writes staff.dat.
      *>  Maintained through Staff-Maintain under dual control; a
      *>  leaver is deactivated, never deleted, so the recertification
      *>  report can still show who held access and when they last
      *>  used it. A blank status (records seeded before the status
      *>  existed) counts as active.
      *>----------------------------------------------------------------
       01 staff-record.
           05 staff-id           pic 9(5).
           05 staff-role         pic x(1).
              88  staff-is-teller      value "T".
              88  staff-is-supervisor  value "S".
           05 staff-status       pic x(1).
              88  staff-is-active      value "A" space.
              88  staff-is-inactive    value "I".
           05 staff-branch-id    pic 9(3).
           05 staff-last-login   pic 9(8).
           05 filler             pic x(8).
