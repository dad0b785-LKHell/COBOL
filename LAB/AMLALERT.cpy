      *>  ten of the contributing journal sequence numbers. The
      *>  compliance officer works the queue in AML-Workbench and
      *>  must record a disposition - cleared or escalated - on every
      *>  item. Staff-Conflict-Batch queues its "SD" items here too,
      *>  against the owner of the account the staff member touched,
      *>  and Counterfeit-Return-Batch its "CF" items against a
      *>  customer whose deposits keep turning up suspect notes.
      *>----------------------------------------------------------------
       01 aml-alert-record.
           05 alert-seq-no         pic 9(9).
              88  alert-rapid-in-out    value "IO".
              88  alert-repeat-amounts  value "RC".
              88  alert-velocity-burst  value "VC".
              88  alert-staff-conflict  value "SD".
              88  alert-suspect-notes   value "CF".
           05 alert-date           pic 9(8).
           05 alert-status         pic x(1).
              88  alert-is-open         value "O".
