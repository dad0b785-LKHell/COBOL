      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Compliance view of the suspicious transaction report cases
      *> AML-Workbench opens on escalation. Lists every case not yet
      *> acknowledged by the financial intelligence unit, then lets
      *> the officer complete the narrative of an unfiled case (a
      *> case with no narrative is held back by STR-Filing-Batch) or
      *> record the acknowledgment reference the unit sent back for
      *> a filed one, which closes the case.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. STR-Workbench.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoStrCase assign to "strcase.dat"
           organization is indexed
           access is dynamic
           record key is str-case-no.

       Data Division.

       File Section.
       FD archivoStrCase.
       copy "STRCASE.cpy".

       working-storage section.
       77 ws-listed-count         pic 9(5) value zero.
       77 ws-pick-case            pic 9(9).
       77 ws-case-action          pic x(1).
       77 ws-today                pic 9(8).
       01 ws-at-end-switch        pic 9 value zero.
          88  ws-no-more-cases      value 1.
       78 dash-line  value "------------------------------------".

       Linkage Section.
         77 ls-staff-id           pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform list-live-cases.
           if ws-listed-count is greater than zero
               perform work-cases
           end-if.
           exit program
           .
      *>----------------------------------------------------------------

       list-live-cases.
           display dash-line.
           display "   STR cases awaiting filing or acknowledgment".
           display dash-line.
           open input archivoStrCase.
           move zero to str-case-no.
           start archivoStrCase key is greater than str-case-no
               invalid key
                   set ws-no-more-cases to true
           end-start.
           perform list-one-case until ws-no-more-cases.
           close archivoStrCase.
           display dash-line.
           if ws-listed-count is equal to zero
               display "   (no live cases)"
           end-if
           .
      *>----------------------------------------------------------------

       list-one-case.
           read archivoStrCase next record
               at end
                   set ws-no-more-cases to true
               not at end
                   if not str-is-acknowledged
                       add 1 to ws-listed-count
                       display "   " str-case-no
                               " " str-status
                               " customer " str-customer-id
                               " rule " str-rule
                               " esc " str-escalated-date
                               " filed " str-filed-date
                       if str-narrative is equal to spaces
                           display "      (no narrative yet)"
                       else
                           display "      " str-narrative
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       work-cases.
           display space.
           display "   Case no to work (0 = done) ? : "
                   no advancing.
           accept ws-pick-case.
           if ws-pick-case is greater than zero
               perform work-one-case
               go to work-cases
           end-if
           .
      *>----------------------------------------------------------------

       work-one-case.
           move ws-pick-case to str-case-no.
           open i-o archivoStrCase.
           read archivoStrCase record key is str-case-no
               invalid key
                   display "   No such case"
               not invalid key
                   evaluate true
                       when str-is-open
                           perform enter-narrative
                       when str-is-filed
                           perform enter-acknowledgment
                       when other
                           display "   Case already acknowledged"
                   end-evaluate
           end-read.
           close archivoStrCase
           .
      *>----------------------------------------------------------------

       enter-narrative.
           display "   Narrative ? : " no advancing.
           accept str-narrative.
           if str-narrative is equal to spaces
               display "   Narrative left blank - case not ready"
           else
               rewrite str-case-record
               display "   Case " str-case-no " ready for filing"
           end-if
           .
      *>----------------------------------------------------------------

       enter-acknowledgment.
           display "   Acknowledgment reference ? : " no advancing.
           accept str-ack-reference.
           if str-ack-reference is equal to spaces
               display "   No reference keyed - case left filed"
           else
               move ws-today to str-ack-date
               set str-is-acknowledged to true
               rewrite str-case-record
               display "   Case " str-case-no " acknowledged"
           end-if
           .
      *>----------------------------------------------------------------

       end program STR-Workbench.
