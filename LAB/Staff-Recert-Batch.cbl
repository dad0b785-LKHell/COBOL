      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Quarterly access recertification: lists every ACTIVE
      *> staff-id on staff.dat, branch by branch, with the role it
      *> holds, the last date it logged in (stamped by Staff-Login)
      *> and the last action it left on audit.dat, so each branch
      *> manager can sign off that everybody listed should still
      *> have access and that leavers are gone. An id with no login
      *> and no audited action inside the idle window (90 days,
      *> overridable in recert.cfg) is flagged for a closer look.
      *> The active staff are held in a bounded in-memory table
      *> while audit.dat is scanned once, the same way
      *> Audit-Report-Batch tallies its per-staff summary.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Staff-Recert-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoStaff assign to "staff.dat"
           organization is indexed
           access is dynamic
           record key is staff-id.

       Select optional archivoAudit assign to "audit.dat"
           organization is line sequential.

       Select optional archivoRecertCfg assign to "recert.cfg"
           organization is line sequential.

       Select archivoReport assign to "staff-recert.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoStaff.
       copy "STAFF.cpy".

       FD archivoAudit.
       copy "AUDITREC.cpy".

       FD archivoRecertCfg.
       01 recert-config-record.
           05 recertcfg-idle-days  pic 9(3).

       FD archivoReport.
       01 recert-report-line     pic x(70).

       working-storage section.
       78 default-idle-days      value 90.
       77 ws-idle-days           pic 9(3).
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-last-used-date      pic 9(8).
       77 ws-last-used-days      pic 9(9) comp.
       77 ws-idle-age            pic 9(9).
       77 ws-staff-count         pic 9(3) value zero.
       77 ws-printed-count       pic 9(3) value zero.
       77 ws-idle-count          pic 9(3) value zero.
       78 max-staff-entries      value 200.
       01 ws-staff-table.
           05 ws-staff-entry occurs 200 times.
              10 ws-tab-staff-id     pic 9(5).
              10 ws-tab-name         pic x(10).
              10 ws-tab-role         pic x(1).
              10 ws-tab-branch-id    pic 9(3).
              10 ws-tab-last-login   pic 9(8).
              10 ws-tab-audit-date   pic 9(8).
              10 ws-tab-audit-action pic x(2).
              10 ws-tab-printed      pic 9.
       77 i                      pic 9(3).
       77 ws-current-branch      pic 9(3).
       77 ws-flag-text           pic x(12).
       77 print-count            pic zz9.
       77 ws-report-line         pic x(70).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-idle-window.
           perform load-active-staff.
           perform scan-audit-trail.
           open output archivoReport.
           perform write-report-header.
           perform write-next-branch
               until ws-printed-count >= ws-staff-count.
           perform write-report-footer.
           close archivoReport.
           stop run
           .
      *>----------------------------------------------------------------

       load-idle-window.
           move default-idle-days to ws-idle-days.
           open input archivoRecertCfg
           read archivoRecertCfg
                   at end
                       continue
                   not at end
                       move recertcfg-idle-days to ws-idle-days
           end-read.
           close archivoRecertCfg
           .
      *>----------------------------------------------------------------

       load-active-staff.
           move zero to ws-at-end-switch.
           open input archivoStaff.
           perform load-one-staff until ws-no-more-records.
           close archivoStaff
           .
      *>----------------------------------------------------------------

       load-one-staff.
           read archivoStaff next record
               at end
                   set ws-no-more-records to true
               not at end
                   if staff-is-active
                   and ws-staff-count is less than max-staff-entries
                       add 1 to ws-staff-count
                       move ws-staff-count   to i
                       move staff-id         to ws-tab-staff-id (i)
                       move staff-name       to ws-tab-name (i)
                       move staff-role       to ws-tab-role (i)
                       move staff-branch-id  to ws-tab-branch-id (i)
                       move staff-last-login to ws-tab-last-login (i)
                       move zero             to ws-tab-audit-date (i)
                       move spaces           to ws-tab-audit-action (i)
                       move zero             to ws-tab-printed (i)
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       scan-audit-trail.
           move zero to ws-at-end-switch.
           open input archivoAudit.
           perform scan-one-audit until ws-no-more-records.
           close archivoAudit
           .
      *>----------------------------------------------------------------

       scan-one-audit.
           read archivoAudit
               at end
                   set ws-no-more-records to true
               not at end
                   move zero to ws-found-switch
                   move 1 to i
                   perform match-staff-entry
                       until ws-entry-found
                          or i is greater than ws-staff-count
                   if ws-entry-found
                   and audit-date >= ws-tab-audit-date (i)
                       move audit-date   to ws-tab-audit-date (i)
                       move audit-action to ws-tab-audit-action (i)
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       match-staff-entry.
           if ws-tab-staff-id (i) is equal to audit-staff-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       write-report-header.
           move dash-line to recert-report-line.
           write recert-report-line.
           move spaces to ws-report-line.
           string " Staff access recertification as of "
                                           delimited by size
                  ws-today                 delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recert-report-line.
           write recert-report-line.
           move dash-line to recert-report-line.
           write recert-report-line.
           if ws-staff-count is equal to zero
               move " (no active staff on file)" to recert-report-line
               write recert-report-line
           end-if
           .
      *>----------------------------------------------------------------

      *> Branches come out in ascending order: each pass picks the
      *> lowest branch still holding an unprinted entry and prints
      *> all of that branch's staff under one sign-off block.

       write-next-branch.
           move 999 to ws-current-branch.
           move 1 to i.
           perform find-lowest-branch until i is greater than
                                            ws-staff-count.
           move spaces to ws-report-line.
           string " Branch "               delimited by size
                  ws-current-branch        delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recert-report-line.
           write recert-report-line.
           move 1 to i.
           perform write-branch-staff until i is greater than
                                             ws-staff-count.
           move "   Manager sign-off: ______________  date ________"
               to recert-report-line.
           write recert-report-line.
           move space to recert-report-line.
           write recert-report-line
           .
      *>----------------------------------------------------------------

       find-lowest-branch.
           if ws-tab-printed (i) is equal to zero
           and ws-tab-branch-id (i) < ws-current-branch
               move ws-tab-branch-id (i) to ws-current-branch
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-branch-staff.
           if ws-tab-printed (i) is equal to zero
           and ws-tab-branch-id (i) is equal to ws-current-branch
               perform write-staff-line
               move 1 to ws-tab-printed (i)
               add 1 to ws-printed-count
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-staff-line.
           move ws-tab-last-login (i) to ws-last-used-date.
           if ws-tab-audit-date (i) > ws-last-used-date
               move ws-tab-audit-date (i) to ws-last-used-date
           end-if.
           move spaces to ws-flag-text.
           if ws-last-used-date is equal to zero
               move "NEVER USED" to ws-flag-text
               add 1 to ws-idle-count
           else
               compute ws-last-used-days =
                   function integer-of-date (ws-last-used-date)
               compute ws-idle-age = ws-today-days - ws-last-used-days
               if ws-idle-age > ws-idle-days
                   move "IDLE" to ws-flag-text
                   add 1 to ws-idle-count
               end-if
           end-if.
           move spaces to ws-report-line.
           string "   "                     delimited by size
                  ws-tab-staff-id (i)       delimited by size
                  " "                       delimited by size
                  ws-tab-name (i)           delimited by size
                  " "                       delimited by size
                  ws-tab-role (i)           delimited by size
                  " login "                 delimited by size
                  ws-tab-last-login (i)     delimited by size
                  " audit "                 delimited by size
                  ws-tab-audit-date (i)     delimited by size
                  " "                       delimited by size
                  ws-tab-audit-action (i)   delimited by size
                  " "                       delimited by size
                  ws-flag-text              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recert-report-line.
           write recert-report-line
           .
      *>----------------------------------------------------------------

       write-report-footer.
           move dash-line to recert-report-line.
           write recert-report-line.
           move ws-staff-count to print-count.
           move spaces to ws-report-line.
           string " Active staff listed: " delimited by size
                  print-count              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recert-report-line.
           write recert-report-line.
           move ws-idle-count to print-count.
           move spaces to ws-report-line.
           string " Idle or never used:  " delimited by size
                  print-count              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recert-report-line.
           write recert-report-line
           .
      *>----------------------------------------------------------------

       end program Staff-Recert-Batch.
