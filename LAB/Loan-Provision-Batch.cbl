      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Month-end batch job: sets the loan-loss provision. Every
      *> active loan is placed in the same current/30/60/90-day
      *> bucket Loan-Aging-Batch ages it into, by how long its oldest
      *> unpaid installment has stood, and the provision.cfg
      *> percentage for that bucket (defaults 1%, 10%, 25% and 50%)
      *> of its outstanding principal is what should be held against
      *> it. Only the movement from what the loan carries now is
      *> booked through GL-Post - a charge ("PV") when more is needed,
      *> a release ("PR") when less is - and the new figure is kept
      *> on the loan record for next month. The month's loan-loss
      *> report, loanprov.rpt, shows the provision by bucket, the
      *> movement booked, and the write-offs (writeoff.dat) and
      *> recoveries (loanrecov.dat) dated this month.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Provision-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoProvCfg assign to "provision.cfg"
           organization is line sequential.

       Select optional archivoWriteoff assign to "writeoff.dat"
           organization is indexed
           access is dynamic
           record key is wo-loan-seq.

       Select optional archivoRecovery assign to "loanrecov.dat"
           organization is line sequential.

       Select archivoReport assign to "loanprov.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoProvCfg.
       01 prov-config-record.
           05 prov-cfg-bucket      pic x(2).
           05 prov-cfg-rate        pic 9v9(4).

       FD archivoWriteoff.
       copy "WRITEOFF.cpy".

       FD archivoRecovery.
       copy "LOANRECV.cpy".

       FD archivoReport.
       01 prov-report-line       pic x(70).

       working-storage section.
       78 bucket-30-days         value 30.
       78 bucket-60-days         value 60.
       78 bucket-90-days         value 90.
       78 default-rate-current   value .0100.
       78 default-rate-30        value .1000.
       78 default-rate-60        value .2500.
       78 default-rate-90        value .5000.
       77 ws-today               pic 9(8).
       77 ws-month               pic x(6).
       77 ws-today-days          pic 9(9) comp.
       77 ws-unpaid-days         pic 9(9) comp.
       77 ws-age-days            pic 9(5).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-provision-held      pic s9(7)v99.
       77 ws-provision-needed    pic s9(7)v99.
       77 ws-gl-amount           pic s9(7)v99.
      *> Bucket 1 is current, 2 is 30-59 days, 3 is 60-89, 4 is 90+.
       01 ws-bucket-table.
           05 ws-bucket-entry occurs 4 times.
               10 ws-bucket-rate        pic 9v9(4).
               10 ws-bucket-count       pic 9(5).
               10 ws-bucket-outstanding pic s9(9)v99.
               10 ws-bucket-provision   pic s9(9)v99.
       77 b                      pic 9.
       77 ws-charged-total       pic s9(9)v99 value zero.
       77 ws-released-total      pic s9(9)v99 value zero.
       77 ws-provision-total     pic s9(9)v99 value zero.
       77 ws-writeoff-count      pic 9(5) value zero.
       77 ws-writeoff-total      pic s9(9)v99 value zero.
       77 ws-recovery-count      pic 9(5) value zero.
       77 ws-recovery-total      pic s9(9)v99 value zero.
       77 print-total            pic -(9)9.99.
       77 print-rate             pic 9.9999.
       77 ws-report-line         pic x(70).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           move ws-today (1:6) to ws-month.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-provision-rates.
           open output archivoReport.
           perform write-report-head.
           move zero to ws-at-end-switch.
           open i-o archivoLoans.
           perform provision-loan until ws-no-more-records.
           close archivoLoans.
           perform write-provision-section.
           perform write-writeoff-section.
           perform write-recovery-section.
           close archivoReport.
           move ws-provision-total to print-total.
           display "Loan-Provision-Batch: provision held " print-total
                   " written off " ws-writeoff-count
                   " recoveries " ws-recovery-count.
           stop run
           .
      *>----------------------------------------------------------------

       load-provision-rates.
           initialize ws-bucket-table.
           move default-rate-current to ws-bucket-rate (1).
           move default-rate-30      to ws-bucket-rate (2).
           move default-rate-60      to ws-bucket-rate (3).
           move default-rate-90      to ws-bucket-rate (4).
           move zero to ws-at-end-switch.
           open input archivoProvCfg
               perform read-provision-rate until ws-no-more-records
           close archivoProvCfg
           .
      *>----------------------------------------------------------------

       read-provision-rate.
           read archivoProvCfg
               at end
                   set ws-no-more-records to true
               not at end
                   evaluate prov-cfg-bucket
                       when "00"
                           move prov-cfg-rate to ws-bucket-rate (1)
                       when "30"
                           move prov-cfg-rate to ws-bucket-rate (2)
                       when "60"
                           move prov-cfg-rate to ws-bucket-rate (3)
                       when "90"
                           move prov-cfg-rate to ws-bucket-rate (4)
                       when other
                           continue
                   end-evaluate
           end-read
           .
      *>----------------------------------------------------------------

       provision-loan.
           read archivoLoans next record
               at end
                   set ws-no-more-records to true
               not at end
                   if loan-is-active
                       perform pick-bucket
                       perform book-provision-movement
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       pick-bucket.
           move 1 to b.
           if loan-oldest-unpaid-date is greater than zero
               compute ws-unpaid-days =
                   function integer-of-date (loan-oldest-unpaid-date)
               compute ws-age-days = ws-today-days - ws-unpaid-days
               evaluate true
                   when ws-age-days >= bucket-90-days
                       move 4 to b
                   when ws-age-days >= bucket-60-days
                       move 3 to b
                   when ws-age-days >= bucket-30-days
                       move 2 to b
                   when other
                       continue
               end-evaluate
           end-if
           .
      *>----------------------------------------------------------------

       book-provision-movement.
           if loan-provision-held is numeric
               move loan-provision-held to ws-provision-held
           else
               move zero to ws-provision-held
           end-if.
           compute ws-provision-needed rounded =
               loan-outstanding * ws-bucket-rate (b).
           evaluate true
               when ws-provision-needed > ws-provision-held
                   compute ws-gl-amount =
                       ws-provision-needed - ws-provision-held
                   call "GL-Post" using
                                  by content ws-gl-amount
                                             "PV"
                                             ws-atm-id
                                             ws-today
                   add ws-gl-amount to ws-charged-total
               when ws-provision-needed < ws-provision-held
                   compute ws-gl-amount =
                       ws-provision-held - ws-provision-needed
                   call "GL-Post" using
                                  by content ws-gl-amount
                                             "PR"
                                             ws-atm-id
                                             ws-today
                   add ws-gl-amount to ws-released-total
               when other
                   continue
           end-evaluate.
           move ws-provision-needed to loan-provision-held.
           rewrite loan-record.
           add 1 to ws-bucket-count (b).
           add loan-outstanding to ws-bucket-outstanding (b).
           add ws-provision-needed to ws-bucket-provision (b).
           add ws-provision-needed to ws-provision-total
           .
      *>----------------------------------------------------------------

       write-report-head.
           move dash-line to prov-report-line.
           write prov-report-line.
           move spaces to ws-report-line.
           string " Loan loss provisioning for month "
                                         delimited by size
                  ws-month               delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to prov-report-line.
           write prov-report-line.
           move dash-line to prov-report-line.
           write prov-report-line
           .
      *>----------------------------------------------------------------

       write-provision-section.
           move 1 to b.
           perform write-bucket-line until b is greater than 4.
           move ws-provision-total to print-total.
           move spaces to ws-report-line.
           string " Provision held      " delimited by size
                  print-total             delimited by size
                  into ws-report-line
           end-string.
           perform put-report-line.
           move ws-charged-total to print-total.
           move spaces to ws-report-line.
           string " Charged this month  " delimited by size
                  print-total             delimited by size
                  into ws-report-line
           end-string.
           perform put-report-line.
           move ws-released-total to print-total.
           move spaces to ws-report-line.
           string " Released this month " delimited by size
                  print-total             delimited by size
                  into ws-report-line
           end-string.
           perform put-report-line
           .
      *>----------------------------------------------------------------

       write-bucket-line.
           move spaces to ws-report-line.
           evaluate b
               when 1 move " Current   " to ws-report-line
               when 2 move " 30-59 days" to ws-report-line
               when 3 move " 60-89 days" to ws-report-line
               when other move " 90+ days  " to ws-report-line
           end-evaluate.
           move ws-bucket-rate (b) to print-rate.
           move ws-bucket-provision (b) to print-total.
           move ws-bucket-count (b) to ws-report-line (13:5).
           move print-rate to ws-report-line (20:6).
           move print-total to ws-report-line (27:13).
           perform put-report-line.
           add 1 to b
           .
      *>----------------------------------------------------------------

       write-writeoff-section.
           move dash-line to prov-report-line.
           write prov-report-line.
           move " Written off this month" to ws-report-line.
           perform put-report-line.
           move zero to ws-at-end-switch.
           open input archivoWriteoff.
           perform list-writeoff until ws-no-more-records.
           close archivoWriteoff.
           move ws-writeoff-total to print-total.
           move spaces to ws-report-line.
           string " Total written off   " delimited by size
                  print-total             delimited by size
                  into ws-report-line
           end-string.
           perform put-report-line
           .
      *>----------------------------------------------------------------

       list-writeoff.
           read archivoWriteoff next record
               at end
                   set ws-no-more-records to true
               not at end
                   if wo-is-written-off
                   and wo-date (1:6) is equal to ws-month
                       add 1 to ws-writeoff-count
                       add wo-amount to ws-writeoff-total
                       move wo-amount to print-total
                       move spaces to ws-report-line
                       string "  Loan "      delimited by size
                              wo-loan-seq    delimited by size
                              " acct "       delimited by size
                              wo-account-no  delimited by size
                              " "            delimited by size
                              print-total    delimited by size
                              into ws-report-line
                       end-string
                       perform put-report-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-recovery-section.
           move dash-line to prov-report-line.
           write prov-report-line.
           move " Recovered this month" to ws-report-line.
           perform put-report-line.
           move zero to ws-at-end-switch.
           open input archivoRecovery.
           perform list-recovery until ws-no-more-records.
           close archivoRecovery.
           move ws-recovery-total to print-total.
           move spaces to ws-report-line.
           string " Total recovered     " delimited by size
                  print-total             delimited by size
                  into ws-report-line
           end-string.
           perform put-report-line
           .
      *>----------------------------------------------------------------

       list-recovery.
           read archivoRecovery
               at end
                   set ws-no-more-records to true
               not at end
                   if recv-date (1:6) is equal to ws-month
                       add 1 to ws-recovery-count
                       add recv-amount to ws-recovery-total
                       move recv-amount to print-total
                       move spaces to ws-report-line
                       string "  Loan "        delimited by size
                              recv-loan-seq    delimited by size
                              " acct "         delimited by size
                              recv-account-no  delimited by size
                              " "              delimited by size
                              print-total      delimited by size
                              into ws-report-line
                       end-string
                       perform put-report-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       put-report-line.
           move ws-report-line to prov-report-line.
           write prov-report-line
           .
      *>----------------------------------------------------------------

       end program Loan-Provision-Batch.
