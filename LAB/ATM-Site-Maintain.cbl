      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The supervisor's site cost register for the fleet, run from
      *> Branch-Terminal:
      *>   1 - list every machine's site terms: landlord, lease
      *>       dates, monthly rent, the CIT, engineer and haulage
      *>       rates, and the branch the machine is sited under;
      *>   2 - record or change one machine's terms - a new lease,
      *>       a rent review, a new contractor's rate card. Every
      *>       figure is keyed afresh, so the record always holds one
      *>       consistent set of terms.
      *> Changes land on the audit trail under "AS" with the old and
      *> new rent (R) and CIT (C), engineer (E) and haulage (H)
      *> rates. ATM-Profit-Batch reads the register for its monthly
      *> net contribution per machine, and GL-Origin books each
      *> machine's postings to its branch.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. ATM-Site-Maintain.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoATM assign to "atm.dat"
           organization is indexed
           access is dynamic
           record key is atm-id.

       Select optional archivoSite assign to "atmsite.dat"
           organization is indexed
           access is dynamic
           record key is site-atm-id.

       Data Division.

       File Section.
       FD archivoATM.
       01 atm.
           05 atm-id            pic 9(3).
           05 atm-location      pic x(10).
           05 atm-owner-bank-id pic 9(3).
           05 atm-network-flag  pic x(1).
              88  atm-in-network      value "Y".
              88  atm-not-in-network  value "N" space.

       FD archivoSite.
       copy "ATMSITE.cpy".

       working-storage section.
       77 ws-option              pic 9.
       77 ws-today               pic 9(8).
       77 ws-atm-id              pic 9(3).
       77 ws-landlord            pic x(20).
       77 ws-lease-start         pic 9(8).
       77 ws-lease-end           pic 9(8).
       77 ws-monthly-rent        pic 9(7)v99.
       77 ws-cit-visit-rate      pic 9(5)v99.
       77 ws-engineer-rate       pic 9(5)v99.
       77 ws-haulage-permille    pic 9(3)v99.
       77 ws-branch-id           pic 9(3).
       77 ws-audit-action        pic x(2) value "AS".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       77 print-rent             pic z(6)9.99.
       77 print-cit-rate         pic z(4)9.99.
       77 print-engineer-rate    pic z(4)9.99.
       77 print-haulage          pic zz9.99.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-site-switch         pic 9 value zero.
          88  ws-site-on-file      value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    1 = List site terms".
           display "    2 = Record a machine's site terms".
           display "    Option ? : " no advancing.
           accept ws-option.
           evaluate ws-option
               when 1
                   perform list-sites
               when 2
                   perform record-site-terms
               when other
                   display "    Unknown option"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       list-sites.
           move zero to ws-at-end-switch.
           open input archivoSite.
           perform list-one-site until ws-no-more-records.
           close archivoSite
           .
      *>----------------------------------------------------------------

       list-one-site.
           read archivoSite next record
               at end
                   set ws-no-more-records to true
               not at end
                   move site-monthly-rent     to print-rent
                   move site-cit-visit-rate   to print-cit-rate
                   move site-engineer-rate    to print-engineer-rate
                   move site-haulage-permille to print-haulage
                   display "    " site-atm-id " " site-landlord
                           " " site-lease-start "-" site-lease-end
                           " rent " print-rent
                   display "          CIT " print-cit-rate
                           " engineer " print-engineer-rate
                           " haulage/1000 " print-haulage
                   display "          branch " site-branch-id
           end-read
           .
      *>----------------------------------------------------------------

       record-site-terms.
           display "    ATM id ? : " no advancing.
           accept ws-atm-id.
           move ws-atm-id to atm-id.
           open input archivoATM.
           read archivoATM record key is atm-id
               invalid key
                   display "    No such machine"
                   close archivoATM
                   exit paragraph
           end-read.
           close archivoATM.
           display "    " atm-id " " atm-location.
           display "    Landlord            ? : " no advancing.
           move spaces to ws-landlord.
           accept ws-landlord.
           display "    Lease start yyyymmdd ? : " no advancing.
           accept ws-lease-start.
           display "    Lease end (0 = rolling) ? : " no advancing.
           accept ws-lease-end.
           if ws-lease-start is not numeric
           or ws-lease-end is not numeric
           or (ws-lease-end is not equal to zero
               and ws-lease-end is less than ws-lease-start)
               display "    Lease dates not valid - not recorded"
               exit paragraph
           end-if.
           display "    Monthly rent        ? : " no advancing.
           accept ws-monthly-rent.
           display "    CIT rate per visit  ? : " no advancing.
           accept ws-cit-visit-rate.
           display "    Engineer call-out rate ? : " no advancing.
           accept ws-engineer-rate.
           display "    CIT haulage per 1000 ? : " no advancing.
           accept ws-haulage-permille.
           display "    Branch sited under  ? : " no advancing.
           accept ws-branch-id.
           move zero to ws-site-switch.
           move spaces to ws-before-image ws-after-image.
           move ws-atm-id to site-atm-id.
           open i-o archivoSite.
           read archivoSite record key is site-atm-id
               invalid key
                   initialize site-record
                   move ws-atm-id to site-atm-id
               not invalid key
                   set ws-site-on-file to true
                   perform image-site-terms
                   move ws-after-image to ws-before-image
           end-read.
           move ws-landlord         to site-landlord.
           move ws-lease-start      to site-lease-start.
           move ws-lease-end        to site-lease-end.
           move ws-monthly-rent     to site-monthly-rent.
           move ws-cit-visit-rate   to site-cit-visit-rate.
           move ws-engineer-rate    to site-engineer-rate.
           move ws-haulage-permille to site-haulage-permille.
           move ws-branch-id        to site-branch-id.
           move ls-staff-id         to site-updated-by.
           move ws-today            to site-updated-date.
           if ws-site-on-file
               rewrite site-record
           else
               write site-record
                   invalid key
                       display "ATM-Site-Maintain: write failed"
               end-write
           end-if.
           close archivoSite.
           perform image-site-terms.
           move ws-atm-id to ws-audit-key.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image.
           display space.
           display "    Site terms recorded for ATM " ws-atm-id
           .
      *>----------------------------------------------------------------

       image-site-terms.
           move site-monthly-rent     to print-rent.
           move site-cit-visit-rate   to print-cit-rate.
           move site-engineer-rate    to print-engineer-rate.
           move site-haulage-permille to print-haulage.
           move spaces to ws-after-image.
           string "R" print-rent " C" print-cit-rate
                  " E" print-engineer-rate " H" print-haulage
                  delimited by size
                  into ws-after-image
           end-string
           .
      *>----------------------------------------------------------------

       end program ATM-Site-Maintain.
