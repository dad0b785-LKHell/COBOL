      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly batch job: single-obligor credit exposure for the
      *> credit committee. Everything the bank stands to lose on one
      *> customer is added up per account-owner-id - loan-outstanding
      *> on every active loan (loan.dat), the overdraft drawn on each
      *> open account and the undrawn rest of its limit
      *> (account.dat), with a drawn agent float account (agent.dat)
      *> shown apart as a float shortfall - less the deposits held
      *> under lien against one of our loans (liens.dat), which the
      *> bank can set off. A customer's net exposure never goes
      *> below zero.
      *> Customers are then grouped as one obligor where they are
      *> connected: joint owners of an account, and the signers on a
      *> corporate or joint account's mandate (mandate.dat) with the
      *> account owner. Each customer, and each connected group, is
      *> held against the single-obligor limit from exposure.cfg
      *> (default 500,000.00); breaches are flagged, and the twenty
      *> largest exposures by group are ranked on exposure.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Credit-Exposure-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoAgents assign to "agent.dat"
           organization is indexed
           access is dynamic
           record key is agent-id.

       Select optional archivoMandate assign to "mandate.dat"
           organization is indexed
           access is dynamic
           record key is mand-key.

       Select optional archivoLiens assign to "liens.dat"
           organization is indexed
           access is dynamic
           record key is lien-seq-no
           alternate record key is lien-account-no with duplicates
           alternate record key is lien-td-seq with duplicates.

       Select optional archivoExposureCfg assign to "exposure.cfg"
           organization is line sequential.

       Select archivoReport assign to "exposure.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoAgents.
       copy "AGENT.cpy".

       FD archivoMandate.
       copy "MANDATE.cpy".

       FD archivoLiens.
       copy "LIEN.cpy".

       FD archivoExposureCfg.
       01 exposure-config-record.
           05 expcfg-obligor-limit pic 9(9)v99.

       FD archivoReport.
       01 exposure-report-line   pic x(70).

       working-storage section.
       78 default-obligor-limit  value 500000.
       78 max-obligor-entries    value 2000.
       78 max-float-entries      value 200.
       78 top-exposure-count     value 20.
       77 ws-today               pic 9(8).
       77 ws-obligor-limit       pic 9(9)v99.
       77 ws-owner-id            pic 9(5).
       77 ws-owner-name          pic x(10).
       77 ws-obligor-count       pic 9(4) value zero.
       77 ws-float-count         pic 9(3) value zero.
       77 ws-dropped-count       pic 9(5) value zero.
       77 ws-breach-count        pic 9(5) value zero.
       77 ws-group-breach-count  pic 9(5) value zero.
       77 ws-rank                pic 9(2).
       77 ws-best                pic 9(4).
       77 ws-best-net            pic s9(11)v99.
       77 ws-undrawn             pic s9(9)v99.
       77 ws-total-exposure      pic s9(13)v99 value zero.
       77 ws-root                pic 9(4).
       77 ws-root-a              pic 9(4).
       77 ws-root-b              pic 9(4).
       77 ws-entry-a             pic 9(4).
       77 i                      pic 9(4).
       77 j                      pic 9(4).
       77 k                      pic 9(3).
       77 ws-flag-text           pic x(7).
       77 print-net              pic -(9)9.99.
       77 print-limit            pic -(9)9.99.
       77 print-loans            pic -(9)9.99.
       77 print-drawn            pic -(9)9.99.
       77 print-undrawn          pic -(9)9.99.
       77 print-float            pic -(9)9.99.
       77 print-pledged          pic -(9)9.99.
       77 print-total            pic -(11)9.99.
       77 ws-report-line         pic x(70).
       01 ws-obligor-table.
           05 ws-obligor-entry occurs 2000 times.
              10 ob-id            pic 9(5).
              10 ob-name          pic x(10).
              10 ob-parent        pic 9(4).
              10 ob-member-count  pic 9(4).
              10 ob-loans         pic s9(11)v99.
              10 ob-drawn         pic s9(11)v99.
              10 ob-undrawn       pic s9(11)v99.
              10 ob-float         pic s9(11)v99.
              10 ob-pledged       pic s9(11)v99.
              10 ob-net           pic s9(11)v99.
              10 ob-group-net     pic s9(11)v99.
              10 ob-ranked        pic x(1).
       01 ws-float-table.
           05 ws-float-acct occurs 200 times pic 9(7).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-float-switch        pic 9 value zero.
          88  ws-is-float-acct     value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform load-obligor-limit.
           perform load-float-accounts.
           perform gather-accounts.
           perform gather-mandates.
           perform gather-loans.
           perform gather-liens.
           move 1 to i.
           perform weigh-obligor
               until i is greater than ws-obligor-count.
           open output archivoReport.
           perform write-report-heading.
           move 1 to i.
           perform check-obligor-breach
               until i is greater than ws-obligor-count.
           move 1 to i.
           perform check-group-breach
               until i is greater than ws-obligor-count.
           if ws-breach-count is equal to zero
           and ws-group-breach-count is equal to zero
               move " (no single-obligor limit breached)"
                 to exposure-report-line
               write exposure-report-line
           end-if.
           perform write-top-exposures.
           perform write-report-totals.
           close archivoReport.
           display "Credit-Exposure-Batch: " ws-obligor-count
                   " obligors, " ws-breach-count " breaches, "
                   ws-group-breach-count " group breaches".
           stop run
           .
      *>----------------------------------------------------------------

       load-obligor-limit.
           move default-obligor-limit to ws-obligor-limit.
           open input archivoExposureCfg
           read archivoExposureCfg
                   at end
                       continue
                   not at end
                       if expcfg-obligor-limit is greater than zero
                           move expcfg-obligor-limit
                             to ws-obligor-limit
                       end-if
           end-read.
           close archivoExposureCfg
           .
      *>----------------------------------------------------------------

      *> The agents' float accounts, so that an overdrawn float is
      *> shown as a float shortfall rather than an ordinary overdraft.
       load-float-accounts.
           move zero to ws-at-end-switch.
           open input archivoAgents
               perform read-agent until ws-no-more-records
           close archivoAgents
           .
      *>----------------------------------------------------------------

       read-agent.
           read archivoAgents next record
               at end
                   set ws-no-more-records to true
               not at end
                   if agent-float-acct is greater than zero
                   and ws-float-count is less than max-float-entries
                       add 1 to ws-float-count
                       move agent-float-acct
                         to ws-float-acct (ws-float-count)
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       gather-accounts.
           move zero to ws-at-end-switch.
           open input archivoAccounts.
           perform weigh-account until ws-no-more-records.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if account-is-open
                       perform take-account-exposure
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-account-exposure.
           move account-owner-id to ws-owner-id.
           move account-owner to ws-owner-name.
           perform find-obligor-entry.
           if not ws-entry-found
               exit paragraph
           end-if.
           move i to ws-entry-a.
           perform check-float-account.
           if ws-is-float-acct
               add account-overdraft-used to ob-float (i)
           else
               add account-overdraft-used to ob-drawn (i)
           end-if.
           compute ws-undrawn =
                   account-overdraft-limit - account-overdraft-used.
           if ws-undrawn is greater than zero
               add ws-undrawn to ob-undrawn (i)
           end-if.
           move spaces to ws-owner-name.
           move 1 to k.
           perform link-joint-owner until k is greater than 2
           .
      *>----------------------------------------------------------------

       check-float-account.
           move zero to ws-float-switch.
           move 1 to k.
           perform match-float-account
               until ws-is-float-acct
                  or k is greater than ws-float-count
           .
      *>----------------------------------------------------------------

       match-float-account.
           if ws-float-acct (k) is equal to account-no
               set ws-is-float-acct to true
           else
               add 1 to k
           end-if
           .
      *>----------------------------------------------------------------

       link-joint-owner.
           if account-joint-owner-id (k) is greater than zero
           and account-joint-owner-id (k) not equal account-owner-id
               move account-joint-owner-id (k) to ws-owner-id
               perform find-obligor-entry
               if ws-entry-found
                   perform link-obligors
               end-if
           end-if.
           add 1 to k
           .
      *>----------------------------------------------------------------

      *> A mandate signer is connected to the owner of the account
      *> the mandate is on - a director with the company, say.
       gather-mandates.
           move zero to ws-at-end-switch.
           open input archivoMandate.
           open input archivoAccounts.
           perform weigh-mandate until ws-no-more-records.
           close archivoAccounts.
           close archivoMandate
           .
      *>----------------------------------------------------------------

       weigh-mandate.
           read archivoMandate next record
               at end
                   set ws-no-more-records to true
               not at end
                   move mand-account-no to account-no
                   read archivoAccounts record
                                        key is account-no
                       invalid key
                           continue
                       not invalid key
                           if account-is-open
                           and mand-signer-id not equal account-owner-id
                               perform link-mandate-signer
                           end-if
                   end-read
           end-read
           .
      *>----------------------------------------------------------------

       link-mandate-signer.
           move account-owner-id to ws-owner-id.
           move account-owner to ws-owner-name.
           perform find-obligor-entry.
           if not ws-entry-found
               exit paragraph
           end-if.
           move i to ws-entry-a.
           move mand-signer-id to ws-owner-id.
           move spaces to ws-owner-name.
           perform find-obligor-entry.
           if ws-entry-found
               perform link-obligors
           end-if
           .
      *>----------------------------------------------------------------

       gather-loans.
           move zero to ws-at-end-switch.
           open input archivoLoans.
           perform weigh-loan until ws-no-more-records.
           close archivoLoans
           .
      *>----------------------------------------------------------------

       weigh-loan.
           read archivoLoans next record
               at end
                   set ws-no-more-records to true
               not at end
                   if loan-is-active
                   and loan-outstanding is greater than zero
                       move loan-customer-id to ws-owner-id
                       move spaces to ws-owner-name
                       perform find-obligor-entry
                       if ws-entry-found
                           add loan-outstanding to ob-loans (i)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Only a lien pledged against one of our own loans is cash
      *> the bank can set off; one held for an outside party is not.
       gather-liens.
           move zero to ws-at-end-switch.
           open input archivoLiens
               perform weigh-lien until ws-no-more-records
           close archivoLiens
           .
      *>----------------------------------------------------------------

       weigh-lien.
           read archivoLiens next record
               at end
                   set ws-no-more-records to true
               not at end
                   if lien-stands
                   and lien-loan-seq is greater than zero
                       move lien-customer-id to ws-owner-id
                       move spaces to ws-owner-name
                       perform find-obligor-entry
                       if ws-entry-found
                           add lien-amount to ob-pledged (i)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       find-obligor-entry.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-obligor-entry
               until ws-entry-found
                  or i is greater than ws-obligor-count.
           if not ws-entry-found
               if ws-obligor-count is less than max-obligor-entries
                   add 1 to ws-obligor-count
                   move ws-obligor-count to i
                   initialize ws-obligor-entry (i)
                   move ws-owner-id to ob-id (i)
                   move i to ob-parent (i)
                   move space to ob-ranked (i)
                   set ws-entry-found to true
               else
                   add 1 to ws-dropped-count
               end-if
           end-if.
           if ws-entry-found
           and ob-name (i) is equal to spaces
               move ws-owner-name to ob-name (i)
           end-if
           .
      *>----------------------------------------------------------------

       match-obligor-entry.
           if ob-id (i) is equal to ws-owner-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

      *> Joins the groups of entry ws-entry-a and entry i; the group
      *> is known by its lowest entry.
       link-obligors.
           move ws-entry-a to ws-root.
           perform find-group-root.
           move ws-root to ws-root-a.
           move i to ws-root.
           perform find-group-root.
           move ws-root to ws-root-b.
           if ws-root-a is less than ws-root-b
               move ws-root-a to ob-parent (ws-root-b)
           else
           if ws-root-b is less than ws-root-a
               move ws-root-b to ob-parent (ws-root-a)
           end-if
           end-if
           .
      *>----------------------------------------------------------------

       find-group-root.
           perform climb-to-parent
               until ob-parent (ws-root) is equal to ws-root
           .
      *>----------------------------------------------------------------

       climb-to-parent.
           move ob-parent (ws-root) to ws-root
           .
      *>----------------------------------------------------------------

       weigh-obligor.
           compute ob-net (i) = ob-loans (i) + ob-drawn (i)
                              + ob-undrawn (i) + ob-float (i)
                              - ob-pledged (i).
           if ob-net (i) is less than zero
               move zero to ob-net (i)
           end-if.
           add ob-net (i) to ws-total-exposure.
           move i to ws-root.
           perform find-group-root.
           add ob-net (i) to ob-group-net (ws-root).
           add 1 to ob-member-count (ws-root).
           add 1 to i
           .
      *>----------------------------------------------------------------

       check-obligor-breach.
           if ob-net (i) is greater than ws-obligor-limit
               add 1 to ws-breach-count
               move "BREACH " to ws-flag-text
               perform write-obligor-lines
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       check-group-breach.
           if ob-parent (i) is equal to i
           and ob-member-count (i) is greater than 1
           and ob-group-net (i) is greater than ws-obligor-limit
               add 1 to ws-group-breach-count
               move ob-group-net (i) to print-net
               move ws-obligor-limit to print-limit
               move spaces to ws-report-line
               string " GROUP   cust "   delimited by size
                      ob-id (i)          delimited by size
                      " members "        delimited by size
                      ob-member-count (i) delimited by size
                      " net "            delimited by size
                      print-net          delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to exposure-report-line
               write exposure-report-line
               move 1 to j
               perform write-group-member
                   until j is greater than ws-obligor-count
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-group-member.
           move j to ws-root.
           perform find-group-root.
           if ws-root is equal to i
               move ob-net (j) to print-net
               move spaces to ws-report-line
               string "   member "  delimited by size
                      ob-id (j)     delimited by size
                      " "           delimited by size
                      ob-name (j)   delimited by size
                      " net "       delimited by size
                      print-net     delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to exposure-report-line
               write exposure-report-line
           end-if.
           add 1 to j
           .
      *>----------------------------------------------------------------

       write-obligor-lines.
           move ob-net (i) to print-net.
           move ws-obligor-limit to print-limit.
           move spaces to ws-report-line.
           string " "          delimited by size
                  ws-flag-text delimited by size
                  "cust "      delimited by size
                  ob-id (i)    delimited by size
                  " "          delimited by size
                  ob-name (i)  delimited by size
                  " net "      delimited by size
                  print-net    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to exposure-report-line.
           write exposure-report-line.
           move ob-loans (i) to print-loans.
           move ob-drawn (i) to print-drawn.
           move ob-undrawn (i) to print-undrawn.
           move spaces to ws-report-line.
           string "   loans "   delimited by size
                  print-loans   delimited by size
                  " drawn "     delimited by size
                  print-drawn   delimited by size
                  " undrawn "   delimited by size
                  print-undrawn delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to exposure-report-line.
           write exposure-report-line.
           move ob-float (i) to print-float.
           move ob-pledged (i) to print-pledged.
           move spaces to ws-report-line.
           string "   float "   delimited by size
                  print-float   delimited by size
                  " less pledged " delimited by size
                  print-pledged delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to exposure-report-line.
           write exposure-report-line
           .
      *>----------------------------------------------------------------

      *> Ranks the groups (a customer with no connections is a group
      *> of one) by net exposure, largest first.
       write-top-exposures.
           move dash-line to exposure-report-line.
           write exposure-report-line.
           move " Largest exposures by connected group"
             to exposure-report-line.
           write exposure-report-line.
           move dash-line to exposure-report-line.
           write exposure-report-line.
           move 1 to ws-rank.
           perform rank-next-exposure
               until ws-rank is greater than top-exposure-count
           .
      *>----------------------------------------------------------------

       rank-next-exposure.
           move zero to ws-best.
           move zero to ws-best-net.
           move 1 to i.
           perform weigh-rank-candidate
               until i is greater than ws-obligor-count.
           if ws-best is equal to zero
               move top-exposure-count to ws-rank
           else
               move "Y" to ob-ranked (ws-best)
               if ob-group-net (ws-best)
                  is greater than ws-obligor-limit
                   move "BREACH" to ws-flag-text
               else
                   move spaces to ws-flag-text
               end-if
               move ob-group-net (ws-best) to print-net
               move spaces to ws-report-line
               string " "                     delimited by size
                      ws-rank                 delimited by size
                      " cust "                delimited by size
                      ob-id (ws-best)         delimited by size
                      " "                     delimited by size
                      ob-name (ws-best)       delimited by size
                      " members "             delimited by size
                      ob-member-count (ws-best) delimited by size
                      " "                     delimited by size
                      print-net               delimited by size
                      " "                     delimited by size
                      ws-flag-text            delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to exposure-report-line
               write exposure-report-line
           end-if.
           add 1 to ws-rank
           .
      *>----------------------------------------------------------------

       weigh-rank-candidate.
           if ob-parent (i) is equal to i
           and ob-ranked (i) is equal to space
           and ob-group-net (i) is greater than ws-best-net
               move i to ws-best
               move ob-group-net (i) to ws-best-net
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to exposure-report-line.
           write exposure-report-line.
           move spaces to ws-report-line.
           string " Single-obligor credit exposure " delimited by size
                  ws-today delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to exposure-report-line.
           write exposure-report-line.
           move ws-obligor-limit to print-limit.
           move spaces to ws-report-line.
           string " Single-obligor limit " delimited by size
                  print-limit delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to exposure-report-line.
           write exposure-report-line.
           move dash-line to exposure-report-line.
           write exposure-report-line
           .
      *>----------------------------------------------------------------

       write-report-totals.
           move dash-line to exposure-report-line.
           write exposure-report-line.
           move ws-total-exposure to print-total.
           move spaces to ws-report-line.
           string " Obligors "     delimited by size
                  ws-obligor-count delimited by size
                  " total net exposure " delimited by size
                  print-total      delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to exposure-report-line.
           write exposure-report-line.
           if ws-dropped-count is greater than zero
               move spaces to ws-report-line
               string " Not weighed (table full) " delimited by size
                      ws-dropped-count delimited by size
                      into ws-report-line
               end-string
               move ws-report-line to exposure-report-line
               write exposure-report-line
           end-if
           .
      *>----------------------------------------------------------------

       end program Credit-Exposure-Batch.
