      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Decides which bank (legal entity) and branch a general
      *> ledger posting belongs to, so GL-Post can stamp both on
      *> every entry and the ledger can be proved and read per entity
      *> and per branch. Holds two facts between calls for the life
      *> of the run:
      *>   "T" - a teller has logged on (key = their home branch,
      *>         passed by Staff-Login) - every posting the session
      *>         makes belongs to that branch;
      *>   "A" - the account the next posting is for (key = account
      *>         number, passed by Journal-Post just before the
      *>         caller's GL-Post) - used for batch postings, which
      *>         belong to the account's domicile branch on
      *>         acctdom.dat.
      *> "G" (key = the posting's atm-id) hands back the answer for
      *> GL-Post: a machine posting belongs to the branch that
      *> machine is sited under on the site register (atmsite.dat);
      *> otherwise the teller's branch; otherwise the account's
      *> domicile; and the bank's
      *> own postings with none of these (settlement, revaluation,
      *> provisions) belong to the installation's bank and branch.
      *> The account is forgotten once it has been used, so it
      *> never leaks onto a later posting for someone else.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. GL-Origin.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoDomicile assign to "acctdom.dat"
           organization is indexed
           access is dynamic
           record key is adom-account-no.

       Select optional archivoSite assign to "atmsite.dat"
           organization is indexed
           access is dynamic
           record key is site-atm-id.

       Data Division.

       File Section.
       FD archivoDomicile.
       copy "ACCTDOM.cpy".

       FD archivoSite.
       copy "ATMSITE.cpy".

       working-storage section.
       77 ws-teller-branch-id    pic 9(3) value zero.
       77 ws-context-account     pic 9(7) value zero.
       77 ws-site-atm-id         pic 9(3).
       77 ws-site-bank-id        pic 9(3).
       77 ws-site-branch-id      pic 9(3).
       01 ws-teller-switch       pic 9 value zero.
          88  ws-teller-logged-on  value 1.

       Linkage Section.
         77 ls-origin-action      pic x(1).
         77 ls-origin-key         pic 9(7).
         77 ls-bank-id            pic 9(3).
         77 ls-branch-id          pic 9(3).

      *>----------------------------------------------------------------
       Procedure division using ls-origin-action
                                ls-origin-key
                                ls-bank-id
                                ls-branch-id.

       main-procedure.
           evaluate ls-origin-action
               when "T"
                   move ls-origin-key to ws-teller-branch-id
                   set ws-teller-logged-on to true
               when "A"
                   move ls-origin-key to ws-context-account
               when "G"
                   perform resolve-origin
                   move zero to ws-context-account
               when other
                   display "GL-Origin: unknown action " ls-origin-action
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       resolve-origin.
           call "ATM-Config" using by reference ws-site-atm-id
                                                ws-site-bank-id
                                                ws-site-branch-id.
           move ws-site-bank-id   to ls-bank-id.
           move ws-site-branch-id to ls-branch-id.
           if ls-origin-key is greater than zero
               perform read-machine-site
               exit paragraph
           end-if.
           if ws-teller-logged-on
           and ws-teller-branch-id is greater than zero
               move ws-teller-branch-id to ls-branch-id
               exit paragraph
           end-if.
           if ws-context-account is greater than zero
               perform read-domicile
           end-if
           .
      *>----------------------------------------------------------------

      *> A machine with no branch on the register - or a record kept
      *> before the register carried one - stays with the
      *> installation's branch.

       read-machine-site.
           move ls-origin-key to site-atm-id.
           open input archivoSite.
           read archivoSite record key is site-atm-id
               invalid key
                   continue
               not invalid key
                   if site-branch-id is numeric
                   and site-branch-id is greater than zero
                       move site-branch-id to ls-branch-id
                   end-if
           end-read.
           close archivoSite
           .
      *>----------------------------------------------------------------

       read-domicile.
           move ws-context-account to adom-account-no.
           open input archivoDomicile.
           read archivoDomicile record key is adom-account-no
               invalid key
                   continue
               not invalid key
                   if adom-bank-id is greater than zero
                       move adom-bank-id   to ls-bank-id
                   end-if
                   if adom-branch-id is greater than zero
                       move adom-branch-id to ls-branch-id
                   end-if
           end-read.
           close archivoDomicile
           .
      *>----------------------------------------------------------------

       end program GL-Origin.
