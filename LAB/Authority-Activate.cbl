      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Checker side of a third-party authority: called by
      *> Approval-Workbench when the second supervisor releases a
      *> "PW" item, flipping the pending authority active with the
      *> checker recorded. Only an active authority lets an attorney
      *> act through Authority-Check; a rejected one simply stays
      *> pending and never takes effect.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Authority-Activate.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoAuthority assign to "authority.dat"
           organization is indexed
           access is dynamic
           record key is auth-seq-no.

       Data Division.

       File Section.
       FD archivoAuthority.
       copy "AUTHORITY.cpy".

       working-storage section.

       Linkage Section.
         77 ls-auth-seq          pic 9(9).
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-auth-seq
                                bool
                                ls-staff-id.

       main-procedure.
           set not-exist to true.
           move ls-auth-seq to auth-seq-no.
           open i-o archivoAuthority.
           read archivoAuthority record
                                 key is auth-seq-no
               invalid key
                   continue
               not invalid key
                   if auth-is-pending
                       set auth-is-active to true
                       move ls-staff-id to auth-checker-id
                       rewrite authority-record
                       set exist to true
                   end-if
           end-read.
           close archivoAuthority
           .
      *>----------------------------------------------------------------

       end program Authority-Activate.
