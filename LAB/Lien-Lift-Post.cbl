      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The checker side of a lien lift: called by
      *> Approval-Workbench when the second supervisor approves an
      *> "LF" item. The lift-pending lien is marked lifted with the
      *> checker and date, and from then on Lien-Check no longer
      *> counts it. A rejection never reaches here - the lien just
      *> stays lift-pending, still standing, until a lift is asked
      *> for again.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Lien-Lift-Post.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoLiens assign to "liens.dat"
           organization is indexed
           access is dynamic
           record key is lien-seq-no
           alternate record key is lien-account-no with duplicates
           alternate record key is lien-td-seq with duplicates.

       Data Division.

       File Section.
       FD archivoLiens.
       copy "LIEN.cpy".

       working-storage section.
       77 ws-today               pic 9(8).

       Linkage Section.
         77 ls-lien-seq          pic 9(9).
         01 bool                 pic 9.
            88  exist      value 1.
            88  not-exist  value zero.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-lien-seq
                                bool
                                ls-staff-id.

       main-procedure.
           set not-exist to true.
           accept ws-today from date yyyymmdd.
           move ls-lien-seq to lien-seq-no.
           open i-o archivoLiens.
           read archivoLiens record
                             key is lien-seq-no
               invalid key
                   continue
               not invalid key
                   if lien-lift-pending
                       set lien-is-lifted to true
                       move ls-staff-id to lien-lift-checker-id
                       move ws-today    to lien-lift-date
                       rewrite lien-record
                       set exist to true
                   end-if
           end-read.
           close archivoLiens
           .
      *>----------------------------------------------------------------

       end program Lien-Lift-Post.
