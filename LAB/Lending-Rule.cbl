      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Reads the configurable lending rule from the optional
      *> lendrule.cfg single-record config file, the same "one row,
      *> fall back to a default if missing" pattern
      *> Approval-Threshold uses: the debt-to-income percentage an
      *> application may reach and still be approved (default 35),
      *> the percentage above which it is declined outright (default
      *> 50) - between the two it is referred - and how many
      *> complete months of salary credits affordability is worked
      *> from (default 3, at most 6).
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Lending-Rule.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoLendCfg assign to "lendrule.cfg"
           organization is line sequential.

       Data Division.
       File Section.

       FD archivoLendCfg.
       01 lend-config-record.
           05 lend-cfg-approve-dti  pic 9(3)v99.
           05 lend-cfg-refer-dti    pic 9(3)v99.
           05 lend-cfg-salary-months pic 9.

       working-storage section.
       78 default-approve-dti    value 35.00.
       78 default-refer-dti      value 50.00.
       78 default-salary-months  value 3.

       Linkage Section.
         77 ls-approve-dti      pic 9(3)v99.
         77 ls-refer-dti        pic 9(3)v99.
         77 ls-salary-months    pic 9.

       Procedure division using ls-approve-dti
                                ls-refer-dti
                                ls-salary-months.
           move default-approve-dti   to ls-approve-dti.
           move default-refer-dti     to ls-refer-dti.
           move default-salary-months to ls-salary-months.
           open input archivoLendCfg
           read archivoLendCfg
                   at end
                       continue
                   not at end
                       if lend-cfg-approve-dti is greater than zero
                           move lend-cfg-approve-dti to ls-approve-dti
                       end-if
                       if lend-cfg-refer-dti is greater than zero
                           move lend-cfg-refer-dti to ls-refer-dti
                       end-if
                       if lend-cfg-salary-months is greater than zero
                       and lend-cfg-salary-months is not greater than 6
                           move lend-cfg-salary-months
                             to ls-salary-months
                       end-if
           end-read.
           close archivoLendCfg.
           if ls-refer-dti is less than ls-approve-dti
               move ls-approve-dti to ls-refer-dti
           end-if.

       end program Lending-Rule.
