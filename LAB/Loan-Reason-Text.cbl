      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Spells out a loan application reason code (LOANAPP.cpy) for
      *> the screen and the reports, so Loan-Application and
      *> Loan-Pipeline-Batch word a decline or a referral the same
      *> way. An unknown code comes back as such rather than blank.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Reason-Text.

       Data Division.

       working-storage section.

       Linkage Section.
         77 ls-reason-code     pic x(2).
         77 ls-reason-text     pic x(40).

      *>----------------------------------------------------------------
       Procedure division using ls-reason-code
                                ls-reason-text.

       main-procedure.
           evaluate ls-reason-code
               when "NS"
                   move "No salary credits in the period"
                     to ls-reason-text
               when "SI"
                   move "Salary not credited every month"
                     to ls-reason-text
               when "DT"
                   move "Debt-to-income over the refer limit"
                     to ls-reason-text
               when "DR"
                   move "Debt-to-income over the approve limit"
                     to ls-reason-text
               when "EX"
                   move "Exposure over the single-obligor limit"
                     to ls-reason-text
               when "BW"
                   move "Facility written off" to ls-reason-text
               when "BD"
                   move "Delinquent at the credit bureau"
                     to ls-reason-text
               when "AR"
                   move "Existing loan in arrears" to ls-reason-text
               when "KM"
                   move "No KYC record" to ls-reason-text
               when "KE"
                   move "KYC document expired" to ls-reason-text
               when "KR"
                   move "KYC review overdue" to ls-reason-text
               when "KH"
                   move "High-risk KYC class" to ls-reason-text
               when other
                   move "Unknown reason code" to ls-reason-text
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       end program Loan-Reason-Text.
