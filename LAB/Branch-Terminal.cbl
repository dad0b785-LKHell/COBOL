       77 staffKycDocExpiry     pic 9(8).
       77 staffKycBirthDate     pic 9(8).
       77 staffKycRiskClass     pic x(1).
       77 staffNoCustomerId     pic 9(5) value zero.
       77 staffConsentSource    pic x(1) value "B".
       77 staffPayeeMasked      pic x(10).
       01 staffPayeeBool        pic 9.
          88  staff-payee-found   value 1.
          88  staff-payee-confirmed value "Y" "y".
       77 staffCloseDisposal    pic x(1).
       77 staffCloseDestAcct    pic 9(7).
       77 staffCloseAttorneyId  pic 9(5).
       01 bool                  pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 staffQueuedBool       pic 9.
          88  action-was-queued     value 1.
          88  action-was-not-queued value zero.
          88  action-was-referred   value 2.
       01 trainingBool          pic 9.
          88  in-training-mode    value 1.
       01 menuObject            object reference.
           display "   21 = Register balance sweep"
           if role-is-supervisor
               display "   22 = Deposit cassette pickup"
           end-if
           display "   23 = Loan application"
           display "   24 = Collections queue"
           if role-is-supervisor
               display "   25 = Open term deposit"
           display "   44 = Accessibility profile"
           if role-is-supervisor
               display "   45 = Fleet parameters"
               display "   46 = Staff administration"
               display "   47 = Staff customer links"
               display "   48 = Screening hits"
               display "   49 = STR cases"
           end-if
           display "   50 = Customer complaints"
           display "   51 = Replace lost card"
           display "   52 = Loan payoff quote"
           display "   53 = Loan prepayment"
           if role-is-supervisor
               display "   54 = Loan write-off"
           end-if
           display "   55 = Place or lift a lien"
           if role-is-supervisor
               display "   56 = Overdraft facility"
               display "   57 = Open recurring deposit"
               display "   58 = Close recurring deposit"
               display "   59 = Convert account product"
           end-if
           display "   60 = Power of attorney register"
           display "   61 = Demand drafts"
           display "   62 = Night safe bags"
           if role-is-supervisor
               display "   63 = Branch vault"
               display "   64 = Release held feed rates"
               display "   65 = Close accounting period"
           end-if
           display "   66 = Tax residency"
           display "   67 = Marketing consent"
           display "   68 = Marketing campaigns"
           if role-is-supervisor
               display "   69 = Subject access extract"
               display "   70 = ATM maintenance windows"
               display "   71 = ATM site cost register"
               display "   72 = Mobile operator directory"
           end-if
           display "    Option ? : " no advancing
           accept  staffMenuOption
                   perform sweep-register-request
               when staffMenuOption = 22 and role-is-supervisor
                   perform deposit-pickup-request
               when staffMenuOption = 23
                   perform loan-application-request
               when staffMenuOption = 24
                   perform collections-workbench-request
               when staffMenuOption = 25 and role-is-supervisor
                   perform access-profile-request
               when staffMenuOption = 45 and role-is-supervisor
                   perform param-maintain-request
               when staffMenuOption = 46 and role-is-supervisor
                   perform staff-maintain-request
               when staffMenuOption = 47 and role-is-supervisor
                   perform staff-link-request
               when staffMenuOption = 48 and role-is-supervisor
                   perform screening-workbench-request
               when staffMenuOption = 49 and role-is-supervisor
                   perform str-workbench-request
               when staffMenuOption = 50
                   perform complaint-request
               when staffMenuOption = 51
                   perform card-replace-request
               when staffMenuOption = 52
                   perform loan-quote-request
               when staffMenuOption = 53
                   perform loan-prepay-request
               when staffMenuOption = 54 and role-is-supervisor
                   perform loan-writeoff-request
               when staffMenuOption = 55
                   perform lien-request
               when staffMenuOption = 56 and role-is-supervisor
                   perform overdraft-facility-request
               when staffMenuOption = 57 and role-is-supervisor
                   perform recurring-deposit-open-request
               when staffMenuOption = 58 and role-is-supervisor
                   perform recurring-deposit-close-request
               when staffMenuOption = 59 and role-is-supervisor
                   perform product-conversion-request
               when staffMenuOption = 60
                   perform authority-register-request
               when staffMenuOption = 61
                   perform demand-draft-request
               when staffMenuOption = 62
                   perform night-safe-request
               when staffMenuOption = 63 and role-is-supervisor
                   perform vault-maintain-request
               when staffMenuOption = 64 and role-is-supervisor
                   perform rate-release-request
               when staffMenuOption = 65 and role-is-supervisor
                   perform period-close-request
               when staffMenuOption = 66
                   perform tax-residency-request
               when staffMenuOption = 67
                   perform marketing-consent-request
               when staffMenuOption = 68
                   perform campaign-maintain-request
               when staffMenuOption = 69 and role-is-supervisor
                   perform subject-access-request
               when staffMenuOption = 70 and role-is-supervisor
                   perform atm-maint-request
               when staffMenuOption = 71 and role-is-supervisor
                   perform atm-site-request
               when staffMenuOption = 72 and role-is-supervisor
                   perform airtime-operator-request
               when other
                   display space
                   display "    Option not available for your role"
                   display space
                   display "    Over approval threshold - queued"
                   display "    for second supervisor release"
               when action-was-referred
                   display space
                   display "    Name screening match - referred"
                   display "    to compliance, account not opened"
               when exist
                   display space
                   display "    New account number : " newAccountNumber
      *> the customer leaves the desk - captured here for a brand new
      *> customer and written through KYC-Register, which also stamps
      *> today as the last-review date for KYC-Review-Batch's
      *> risk-tiered schedule. The customer's tax residency and
      *> self-certification are taken at the same sitting.

       capture-kyc-details.
           display "    New customer (Y/N) ? : " no advancing
                                             staffKycBirthDate
                                             staffKycRiskClass
               display "    KYC record captured"
               Call "Tax-Residency-Maintain" using
                                  by content staffId
                                             staffCustomerId
           end-if
           .
      *>----------------------------------------------------------------
               display space
               display "    That account number is not valid"
           else
               display "    Acting attorney id (0 = holder) ? : "
                       no advancing
               accept  staffCloseAttorneyId
               display "    Disposal (C=cash T=transfer) ? : "
                       no advancing
               accept  staffCloseDisposal
                                             staffCloseDestAcct
                                  by reference bool
                                  by content staffId
                                             staffCloseAttorneyId
               if exist
                   display space
                   display "    Account closed - final statement"
           .
      *>----------------------------------------------------------------

       loan-application-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Loan application"
           Call "Loan-Application" using
                                  by content staffId
           .
      *>----------------------------------------------------------------
           .
      *>----------------------------------------------------------------

       staff-maintain-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Staff administration"
           Call "Staff-Maintain" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       staff-link-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Staff customer links"
           Call "Staff-Link-Maintain" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       screening-workbench-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Screening hits"
           Call "Screening-Workbench" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       str-workbench-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - STR cases"
           Call "STR-Workbench" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       complaint-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Customer complaints"
           Call "Complaint-Workbench" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       card-replace-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Replace lost card"
           Call "Card-Replace" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       loan-quote-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Loan payoff quote"
           Call "Loan-Payoff-Quote" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       loan-prepay-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Loan prepayment"
           Call "Loan-Prepay" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       loan-writeoff-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Loan write-off"
           Call "Loan-Writeoff-Submit" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       lien-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Place or lift a lien"
           Call "Lien-Register" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       overdraft-facility-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Overdraft facility"
           Call "Overdraft-Facility" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       recurring-deposit-open-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Open recurring deposit"
           Call "Recurring-Deposit-Open" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       recurring-deposit-close-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Close recurring deposit"
           Call "Recurring-Deposit-Close" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       product-conversion-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Convert account product"
           Call "Product-Conversion" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       authority-register-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Power of attorney register"
           Call "Authority-Register" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       demand-draft-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Demand drafts"
           Call "Draft-Maintain" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       night-safe-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Night safe bags"
           Call "Night-Safe-Register" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       vault-maintain-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Branch vault"
           Call "Vault-Maintain" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       rate-release-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Release held feed rates"
           Call "Rate-Release" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       period-close-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Close accounting period"
           Call "Period-Close" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       tax-residency-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Tax residency"
           Call "Tax-Residency-Maintain" using
                                  by content staffId
                                             staffNoCustomerId
           .
      *>----------------------------------------------------------------

       marketing-consent-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Marketing consent"
           Call "Consent-Maintain" using
                                  by content staffId
                                             staffNoCustomerId
                                             staffConsentSource
           .
      *>----------------------------------------------------------------

       campaign-maintain-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Marketing campaigns"
           Call "Campaign-Maintain" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       subject-access-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Subject access extract"
           Call "DSAR-Extract" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       atm-maint-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - ATM maintenance windows"
           Call "ATM-Maint-Schedule" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       atm-site-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - ATM site cost register"
           Call "ATM-Site-Maintain" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       airtime-operator-request.
           display erase-screen
           invoke  menuObject "ATM-title"
           display "    Branch staff - Mobile operator directory"
           Call "Airtime-Operator-Maintain" using
                                  by content staffId
           .
      *>----------------------------------------------------------------

       post-reversal-request.
           display erase-screen
           invoke  menuObject "ATM-title"
