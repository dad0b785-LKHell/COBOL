      *>----------------------------------------------------------------
      *>  ATM Project - Lien (earmark) record layout
      *>  One record per lien marked at the branch through
      *>  Lien-Register: a stated amount of an account's balance, or
      *>  a term deposit, pledged against a named loan (lien-loan-seq)
      *>  or for an external reason. While it stands (active, or
      *>  active with a lift awaiting approval) Lien-Check reports it:
      *>  Subtract-money keeps the account's available balance above
      *>  it, Term-Deposit-Break refuses to break the deposit and
      *>  Term-Deposit-Maturity-Batch rolls the deposit over instead
      *>  of paying it out. A lift is maker-checker: requested at the
      *>  branch, lifted by Lien-Lift-Post when a second supervisor
      *>  releases it through Approval-Workbench.
      *>----------------------------------------------------------------
       01 lien-record.
           05 lien-seq-no          pic 9(9).
           05 lien-target          pic x(1).
              88  lien-on-account      value "A".
              88  lien-on-term-deposit value "T".
           05 lien-account-no      pic 9(7).
           05 lien-td-seq          pic 9(9).
           05 lien-customer-id     pic 9(5).
           05 lien-amount          pic s9(7)v99.
           05 lien-loan-seq        pic 9(9).
           05 lien-reason          pic x(20).
           05 lien-status          pic x(1).
              88  lien-is-active       value "A".
              88  lien-lift-pending    value "P".
              88  lien-is-lifted       value "L".
              88  lien-stands          value "A" "P".
           05 lien-placed-staff-id pic 9(5).
           05 lien-placed-date     pic 9(8).
           05 lien-lift-maker-id   pic 9(5).
           05 lien-lift-checker-id pic 9(5).
           05 lien-lift-date       pic 9(8).
           05 filler               pic x(8).
