      *>----------------------------------------------------------------
      *>  ATM Project - Loan application record layout
      *>  One record per personal loan application keyed at the
      *>  branch through Loan-Application: what the customer asked
      *>  for (amount, term, purpose, fixed or variable), the
      *>  affordability worked from it - monthly income from the
      *>  verified salary credits, the installments already carried
      *>  on loan.dat and the new one quoted, the debt-to-income
      *>  ratio, the exposure the loan would take the customer to -
      *>  and the outcome: approve, refer or decline with up to six
      *>  reason codes. Approved and referred applications wait on
      *>  the dual-control approval queue ("LA") until a second
      *>  supervisor releases them and Loan-Open books the loan;
      *>  a declined application stays on file as the record of the
      *>  decline. Loan-Pipeline-Batch reports the month's pipeline.
      *>----------------------------------------------------------------
       01 loan-application-record.
           05 la-seq-no            pic 9(9).
           05 la-customer-id       pic 9(5).
           05 la-account-no        pic 9(7).
           05 la-amount            pic s9(7)v99.
           05 la-term-months       pic 9(3).
           05 la-purpose-code      pic x(1).
              88  la-for-car           value "C".
              88  la-for-home          value "H".
              88  la-for-education     value "E".
              88  la-for-consolidation value "D".
              88  la-for-other         value "O".
           05 la-purpose-text      pic x(20).
           05 la-rate-type         pic x(1).
              88  la-is-fixed          value space.
              88  la-is-variable       value "V".
           05 la-margin            pic v9(6).
           05 la-quoted-rate       pic v9(6).
           05 la-monthly-income    pic s9(7)v99.
           05 la-existing-installments pic s9(7)v99.
           05 la-new-installment   pic s9(7)v99.
           05 la-dti-pct           pic 9(3)v99.
           05 la-exposure          pic s9(9)v99.
           05 la-decision          pic x(1).
              88  la-is-approve        value "A".
              88  la-is-refer          value "R".
              88  la-is-decline        value "D".
      *> NS no salary credits       SI salary not every month
      *> DT debt-to-income over the refer limit
      *> DR debt-to-income over the approve limit
      *> EX exposure over the single-obligor limit
      *> BW written off (bureau or ours)  BD delinquent at bureau
      *> AR existing loan in arrears
      *> KM no KYC record  KE KYC document expired
      *> KR KYC review overdue  KH high-risk KYC class
           05 la-reason-count      pic 9.
           05 la-reason            pic x(2) occurs 6 times.
           05 la-status            pic x(1).
              88  la-is-queued         value "Q".
              88  la-is-booked         value "B".
              88  la-is-declined       value "D".
           05 la-approval-seq      pic 9(9).
           05 la-keyed-by          pic 9(5).
           05 la-keyed-date        pic 9(8).
           05 la-loan-seq          pic 9(9).
           05 la-booked-by         pic 9(5).
           05 la-booked-date       pic 9(8).
           05 filler               pic x(10).
