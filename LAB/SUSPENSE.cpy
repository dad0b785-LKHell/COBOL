      *>  Shared by Suspense-Post (which appends an item whenever cash
      *>  and the books disagree - withdrawal debit failed after the
      *>  cash left the machine, or a deposit's counted notes didn't
      *>  match the claimed amount, or a night safe bag counted short
      *>  or over what the customer declared) and Suspense-Workbench
      *>  (where branch staff resolve and close each item).
      *>----------------------------------------------------------------
       01 suspense-record.
           05 susp-seq-no          pic 9(9).
              88  susp-from-network     value "N".
              88  susp-from-replay      value "R".
              88  susp-from-ej-match    value "E".
              88  susp-from-issuer      value "I".
              88  susp-from-night-bag   value "B".
           05 susp-account-no      pic 9(7).
           05 susp-amount          pic s9(7)v99.
           05 susp-counted-amount  pic s9(7)v99.
