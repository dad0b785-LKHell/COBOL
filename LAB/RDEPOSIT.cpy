      *>----------------------------------------------------------------
      *>  ATM Project - Recurring deposit record layout
      *>  One record per monthly savings plan booked through
      *>  Recurring-Deposit-Open at the branch: the installment the
      *>  customer pays in every month from the linked account, the
      *>  rate booked for the whole term, and how far the plan has
      *>  got - installments collected and missed, the principal
      *>  built up so far and when the next installment is due.
      *>  Every installment earns simple interest at the booked rate
      *>  from the day it was collected; rd-weighted-days keeps the
      *>  sum of each installment times the day number it was
      *>  collected on, so the interest to any date comes straight
      *>  from the balance without keeping every installment.
      *>  Recurring-Deposit-Batch collects the installments and pays
      *>  the plan out at maturity; Recurring-Deposit-Close closes
      *>  one early with the penalty applied.
      *>----------------------------------------------------------------
       01 recurring-deposit-record.
           05 rd-seq-no            pic 9(9).
           05 rd-account-no        pic 9(7).
           05 rd-customer-id       pic 9(5).
           05 rd-installment       pic s9(7)v99.
           05 rd-rate              pic v9(6).
           05 rd-term-months       pic 9(3).
           05 rd-start-date        pic 9(8).
           05 rd-maturity-date     pic 9(8).
           05 rd-next-due-date     pic 9(8).
           05 rd-paid-count        pic 9(3).
           05 rd-missed-count      pic 9(3).
           05 rd-balance           pic s9(9)v99.
           05 rd-weighted-days     pic s9(15)v99.
           05 rd-interest-paid     pic s9(7)v99.
           05 rd-settled-date      pic 9(8).
           05 rd-status            pic x(1).
              88  rd-is-active         value "A".
              88  rd-is-matured        value "M".
              88  rd-is-closed-early   value "C".
           05 filler               pic x(10).
