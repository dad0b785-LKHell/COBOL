      *>----------------------------------------------------------------
      *>  ATM Project - Nostro reconciliation break record layout
      *>  One record per item Nostro-Recon-Batch could not match
      *>  between a correspondent's statement of our nostro account
      *>  and our own records of what should have moved through it:
      *>  a statement line with nothing of ours behind it ("S"), or
      *>  one of our items the statement has not shown ("O") - an
      *>  outbound wire ("W"), a settlement net payment ("N"), the
      *>  card network's acquirer credit ("A") or an incoming
      *>  international wire ("I"). A break stays open and is offered
      *>  for matching again on every later run for its currency
      *>  until the other side turns up, when it is marked cleared.
      *>----------------------------------------------------------------
       01 nostro-break-record.
           05 nbrk-seq-no          pic 9(9).
           05 nbrk-currency        pic x(3).
           05 nbrk-side            pic x(1).
              88  nbrk-on-statement     value "S".
              88  nbrk-on-our-books     value "O".
           05 nbrk-origin          pic x(1).
              88  nbrk-from-wire-out    value "W".
              88  nbrk-from-netting     value "N".
              88  nbrk-from-acquirer    value "A".
              88  nbrk-from-wire-in     value "I".
           05 nbrk-direction       pic x(1).
              88  nbrk-is-debit         value "D".
              88  nbrk-is-credit        value "C".
           05 nbrk-amount          pic s9(9)v99.
           05 nbrk-reference       pic x(16).
           05 nbrk-value-date      pic 9(8).
           05 nbrk-raised-date     pic 9(8).
           05 nbrk-status          pic x(1).
              88  nbrk-is-open          value "O".
              88  nbrk-is-cleared       value "C".
           05 nbrk-cleared-date    pic 9(8).
           05 filler               pic x(8).
