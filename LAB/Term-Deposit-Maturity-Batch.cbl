      *> account interest. The principal leg follows the maturity
      *> instruction: pay out ("TM" credit back to the funding
      *> account), roll the principal into a fresh term at today's
      *> table rate, or roll principal plus the net interest. A
      *> deposit pledged under a lien is never paid out while the
      *> lien stands - a pay-out instruction is rolled over on the
      *> principal instead, and shown as forced on the report.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-notify-seq          pic 9(9).
       77 print-amount           pic -(7)9.99.
       77 ws-report-line         pic x(70).
       77 ws-lien-target         pic x(1) value "T".
       77 ws-lien-amount         pic s9(9)v99.
       77 ws-settled-text        pic x(8).
       01 ws-rate-bool           pic 9.
          88  ws-rate-found        value 1.
       01 bool                   pic 9.
           compute ws-tax-amount rounded =
               ws-interest * ws-whtax-rate.
           compute ws-net-interest = ws-interest - ws-tax-amount.
           move " settled" to ws-settled-text.
           call "Lien-Check" using
                                  by content ws-lien-target
                                             td-seq-no
                                  by reference ws-lien-amount.
           evaluate true
               when ws-lien-amount is greater than zero
               and not td-rolls-principal
               and not td-rolls-full
                   move " forced" to ws-settled-text
                   perform credit-interest
                   perform roll-over-deposit
               when td-pays-out
                   perform pay-out-deposit
               when td-rolls-principal
                  print-amount      delimited by size
                  " instr "         delimited by size
                  td-rollover       delimited by size
                  ws-settled-text   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to mature-report-line.
