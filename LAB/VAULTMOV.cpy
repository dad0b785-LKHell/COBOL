      *>----------------------------------------------------------------
      *>  ATM Project - Branch vault ledger record layout
      *>  One record per movement of cash into or out of a branch
      *>  vault, written by Vault-Post: floats handed to tellers and
      *>  counts returned at drawer close, notes loaded into ATMs and
      *>  deposit cassettes brought back, cash orders in from the
      *>  central cash centre and surplus sent back to it, and the
      *>  over/short of each vault count. The balance after the
      *>  movement is carried so the ledger reads as a passbook.
      *>----------------------------------------------------------------
       01 vault-movement-record.
           05 vmov-seq-no          pic 9(9).
           05 vmov-branch-id       pic 9(3).
           05 vmov-date            pic 9(8).
           05 vmov-time            pic 9(8).
           05 vmov-type            pic x(2).
              88  vmov-float-out       value "FO".
              88  vmov-drawer-return   value "DR".
              88  vmov-atm-load        value "AL".
              88  vmov-cassette-in     value "AP".
              88  vmov-cash-order      value "CO".
              88  vmov-surplus-return  value "SR".
              88  vmov-count-over      value "CV".
              88  vmov-count-short     value "CS".
           05 vmov-direction       pic x(1).
              88  vmov-is-in           value "I".
              88  vmov-is-out          value "O".
           05 vmov-amount          pic s9(9)v99.
           05 vmov-balance-after   pic s9(11)v99.
           05 vmov-staff-id        pic 9(5).
           05 vmov-reference       pic x(12).
           05 filler               pic x(8).
