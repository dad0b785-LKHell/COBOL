      *>----------------------------------------------------------------
      *>  ATM Project - Branch vault record layout
      *>  One record per branch (the staff-branch-id of the people
      *>  working it): the cash the vault should be holding right
      *>  now, the insured limit it must not sit above overnight, and
      *>  the last physical count with its over/short. Vault-Post
      *>  moves the balance and writes every movement to the
      *>  vaultmov.dat ledger (VAULTMOV.cpy); Vault-Maintain takes
      *>  the count and keeps the limit; Vault-Limit-Batch warns
      *>  overnight.
      *>----------------------------------------------------------------
       01 vault-record.
           05 vault-branch-id      pic 9(3).
           05 vault-balance        pic s9(11)v99.
           05 vault-insured-limit  pic 9(11)v99.
           05 vault-last-count-date pic 9(8).
           05 vault-last-count     pic s9(11)v99.
           05 vault-last-over-short pic s9(9)v99.
           05 vault-last-move-date pic 9(8).
           05 filler               pic x(8).
