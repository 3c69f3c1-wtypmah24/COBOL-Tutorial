      *> program that reads or writes the account master COPYs this
      *> under its own FD, the same way EMPLOYEE-MASTER.cpy keeps
      *> every reader and writer of EMPMAST.DAT on one layout.
      *> The account number is held enciphered under ACCT-KEY-ID
      *> through the ACCOUNT-CIPHER subprogram, deciphered only
      *> where the bank file or prenote is built; anything printed
      *> or logged shows ACCT-NUMBER-LAST4 behind a mask.
      *>****************************************************************
       01 BANK-ACCOUNT-RECORD.
           05 ACCT-EMP-ID          PIC X(06).
           05 ACCT-BANK-CODE       PIC X(06).
      *>  Stored form from ACCOUNT-CIPHER - never the clear number
      *>  once the row carries a key id.
           05 ACCT-NUMBER          PIC X(12).
           05 ACCT-STATUS          PIC X(09).
              88 ACCT-ACTIVE       VALUE 'OK'.
      *>  CCYYMMDD the prenote detail last went to the bank, zero
      *>  until the first prenote cycle picks the account up.
           05 ACCT-PRENOTE-DATE    PIC 9(08).
      *>  CIPHER.KEY id ACCT-NUMBER is enciphered under; spaces only
      *>  on a row BANKACCT-CONVERT could not encipher.
           05 ACCT-KEY-ID          PIC X(10).
           05 ACCT-NUMBER-LAST4    PIC X(04).
