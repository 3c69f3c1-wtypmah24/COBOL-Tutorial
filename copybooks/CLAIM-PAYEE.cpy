      *>****************************************************************
      *> Shared record layout for the indexed claim payee file
      *> CLMPAYEE.DAT, keyed on claim id: who a claim's payments go
      *> to and the bank code and account CLAIM-STATUS stamps onto
      *> each CLMBANK.DAT detail. The status uses the same STATUS-FLAG
      *> codes BANKACCT.DAT does: a payee entered or changed is
      *> PENDING until a second operator verifies the account, 'OK'
      *> payees receive money, and a payment to any other payee is
      *> held. The changed date lets the payment run flag money going
      *> to bank details changed just before it.
      *>****************************************************************
       01 CLAIM-PAYEE-RECORD.
           05 PYE-CLAIM-ID             PIC X(08).
           05 PYE-NAME                 PIC X(30).
           05 PYE-BANK-CODE            PIC X(06).
           05 PYE-ACCOUNT              PIC X(12).
           05 PYE-STATUS               PIC X(09).
              88 PYE-VERIFIED          VALUE 'OK'.
              88 PYE-UNVERIFIED        VALUE 'PENDING'.
              88 PYE-CLOSED            VALUE 'CLOSED'.
      *>  CCYYMMDD and operator of the last change to the name or
      *>  bank details, and who verified the account since.
           05 PYE-CHANGED-DATE         PIC 9(08).
           05 PYE-CHANGED-BY           PIC X(10).
           05 PYE-VERIFIED-BY          PIC X(10).
