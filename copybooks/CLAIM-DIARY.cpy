      *>****************************************************************
      *> Shared record layout for the claim diary CLAIMDRY.DAT, keyed
      *> on claim id plus sequence the same way CLAIMHST.DAT is: one
      *> follow-up per row, due on a date, owned by the adjuster the
      *> claim had when the item was entered. CLAIM-STATUS adds items
      *> ('D' rows) and completes them ('F' rows); CLAIM-DIARY prints
      *> each adjuster's due and overdue items every morning, moving
      *> an overdue item to the claim's current adjuster when the
      *> claim has been reassigned since.
      *>****************************************************************
       01 CLAIM-DIARY-RECORD.
           05 DRY-KEY.
               10 DRY-CLAIM-ID         PIC X(08).
               10 DRY-SEQUENCE         PIC 9(04).
           05 DRY-DUE-DATE             PIC 9(08).
           05 DRY-ADJUSTER             PIC X(10).
           05 DRY-NOTE                 PIC X(40).
           05 DRY-COMPLETED-FLAG       PIC X(01).
              88 DRY-OPEN              VALUE 'N'.
              88 DRY-COMPLETED         VALUE 'Y'.
           05 DRY-ENTERED-DATE         PIC 9(08).
           05 DRY-ENTERED-BY           PIC X(10).
           05 DRY-COMPLETED-DATE       PIC 9(08).
           05 DRY-COMPLETED-BY         PIC X(10).
      *>  The adjuster an overdue item was taken from when it
      *>  followed its claim to a new one; spaces otherwise.
           05 DRY-REASSIGNED-FROM      PIC X(10).
