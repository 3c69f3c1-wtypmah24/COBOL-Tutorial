      *>****************************************************************
      *> Shared record layout for the pending-approval queue
      *> CLMAPPR.DAT, keyed on claim id plus sequence the same way
      *> CLAIMHST.DAT is. CLAIM-STATUS writes a row for each 'P' or
      *> 'R' transaction over the requesting operator's authority,
      *> carrying the staged CLAIMTRN.DAT row as it came in;
      *> CLAIM-APPROVE records a supervisor's approval or decline;
      *> the next CLAIM-STATUS run posts what was approved and marks
      *> the row posted.
      *>****************************************************************
       01 CLAIM-APPROVAL-RECORD.
           05 APR-KEY.
               10 APR-CLAIM-ID         PIC X(08).
               10 APR-SEQUENCE         PIC 9(04).
           05 APR-TRANSACTION          PIC X(157).
           05 APR-TRANSACTION-FIELDS REDEFINES APR-TRANSACTION.
               10 APR-TRN-CLAIM-ID     PIC X(08).
               10 APR-TRN-NEW-STATUS   PIC X(09).
               10 APR-TRN-REASON       PIC X(20).
               10 APR-TRN-TYPE         PIC X(01).
               10 APR-TRN-AMOUNT       PIC 9(7)V99.
               10 FILLER               PIC X(110).
           05 APR-REQUESTED-BY         PIC X(10).
           05 APR-REQUESTED-DATE       PIC 9(08).
      *>  The requester's own limit for this kind of transaction at
      *>  the time, so the approver can be held to a higher one.
           05 APR-REQUESTER-LIMIT      PIC 9(7)V99.
           05 APR-STATUS               PIC X(01).
              88 APR-PENDING           VALUE 'P'.
              88 APR-APPROVED          VALUE 'A'.
              88 APR-DECLINED          VALUE 'D'.
              88 APR-POSTED            VALUE 'X'.
           05 APR-DECIDED-BY           PIC X(10).
           05 APR-DECIDED-DATE         PIC 9(08).
           05 APR-POSTED-DATE          PIC 9(08).
