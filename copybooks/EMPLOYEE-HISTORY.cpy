      *> same way EXCEPTION-SUMMARY.cpy is used. The two image fields
      *> must stay as wide as EMPLOYEE-MASTER.cpy's record - and
      *> whenever they widen, rows already on EMPHIST.DAT must be
      *> brought to the new shape through a one-time conversion
      *> (EMPHIST-CONVERT, then NAME-CONVERT when the name fields
      *> arrived) before any reader slices the new image, or every
      *> pre-change row reads shifted.
      *>****************************************************************
       01 EMPLOYEE-HISTORY-RECORD.
           05 HIST-TIMESTAMP    PIC X(26).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 HIST-ACTION       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 HIST-PRIOR-IMAGE  PIC X(141).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 HIST-NEW-IMAGE    PIC X(141).
           05 FILLER            PIC X(01) VALUE SPACE.
      *>  Second pair of eyes on a dual-control change: the operator
      *>  who applied a CHANGE-APPROVE approval, while HIST-OPERATOR
