      *>****************************************************************
      *> Shared record layout for general-ledger journal files handed
      *> to the ledger's journal import: one "HDR" record naming the
      *> journal and its posting date, "DTL" debit/credit lines each
      *> carrying a GL account from the ops-maintained GLACCT.DAT
      *> mapping plus the source code it was mapped from, and one
      *> "TRL" record with the line count and the debit and credit
      *> totals, which are equal on every journal released. A
      *> non-zero GLJ-HDR-REVERSE-DATE asks the ledger to post the
      *> reversing entry on that date (accruals); zero means the
      *> journal stands. Every program that writes a journal COPYs
      *> this under its own FD.
      *>****************************************************************
       01 GL-JOURNAL-RECORD.
           05 GLJ-RECORD-TYPE          PIC X(03).
              88 GLJ-HEADER-RECORD     VALUE "HDR".
              88 GLJ-DETAIL-RECORD     VALUE "DTL".
              88 GLJ-TRAILER-RECORD    VALUE "TRL".
           05 GLJ-DETAIL.
               10 GLJ-ACCOUNT          PIC X(10).
               10 GLJ-DR-CR            PIC X(01).
                  88 GLJ-DEBIT         VALUE 'D'.
                  88 GLJ-CREDIT        VALUE 'C'.
               10 GLJ-AMOUNT           PIC 9(09)V99.
      *>  Source type as on GLACCT.DAT, and the department, deduction
      *>  code or authority the line was summed under.
               10 GLJ-SOURCE-TYPE      PIC X(01).
               10 GLJ-SOURCE-KEY       PIC X(10).
               10 FILLER               PIC X(24).
           05 GLJ-HEADER REDEFINES GLJ-DETAIL.
               10 GLJ-HDR-JOURNAL-ID   PIC X(10).
               10 GLJ-HDR-POSTING-DATE PIC 9(08).
               10 GLJ-HDR-REVERSE-DATE PIC 9(08).
               10 GLJ-HDR-SOURCE-PROGRAM PIC X(16).
               10 FILLER               PIC X(15).
           05 GLJ-TRAILER REDEFINES GLJ-DETAIL.
               10 GLJ-TRL-LINE-COUNT   PIC 9(05).
               10 GLJ-TRL-DEBIT-TOTAL  PIC 9(11)V99.
               10 GLJ-TRL-CREDIT-TOTAL PIC 9(11)V99.
               10 FILLER               PIC X(26).
