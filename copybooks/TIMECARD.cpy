      *>****************************************************************
      *> Shared record layout for the daily timecard file TIMECARD.DAT:
      *> one row per employee per work date with the hours worked, fed
      *> in with the status left blank. TIMECARD-APPROVE stamps the
      *> department manager's decision; COBOLTUT pays approved cards
      *> dated up to the end of the pay period and, on the live pass,
      *> moves paid and rejected cards off to TCHIST.DAT in the same
      *> layout, so TIMECARD.DAT only ever holds cards still open.
      *>****************************************************************
       01 TIMECARD-RECORD.
           05 TC-EMP-ID                PIC X(06).
           05 TC-WORK-DATE             PIC 9(08).
           05 TC-HOURS                 PIC 9(02)V9.
           05 TC-STATUS                PIC X(01).
              88 TC-PENDING            VALUE SPACE.
              88 TC-APPROVED           VALUE 'A'.
              88 TC-REJECTED           VALUE 'R'.
              88 TC-PAID               VALUE 'D'.
           05 TC-DECIDED-BY            PIC X(10).
           05 TC-DECIDED-STAMP         PIC X(14).
      *>  Pay date the card was paid on; zero until then.
           05 TC-PAY-DATE              PIC 9(08).
