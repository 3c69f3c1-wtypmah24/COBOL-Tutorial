      *>****************************************************************
      *> Shared record layout for the indexed position-control file
      *> POSITION.DAT, keyed on position id. Each row is one budgeted
      *> seat in a department: the title, the FTE the budget allows
      *> for it, and the employee filling it (spaces while vacant).
      *> POSITION-MAINT keeps the rows; onboarding (Assignment-1) and
      *> DEPT-TRANSFER must seat the employee in an open position of
      *> the department, and POSITION-REPORT sets the seats against
      *> the master's headcount every night.
      *>****************************************************************
       01 POSITION-RECORD.
           05 POS-ID                   PIC X(06).
           05 POS-DEPT-CODE            PIC X(04).
           05 POS-TITLE                PIC X(20).
           05 POS-BUDGET-FTE           PIC 9(01)V99.
           05 POS-FILLED-BY            PIC X(06).
              88 POS-VACANT            VALUE SPACES.
      *>  CCYYMMDD the current holder was seated, zero while vacant.
           05 POS-FILLED-DATE          PIC 9(08).
