      *>****************************************************************
      *> Shared record layout for the benefit plan table BENPLAN.DAT,
      *> one line per plan: the plan code (the DEDTABLE.DAT deduction
      *> code the premium is taken under), a description, and the
      *> employee premium per pay run for each coverage tier of
      *> BENEFIT-ENROLLMENT.cpy. The employer share rides on the
      *> DEDTABLE.DAT row itself, as for any other deduction.
      *>****************************************************************
       01 BENEFIT-PLAN-RECORD.
           05 BPLAN-CODE               PIC X(04).
           05 BPLAN-DESC               PIC X(20).
           05 BPLAN-PREMIUM-EE         PIC 9(5)V99.
           05 BPLAN-PREMIUM-ES         PIC 9(5)V99.
           05 BPLAN-PREMIUM-EC         PIC 9(5)V99.
           05 BPLAN-PREMIUM-FA         PIC 9(5)V99.
