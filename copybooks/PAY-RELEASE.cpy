      *>****************************************************************
      *> Shared record layout for the payroll release control file
      *> PAYREL.DAT: a single record for the pay date in hand. A
      *> trial run of COBOLTUT writes it with status 'T' and the
      *> trial's control totals; PAY-RELEASE stamps the supervisor
      *> and moves it to 'R'; the live run proves its own totals
      *> equal the released ones before anything is committed, and
      *> marks it 'P' once posted. Only an 'R' record for the run
      *> date lets COBOLTUT run live.
      *>****************************************************************
       01 PAY-RELEASE-RECORD.
           05 REL-PAY-DATE             PIC 9(08).
           05 REL-STATUS               PIC X(01).
              88 REL-AWAITING-RELEASE  VALUE 'T'.
              88 REL-RELEASED          VALUE 'R'.
              88 REL-POSTED            VALUE 'P'.
           05 REL-TRIAL-OPERATOR       PIC X(10).
           05 REL-TRIAL-STAMP          PIC X(14).
           05 REL-RELEASE-OPERATOR     PIC X(10).
           05 REL-RELEASE-STAMP        PIC X(14).
           05 REL-CONTROL-TOTALS.
               10 REL-EMPLOYEES-PAID   PIC 9(05).
               10 REL-EMPLOYEES-REJECTED PIC 9(05).
               10 REL-GROSS            PIC 9(09)V99.
               10 REL-NET              PIC 9(09)V99.
               10 REL-EMPLOYER         PIC 9(09)V99.
               10 REL-OVERTIME         PIC 9(09)V99.
