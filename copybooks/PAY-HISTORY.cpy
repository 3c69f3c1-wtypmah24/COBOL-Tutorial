      *>****************************************************************
      *> Shared record layout for the indexed payment history
      *> PAYHIST.DAT, keyed on employee id, pay date and a sequence
      *> within the pay date. COBOLTUT's live pass files one record
      *> per employee paid (sequence 00) with the figures the payment
      *> was built from: gross, adjustment, net, how it was paid, the
      *> basis and amount of every deduction row that took money, and
      *> every garnishment take by order reference. PAY-REISSUE backs
      *> a payment out from these figures, marks it voided, and files
      *> the corrected payment under the same pay date at the next
      *> sequence.
      *>****************************************************************
       01 PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-EMP-ID            PIC X(06).
               10 PH-PAY-DATE          PIC 9(08).
               10 PH-SEQ               PIC 9(02).
           05 PH-STATUS                PIC X(01).
              88 PH-PAID               VALUE 'P'.
              88 PH-VOIDED             VALUE 'V'.
           05 PH-ISSUE-DATE            PIC 9(08).
           05 PH-GROSS                 PIC 9(07)V99.
           05 PH-ADJUSTMENT            PIC S9(04) SIGN LEADING SEPARATE.
           05 PH-NET                   PIC 9(07)V99.
           05 PH-PAY-METHOD            PIC X(01).
              88 PH-PAID-BY-BANK       VALUE 'B'.
              88 PH-PAID-BY-CHEQUE     VALUE 'C'.
           05 PH-CHEQUE-NUMBER         PIC 9(08).
      *>  Deduction rows as applied: the R(ate)/F(lat) basis after any
      *>  election override, so a corrected gross can be withheld on
      *>  exactly the terms the original was.
           05 PH-DED-COUNT             PIC 9(02).
           05 PH-DEDUCTION OCCURS 20 TIMES.
               10 PH-DED-CODE          PIC X(04).
               10 PH-DED-DESC          PIC X(20).
               10 PH-DED-TYPE          PIC X(01).
               10 PH-DED-VALUE         PIC 9(05)V99.
               10 PH-DED-AMOUNT        PIC 9(05)V99.
           05 PH-GARNISH-COUNT         PIC 9(01).
           05 PH-GARNISH OCCURS 5 TIMES.
               10 PH-GAR-ORDER-REF     PIC X(10).
               10 PH-GAR-AMOUNT        PIC 9(05)V99.
      *>  Filled in when PAY-REISSUE voids the payment.
           05 PH-VOID-DATE             PIC 9(08).
           05 PH-VOID-BY               PIC X(10).
           05 PH-VOID-REASON           PIC X(20).
