       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-CALENDAR-GEN.
      *>  Generates a year of pay dates into PAYCAL.DAT - one
      *>  CCYYMMDD per line, the same date column HOLIDAYS.DAT
      *>  rows start with - so "pay day is the last business day of
      *>  the month" lives in the system instead of in whoever
      *>  eyeballs BUSCAL.DAT. Each month's last calendar day is
      *>  classified through the shared BUSINESS-DAYS subprogram
      *>  (weekends by the day-of-week rule, holidays from the
      *>  bank's calendar on HOLIDAYS.DAT, since pay has to settle on
      *>  a day the bank is open) and walked back until it lands on
      *>  a business day. COBOLTUT refuses to run a payroll on a
      *>  date that is not on this calendar unless ops plants the
      *>  PAYOVRD.DAT override flag, the same protection RUNOVRD.DAT
      *>  gives the nightly chain.
       01 BUSDAY-RESULT-COUNT  PIC 9(05).
       01 BUSDAY-RESULT-DATE   PIC 9(08).
       01 BUSDAY-STATUS        PIC X.
      *>  The bank's settlement calendar, not the office's.
       01 BUSDAY-CALENDAR-ID   PIC X(08) VALUE "BANK".

       01 LEAP-CHECK-YEAR      PIC 9(4).
       01 LEAP-CHECK-STATUS PIC X VALUE 'N'.
           MOVE 0 TO BUSDAY-DATE-2
           CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION BUSDAY-DATE-1
               BUSDAY-DATE-2 BUSDAY-RESULT-COUNT BUSDAY-RESULT-DATE
               BUSDAY-STATUS BUSDAY-CALENDAR-ID
       .

      *>  Delegates the leap rule to the shared CHECK-LEAP-YEAR
