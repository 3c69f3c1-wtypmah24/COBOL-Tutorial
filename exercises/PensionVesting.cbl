       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-VESTING.
      *>  Callable pension vesting rule in the style of DATE-ARITH,
      *>  so the payroll, the member statement and the termination
      *>  freeze all vest a member the same way. Service is completed
      *>  years from the hire date to the as-of date plus the prior
      *>  service EMP-REHIRE bridged onto the master; the employer
      *>  side vests on the plan's six-year graded schedule below.
      *>  The member's own contributions are always fully vested -
      *>  the percentage returned applies to the employer side only.
      *>
      *>  USING: LS-HIRE-DATE      CCYYMMDD current hire date
      *>         LS-PRIOR-SERVICE  completed years bridged from
      *>                           earlier spells (spaces read as 0)
      *>         LS-AS-OF-DATE     CCYYMMDD date service is counted to
      *>         LS-SERVICE-YEARS  completed years of service, out
      *>         LS-VESTED-PCT     employer-side vested percent, out
      *>         LS-VEST-STATUS    '0' ok, '1' bad hire or as-of date
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 HIRE-DATE-WORK.
           05 HIRE-YYYY        PIC 9(4).
           05 HIRE-MMDD        PIC 9(4).
       01 AS-OF-DATE-WORK.
           05 AS-OF-YYYY       PIC 9(4).
           05 AS-OF-MMDD       PIC 9(4).
       01 SPELL-YEARS          PIC S9(04).

      *>  Vested percent by completed years of service, 0 through 6;
      *>  six years or more is fully vested.
       01 VESTING-SCHEDULE-VALUES PIC X(21)
           VALUE "000000020040060080100".
       01 VESTING-SCHEDULE REDEFINES VESTING-SCHEDULE-VALUES.
           05 VESTING-PCT-FOR-YEAR PIC 9(03) OCCURS 7 TIMES.
       01 SCHEDULE-SLOT        PIC 9(02).

       LINKAGE SECTION.
       01 LS-HIRE-DATE         PIC 9(08).
       01 LS-PRIOR-SERVICE     PIC 9(02).
       01 LS-AS-OF-DATE        PIC 9(08).
       01 LS-SERVICE-YEARS     PIC 9(03).
       01 LS-VESTED-PCT        PIC 9(03).
       01 LS-VEST-STATUS       PIC X.

       PROCEDURE DIVISION USING LS-HIRE-DATE LS-PRIOR-SERVICE
                                LS-AS-OF-DATE LS-SERVICE-YEARS
                                LS-VESTED-PCT LS-VEST-STATUS.
       MAIN-PROCEDURE.
           MOVE '0' TO LS-VEST-STATUS
           MOVE 0 TO LS-SERVICE-YEARS
           MOVE 0 TO LS-VESTED-PCT
           IF LS-HIRE-DATE NOT NUMERIC OR LS-HIRE-DATE = 0
           OR LS-AS-OF-DATE NOT NUMERIC OR LS-AS-OF-DATE = 0
               MOVE '1' TO LS-VEST-STATUS
           ELSE
               PERFORM COUNT-SERVICE-YEARS
               PERFORM LOOK-UP-VESTED-PCT
           END-IF
           GOBACK.

      *>  Completed years only: the anniversary has to have been
      *>  reached. An as-of date before the hire date counts the
      *>  current spell as nothing rather than negative.
       COUNT-SERVICE-YEARS.
           MOVE LS-HIRE-DATE TO HIRE-DATE-WORK
           MOVE LS-AS-OF-DATE TO AS-OF-DATE-WORK
           COMPUTE SPELL-YEARS = AS-OF-YYYY - HIRE-YYYY
           IF AS-OF-MMDD < HIRE-MMDD
               SUBTRACT 1 FROM SPELL-YEARS
           END-IF
           IF SPELL-YEARS < 0
               MOVE 0 TO SPELL-YEARS
           END-IF
           MOVE SPELL-YEARS TO LS-SERVICE-YEARS
           IF LS-PRIOR-SERVICE IS NUMERIC
               ADD LS-PRIOR-SERVICE TO LS-SERVICE-YEARS
           END-IF
       .

       LOOK-UP-VESTED-PCT.
           IF LS-SERVICE-YEARS >= 6
               MOVE 7 TO SCHEDULE-SLOT
           ELSE
               COMPUTE SCHEDULE-SLOT = LS-SERVICE-YEARS + 1
           END-IF
           MOVE VESTING-PCT-FOR-YEAR(SCHEDULE-SLOT) TO LS-VESTED-PCT
       .

       END PROGRAM PENSION-VESTING.
