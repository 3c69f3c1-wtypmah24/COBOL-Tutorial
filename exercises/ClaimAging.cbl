           05 CLAIM-RESERVE-AMOUNT PIC 9(7)V99.
           05 CLAIM-PAID-TO-DATE   PIC 9(7)V99.
           05 CLAIM-ADJUSTER       PIC X(10).
           05 CLAIM-POLICY-NUMBER  PIC X(10).
           05 CLAIM-LOSS-DATE      PIC 9(08).
           05 CLAIM-DEDUCTIBLE-TAKEN PIC 9(7)V99.
           05 CLAIM-RECOVERED-TO-DATE PIC 9(7)V99.
           05 CLAIM-REPORTED-DATE  PIC 9(08).
           05 CLAIM-CLAIMANT-NAME  PIC X(30).
           05 CLAIM-SCREEN-SCORE   PIC 9(03).
           05 CLAIM-SCREENED-DATE  PIC 9(08).
           05 CLAIM-REFERRAL-FLAG  PIC X(01).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE   PIC X(80).
