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
              88 CLAIM-REFERRED    VALUE 'Y'.

       FD  TRANSITION-RULES-FILE.
       01  TRANSITION-RULE-RECORD.
           05 CHS-TO-STATUS    PIC X(09).
           05 CHS-TIMESTAMP    PIC X(26).
           05 CHS-OPERATOR     PIC X(10).
           05 CHS-APPROVER     PIC X(10).

       WORKING-STORAGE SECTION.
       01 ESCALATE-PARAM-FILE-STATUS PIC XX.
               IF CLAIMS-FILE-STATUS NOT = "00"
                   SET ESCALATE-SWEEP-DONE TO TRUE
               END-IF
      *>  A claim the fraud screening referred is held in PENDING
      *>  for its supervisor, not escalated past them.
               IF NOT ESCALATE-SWEEP-DONE
               AND CLAIM-STATUS-CODE = "PENDING"
               AND NOT CLAIM-REFERRED
                   PERFORM CONSIDER-ONE-CLAIM
               END-IF
           END-PERFORM
               MOVE "ESCALATED" TO CHS-TO-STATUS
               MOVE CHANGE-TIMESTAMP TO CHS-TIMESTAMP
               MOVE "AUTO" TO CHS-OPERATOR
               MOVE SPACES TO CHS-APPROVER
               WRITE CLAIM-HISTORY-RECORD
               CLOSE CLAIM-HISTORY-FILE
           ELSE
