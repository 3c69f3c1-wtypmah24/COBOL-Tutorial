       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-REFERRAL.
      *>  Supervisor release of claims the overnight CLAIM-SCREEN
      *>  referred. A referred claim sits in PENDING - CLAIM-STATUS
      *>  will not move it or pay it and CLAIM-ESCALATE leaves it -
      *>  until a claims supervisor has looked at CLAIMREF.RPT and
      *>  releases it here. The session goes through the shared
      *>  OPERATOR-SIGNON under the claims supervisor letter 'S',
      *>  and every release lands on FLAGCHG.TXT with the
      *>  supervisor's id beside the claim's other changes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS CLAIMS-FILE-STATUS.
           SELECT STATUS-CHANGE-LOG ASSIGN TO "FLAGCHG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CHANGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>  Same layout CLAIM-STATUS files and rewrites.
       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05 CLAIM-ID             PIC X(08).
           05 CLAIM-STATUS-CODE    PIC X(09).
           05 CLAIM-REASON         PIC X(20).
           05 CLAIM-CHANGED-DATE   PIC 9(08).
           05 CLAIM-CHANGED-STAMP  PIC X(26).
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
              88 CLAIM-REFERRAL-RELEASED VALUE 'R'.

       FD  STATUS-CHANGE-LOG.
       01  STATUS-CHANGE-LINE  PIC X(92).

       WORKING-STORAGE SECTION.
       01 CLAIMS-FILE-STATUS   PIC XX.
          88 NO-MORE-CLAIMS    VALUE "10".
       01 STATUS-CHANGE-LOG-STATUS PIC XX.
          88 NO-STATUS-CHANGE-LOG-FILE VALUE "35".

       01 ACTION-CHOICE       PIC X VALUE SPACE.
          88 ACTION-LIST      VALUE 'L'.
          88 ACTION-RELEASE   VALUE 'R'.
          88 ACTION-QUIT      VALUE 'Q'.

       01 WORK-CLAIM-ID       PIC X(08).
       01 CONFIRM-CHOICE      PIC X.
       01 REFERRED-COUNT      PIC 9(05).
       01 SCORE-EDIT          PIC ZZ9.

      *>  Same change-log layout CLAIM-STATUS writes.
       01 CHANGE-TIMESTAMP     PIC X(26).
       01 STATUS-CHANGE-RECORD.
           05 CHG-FIELD-NAME    PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-OLD-VALUE     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-NEW-VALUE     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-REASON        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-TIMESTAMP     PIC X(26).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-OPERATOR      PIC X(10).

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into this program's audit output so the release traces to
      *>  a person. 'S' is the claims supervisor letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'S'.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Operator id?"
            ACCEPT SIGNON-OPERATOR-ID
            CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                SIGNON-OPERATOR-ID SIGNON-STATUS
            IF NOT SIGNON-ACCEPTED
                DISPLAY "CLAIM-REFERRAL: OPERATOR "
                    SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION S - NOTHING RELEASED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN I-O CLAIMS-FILE
            IF CLAIMS-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN CLAIMS.DAT, STATUS="
                    CLAIMS-FILE-STATUS
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
      *>  FLAGCHG.TXT may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing log on every run.
            OPEN EXTEND STATUS-CHANGE-LOG
            IF NO-STATUS-CHANGE-LOG-FILE
                OPEN OUTPUT STATUS-CHANGE-LOG
                CLOSE STATUS-CHANGE-LOG
                OPEN EXTEND STATUS-CHANGE-LOG
            END-IF

            PERFORM UNTIL ACTION-QUIT
                DISPLAY "Action? (L)ist referred (R)elease (Q)uit"
                ACCEPT ACTION-CHOICE
                EVALUATE TRUE
                    WHEN ACTION-LIST
                        PERFORM LIST-REFERRED-CLAIMS
                    WHEN ACTION-RELEASE
                        PERFORM RELEASE-CLAIM
                    WHEN ACTION-QUIT
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Choose L, R or Q."
                END-EVALUATE
            END-PERFORM

            CLOSE STATUS-CHANGE-LOG
            CLOSE CLAIMS-FILE
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Every claim still held, with the score CLAIMREF.RPT
      *>  explains.
       LIST-REFERRED-CLAIMS.
           MOVE 0 TO REFERRED-COUNT
           MOVE LOW-VALUES TO CLAIM-ID
           START CLAIMS-FILE KEY >= CLAIM-ID
               INVALID KEY SET NO-MORE-CLAIMS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-CLAIMS
               READ CLAIMS-FILE NEXT RECORD
                   AT END SET NO-MORE-CLAIMS TO TRUE
               END-READ
               IF CLAIMS-FILE-STATUS NOT = "00"
                   SET NO-MORE-CLAIMS TO TRUE
               END-IF
               IF NOT NO-MORE-CLAIMS
               AND CLAIM-REFERRED
                   ADD 1 TO REFERRED-COUNT
                   MOVE CLAIM-SCREEN-SCORE TO SCORE-EDIT
                   DISPLAY CLAIM-ID " " CLAIM-CLAIMANT-NAME
                       " SCORE " SCORE-EDIT
                       " SCREENED " CLAIM-SCREENED-DATE
               END-IF
           END-PERFORM
           DISPLAY REFERRED-COUNT " CLAIMS HELD FOR REFERRAL"
       .

       RELEASE-CLAIM.
           DISPLAY "Claim id?"
           ACCEPT WORK-CLAIM-ID
           MOVE WORK-CLAIM-ID TO CLAIM-ID
           READ CLAIMS-FILE
           EVALUATE TRUE
               WHEN CLAIMS-FILE-STATUS NOT = "00"
                   DISPLAY "No claim " WORK-CLAIM-ID
               WHEN NOT CLAIM-REFERRED
                   DISPLAY "Claim " WORK-CLAIM-ID
                       " is not held for referral."
               WHEN OTHER
                   MOVE CLAIM-SCREEN-SCORE TO SCORE-EDIT
                   DISPLAY CLAIM-ID " " CLAIM-CLAIMANT-NAME
                       " SCORE " SCORE-EDIT
                   DISPLAY "Release it? (Y/N)"
                   ACCEPT CONFIRM-CHOICE
                   IF CONFIRM-CHOICE = 'Y' OR CONFIRM-CHOICE = 'y'
                       PERFORM REWRITE-RELEASED-CLAIM
                   ELSE
                       DISPLAY "Left held."
                   END-IF
           END-EVALUATE
       .

       REWRITE-RELEASED-CLAIM.
           SET CLAIM-REFERRAL-RELEASED TO TRUE
           REWRITE CLAIM-RECORD
           IF CLAIMS-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
               MOVE CLAIM-ID TO CHG-FIELD-NAME
               MOVE "REFERRED" TO CHG-OLD-VALUE
               MOVE "RELEASED" TO CHG-NEW-VALUE
               MOVE "REFERRAL RELEASED" TO CHG-REASON
               MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
               MOVE SIGNON-OPERATOR-ID TO CHG-OPERATOR
               MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE
               WRITE STATUS-CHANGE-LINE
               DISPLAY "Released: " CLAIM-ID
           ELSE
               DISPLAY "REWRITE FAILED, STATUS=" CLAIMS-FILE-STATUS
           END-IF
       .

       END PROGRAM CLAIM-REFERRAL.
