       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-PAYEE-MAINT.
      *>  Maintenance for the claim payee file the claim payment run
      *>  pays through: look a claim's payee up, add one, change the
      *>  name or bank details, or verify the account. A payee added
      *>  or changed starts PENDING and CLAIM-STATUS holds its money
      *>  until a different operator than the one who keyed the
      *>  details verifies it, so no one person can redirect a claim
      *>  payment. The session goes through the shared
      *>  OPERATOR-SIGNON under the claims letter 'C', and every
      *>  change is logged with operator id and timestamp the same
      *>  way BANKACCT-MAINT logs account changes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-PAYEE-FILE ASSIGN TO "CLMPAYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PYE-CLAIM-ID
               FILE STATUS IS CLAIM-PAYEE-FILE-STATUS.
           SELECT PAYEE-AUDIT-LOG ASSIGN TO "CLMPAYEE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEE-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-PAYEE-FILE.
           COPY "CLAIM-PAYEE.cpy".

       FD  PAYEE-AUDIT-LOG.
       01  PAYEE-AUDIT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 CLAIM-PAYEE-FILE-STATUS PIC XX.
          88 NO-CLAIM-PAYEE-FILE VALUE "35".
       01 PAYEE-AUDIT-LOG-STATUS PIC XX.
          88 NO-PAYEE-AUDIT-LOG-FILE VALUE "35".

       01 ACTION-CHOICE       PIC X VALUE SPACE.
          88 ACTION-INQUIRY   VALUE 'I'.
          88 ACTION-ADD       VALUE 'A'.
          88 ACTION-CHANGE    VALUE 'C'.
          88 ACTION-VERIFY    VALUE 'V'.
          88 ACTION-QUIT      VALUE 'Q'.

       01 WORK-CLAIM-ID       PIC X(08).
       01 WORK-PAYEE-NAME     PIC X(30).
       01 WORK-BANK-CODE      PIC X(06).
       01 WORK-ACCOUNT        PIC X(12).
       01 ROW-INPUT-FLAG      PIC X VALUE 'N'.
          88 ROW-INPUT-VALID  VALUE 'Y'.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

       01 AUDIT-TIMESTAMP     PIC X(26).
       01 PAYEE-AUDIT-RECORD.
           05 PAUD-OPERATOR   PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PAUD-ACTION     PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PAUD-CLAIM-ID   PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PAUD-DETAIL     PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PAUD-TIMESTAMP  PIC X(26).

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into this program's audit output so the change traces to a
      *>  person. Payees are claims work, so 'C' is the letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'C'.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            DISPLAY "Operator id?"
            ACCEPT SIGNON-OPERATOR-ID
            CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                SIGNON-OPERATOR-ID SIGNON-STATUS
            IF NOT SIGNON-ACCEPTED
                DISPLAY "CLAIM-PAYEE-MAINT: OPERATOR "
                    SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION C - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
      *>  CLMPAYEE.LOG may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing log on every run.
            OPEN EXTEND PAYEE-AUDIT-LOG
            IF NO-PAYEE-AUDIT-LOG-FILE
                OPEN OUTPUT PAYEE-AUDIT-LOG
                CLOSE PAYEE-AUDIT-LOG
                OPEN EXTEND PAYEE-AUDIT-LOG
            END-IF

      *>  CLMPAYEE.DAT may not exist on the first run; create it the
      *>  same way SAVE-EMPLOYEE-MASTER creates a fresh master.
            OPEN I-O CLAIM-PAYEE-FILE
            IF NO-CLAIM-PAYEE-FILE
                OPEN OUTPUT CLAIM-PAYEE-FILE
                CLOSE CLAIM-PAYEE-FILE
                OPEN I-O CLAIM-PAYEE-FILE
            END-IF
            IF CLAIM-PAYEE-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN CLMPAYEE.DAT, STATUS="
                    CLAIM-PAYEE-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL ACTION-QUIT
                    DISPLAY "Action? (I)nquiry (A)dd (C)hange"
                        " (V)erify (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-INQUIRY
                            PERFORM SHOW-PAYEE
                        WHEN ACTION-ADD
                            PERFORM ADD-PAYEE
                        WHEN ACTION-CHANGE
                            PERFORM CHANGE-PAYEE
                        WHEN ACTION-VERIFY
                            PERFORM VERIFY-PAYEE
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose I, A, C, V or Q."
                    END-EVALUATE
                END-PERFORM
                CLOSE CLAIM-PAYEE-FILE
            END-IF

            CLOSE PAYEE-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  The account number is never echoed in full - the last four
      *>  characters identify it without putting the whole number on
      *>  the terminal, the same rule BANKACCT-MAINT's list keeps.
       SHOW-PAYEE.
           PERFORM ACCEPT-PAYEE-KEY
           IF ROW-INPUT-VALID
               READ CLAIM-PAYEE-FILE
               IF CLAIM-PAYEE-FILE-STATUS NOT = "00"
                   DISPLAY "No payee for claim " WORK-CLAIM-ID
               ELSE
                   DISPLAY PYE-CLAIM-ID " " PYE-NAME
                   DISPLAY "  BANK " PYE-BANK-CODE
                       " ...." PYE-ACCOUNT(9:4)
                       " " PYE-STATUS
                   DISPLAY "  CHANGED " PYE-CHANGED-DATE
                       " BY " PYE-CHANGED-BY
                       " VERIFIED BY " PYE-VERIFIED-BY
               END-IF
           END-IF
       .

       ADD-PAYEE.
           PERFORM ACCEPT-PAYEE-KEY
           IF ROW-INPUT-VALID
               READ CLAIM-PAYEE-FILE
               IF CLAIM-PAYEE-FILE-STATUS = "00"
                   DISPLAY "Claim " WORK-CLAIM-ID
                       " already has a payee - use (C)hange."
               ELSE
                   PERFORM ACCEPT-PAYEE-DETAILS
                   IF ROW-INPUT-VALID
                       MOVE WORK-CLAIM-ID TO PYE-CLAIM-ID
                       PERFORM STAGE-CHANGED-PAYEE
                       WRITE CLAIM-PAYEE-RECORD
                       IF CLAIM-PAYEE-FILE-STATUS = "00"
                           MOVE "ADD" TO PAUD-ACTION
                           PERFORM LOG-PAYEE-BANK-DETAIL
                           DISPLAY "Added (pending verification): "
                               WORK-CLAIM-ID
                       ELSE
                           DISPLAY "WRITE FAILED, STATUS="
                               CLAIM-PAYEE-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  Any change to who or where the money goes puts the payee
      *>  back to PENDING and restamps the change, so the next
      *>  payment is held until someone else verifies it.
       CHANGE-PAYEE.
           PERFORM ACCEPT-PAYEE-KEY
           IF ROW-INPUT-VALID
               READ CLAIM-PAYEE-FILE
               IF CLAIM-PAYEE-FILE-STATUS NOT = "00"
                   DISPLAY "No payee for claim " WORK-CLAIM-ID
               ELSE
                   PERFORM ACCEPT-PAYEE-DETAILS
                   IF ROW-INPUT-VALID
                       PERFORM STAGE-CHANGED-PAYEE
                       REWRITE CLAIM-PAYEE-RECORD
                       IF CLAIM-PAYEE-FILE-STATUS = "00"
                           MOVE "CHANGE" TO PAUD-ACTION
                           PERFORM LOG-PAYEE-BANK-DETAIL
                           DISPLAY "Changed (pending verification): "
                               WORK-CLAIM-ID
                       ELSE
                           DISPLAY "REWRITE FAILED, STATUS="
                               CLAIM-PAYEE-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  Verification is the second pair of eyes: whoever keyed the
      *>  current details cannot also verify them.
       VERIFY-PAYEE.
           PERFORM ACCEPT-PAYEE-KEY
           IF ROW-INPUT-VALID
               READ CLAIM-PAYEE-FILE
               EVALUATE TRUE
                   WHEN CLAIM-PAYEE-FILE-STATUS NOT = "00"
                       DISPLAY "No payee for claim " WORK-CLAIM-ID
                   WHEN NOT PYE-UNVERIFIED
                       DISPLAY "Payee for claim " WORK-CLAIM-ID
                           " is " PYE-STATUS " - nothing to verify."
                   WHEN PYE-CHANGED-BY = SIGNON-OPERATOR-ID
                       DISPLAY "Details were keyed by "
                           PYE-CHANGED-BY
                           " - another operator must verify them."
                   WHEN OTHER
                       SET PYE-VERIFIED TO TRUE
                       MOVE SIGNON-OPERATOR-ID TO PYE-VERIFIED-BY
                       REWRITE CLAIM-PAYEE-RECORD
                       IF CLAIM-PAYEE-FILE-STATUS = "00"
                           MOVE "VERIFY" TO PAUD-ACTION
                           MOVE WORK-CLAIM-ID TO PAUD-CLAIM-ID
                           MOVE SPACES TO PAUD-DETAIL
                           PERFORM WRITE-PAYEE-AUDIT-LINE
                           DISPLAY "Verified: " WORK-CLAIM-ID
                       ELSE
                           DISPLAY "REWRITE FAILED, STATUS="
                               CLAIM-PAYEE-FILE-STATUS
                       END-IF
               END-EVALUATE
           END-IF
       .

       ACCEPT-PAYEE-KEY.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Claim id?"
           ACCEPT WORK-CLAIM-ID
           IF WORK-CLAIM-ID = SPACES
               DISPLAY "Claim id must not be blank."
           ELSE
               SET ROW-INPUT-VALID TO TRUE
               MOVE WORK-CLAIM-ID TO PYE-CLAIM-ID
           END-IF
       .

       ACCEPT-PAYEE-DETAILS.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Payee name?"
           ACCEPT WORK-PAYEE-NAME
           DISPLAY "Bank code?"
           ACCEPT WORK-BANK-CODE
           DISPLAY "Account number?"
           ACCEPT WORK-ACCOUNT
           IF WORK-PAYEE-NAME = SPACES
           OR WORK-BANK-CODE = SPACES
           OR WORK-ACCOUNT = SPACES
               DISPLAY "Payee name, bank code and account number"
                   " must not be blank."
           ELSE
               SET ROW-INPUT-VALID TO TRUE
           END-IF
       .

       STAGE-CHANGED-PAYEE.
           MOVE FUNCTION UPPER-CASE(WORK-PAYEE-NAME) TO PYE-NAME
           MOVE WORK-BANK-CODE TO PYE-BANK-CODE
           MOVE WORK-ACCOUNT TO PYE-ACCOUNT
           SET PYE-UNVERIFIED TO TRUE
           MOVE TODAYS-DATE-N TO PYE-CHANGED-DATE
           MOVE SIGNON-OPERATOR-ID TO PYE-CHANGED-BY
           MOVE SPACES TO PYE-VERIFIED-BY
       .

       LOG-PAYEE-BANK-DETAIL.
           MOVE WORK-CLAIM-ID TO PAUD-CLAIM-ID
           MOVE SPACES TO PAUD-DETAIL
           STRING "BANK " WORK-BANK-CODE " PENDING"
               DELIMITED BY SIZE INTO PAUD-DETAIL
           PERFORM WRITE-PAYEE-AUDIT-LINE
       .

       WRITE-PAYEE-AUDIT-LINE.
           MOVE SIGNON-OPERATOR-ID TO PAUD-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE AUDIT-TIMESTAMP TO PAUD-TIMESTAMP
           MOVE PAYEE-AUDIT-RECORD TO PAYEE-AUDIT-LINE
           WRITE PAYEE-AUDIT-LINE
       .

       END PROGRAM CLAIM-PAYEE-MAINT.
