      *>  the onboarding interview validates against: list the codes
      *>  on file and append new ones, each addition audit-logged to
      *>  ONBOARD.LOG with the operator id, so growing the list stops
      *>  meaning editing PROFESSN.DAT by hand. The same path keeps
      *>  PROFCERT.DAT, the licences and safety certificates each
      *>  profession requires, which CERT-EXPIRY checks every active
      *>  employee against nightly.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSION-REF-FILE ASSIGN TO "PROFESSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFESSION-REF-FILE-STATUS.
      *>  One row per certificate a profession requires.
           SELECT PROF-CERT-FILE ASSIGN TO "PROFCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROF-CERT-FILE-STATUS.
           SELECT ONBOARD-AUDIT-LOG ASSIGN TO "ONBOARD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONBOARD-AUDIT-LOG-STATUS.
       FD  PROFESSION-REF-FILE.
       01  PROFESSION-REF-RECORD PIC X(10).

       FD  PROF-CERT-FILE.
       01  PROF-CERT-RECORD.
           05 PRQ-PROF-CODE    PIC X(10).
           05 PRQ-CERT-CODE    PIC X(06).

       FD  ONBOARD-AUDIT-LOG.
       01  AUDIT-LINE              PIC X(80).

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       WORKING-STORAGE SECTION.
       01 PROFESSION-REF-FILE-STATUS PIC XX.
          88 NO-PROFESSION-REF-FILE VALUE "35".
          88 NO-MORE-PROFESSION-CODES VALUE "10".
       01 PROF-CERT-FILE-STATUS PIC XX.
          88 NO-PROF-CERT-FILE VALUE "35".
          88 NO-MORE-PROF-CERTS VALUE "10".
       01 ONBOARD-AUDIT-LOG-STATUS PIC XX.
          88 NO-ONBOARD-AUDIT-LOG-FILE VALUE "35".

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-REQUIREMENTS VALUE 'R'.
          88 ACTION-NEW-REQUIREMENT VALUE 'N'.
          88 ACTION-DROP-REQUIREMENT VALUE 'X'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 NEW-PROF-CODE        PIC X(10).
       01 CODE-EXISTS-FLAG     PIC X VALUE 'N'.
          88 CODE-ALREADY-EXISTS VALUE 'Y'.
       01 NEW-CERT-CODE        PIC X(06).
       01 REQUIREMENT-ROWS-LISTED PIC 9(04).

      *>  PROFCERT.DAT held whole while a row is dropped from it.
       01 REQUIREMENT-COUNT    PIC 9(03) VALUE 0.
       01 REQUIREMENT-TABLE.
           05 REQUIREMENT-ENTRY OCCURS 500 TIMES.
               10 REQ-PROF-CODE PIC X(10).
               10 REQ-CERT-CODE PIC X(06).
       01 REQ-INDEX            PIC 9(03).
       01 REQUIREMENT-FOUND-FLAG PIC X VALUE 'N'.
          88 REQUIREMENT-FOUND VALUE 'Y'.

      *>  Reference-table maintenance needs the 'P' function letter on
      *>  the operator's OPERATOR.DAT row; a missing operator file
                    OPERATOR-ID
                PERFORM LOG-AUTH-FAILURE
                CLOSE ONBOARD-AUDIT-LOG
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LOG-RUN-HEADER

            PERFORM UNTIL ACTION-QUIT
                DISPLAY "Action? (L)ist (A)dd (R)equirements"
                    " (N)ew requirement (X) drop requirement (Q)uit"
                ACCEPT ACTION-CHOICE
                EVALUATE TRUE
                    WHEN ACTION-LIST
                        PERFORM LIST-PROFESSION-CODES
                    WHEN ACTION-ADD
                        PERFORM ADD-PROFESSION-CODE
                    WHEN ACTION-REQUIREMENTS
                        PERFORM LIST-REQUIREMENTS
                    WHEN ACTION-NEW-REQUIREMENT
                        PERFORM ADD-REQUIREMENT
                    WHEN ACTION-DROP-REQUIREMENT
                        PERFORM DROP-REQUIREMENT
                    WHEN ACTION-QUIT
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Choose L, A, R, N, X or Q."
                END-EVALUATE
            END-PERFORM

            CLOSE ONBOARD-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LIST-PROFESSION-CODES.
           OPEN INPUT PROFESSION-REF-FILE
           CLOSE PROFESSION-REF-FILE
       .

      *>  Certificates each profession requires, one profession or
      *>  all of them.
       LIST-REQUIREMENTS.
           DISPLAY "Profession code (blank for all)?"
           MOVE SPACES TO NEW-PROF-CODE
           ACCEPT NEW-PROF-CODE
           MOVE 0 TO REQUIREMENT-ROWS-LISTED
           OPEN INPUT PROF-CERT-FILE
           IF NOT NO-PROF-CERT-FILE
               PERFORM UNTIL NO-MORE-PROF-CERTS
                   READ PROF-CERT-FILE
                       AT END SET NO-MORE-PROF-CERTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-PROF-CERTS
                   AND (NEW-PROF-CODE = SPACES
                        OR PRQ-PROF-CODE = NEW-PROF-CODE)
                       ADD 1 TO REQUIREMENT-ROWS-LISTED
                       DISPLAY PRQ-PROF-CODE " REQUIRES "
                           PRQ-CERT-CODE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PROF-CERT-FILE
           IF REQUIREMENT-ROWS-LISTED = 0
               DISPLAY "No certificate requirements on file."
           END-IF
       .

      *>  The profession must already be on PROFESSN.DAT, and the
      *>  same pair is never filed twice.
       ADD-REQUIREMENT.
           DISPLAY "Profession code?"
           MOVE SPACES TO NEW-PROF-CODE
           ACCEPT NEW-PROF-CODE
           DISPLAY "Required certificate code?"
           MOVE SPACES TO NEW-CERT-CODE
           ACCEPT NEW-CERT-CODE
           PERFORM CHECK-CODE-EXISTS
           PERFORM LOAD-REQUIREMENTS
           EVALUATE TRUE
               WHEN NEW-PROF-CODE = SPACES
               OR NEW-CERT-CODE = SPACES
                   DISPLAY "Codes must not be blank."
               WHEN NOT CODE-ALREADY-EXISTS
                   DISPLAY "Unknown profession code: " NEW-PROF-CODE
               WHEN REQUIREMENT-FOUND
                   DISPLAY "Already required: " NEW-PROF-CODE " "
                       NEW-CERT-CODE
               WHEN OTHER
                   OPEN EXTEND PROF-CERT-FILE
                   IF NO-PROF-CERT-FILE
                       OPEN OUTPUT PROF-CERT-FILE
                       CLOSE PROF-CERT-FILE
                       OPEN EXTEND PROF-CERT-FILE
                   END-IF
                   MOVE NEW-PROF-CODE TO PRQ-PROF-CODE
                   MOVE NEW-CERT-CODE TO PRQ-CERT-CODE
                   WRITE PROF-CERT-RECORD
                   CLOSE PROF-CERT-FILE
                   MOVE "ADD-REQUIREMENT" TO AUDIT-PARAGRAPH
                   MOVE NEW-PROF-CODE TO AUDIT-FIELD-NAME
                   MOVE NEW-CERT-CODE TO AUDIT-FIELD-VALUE
                   PERFORM LOG-AUDIT-LINE
                   DISPLAY "Added: " NEW-PROF-CODE " REQUIRES "
                       NEW-CERT-CODE
           END-EVALUATE
       .

      *>  PROFCERT.DAT is rewritten whole without the dropped row.
       DROP-REQUIREMENT.
           DISPLAY "Profession code?"
           MOVE SPACES TO NEW-PROF-CODE
           ACCEPT NEW-PROF-CODE
           DISPLAY "Certificate code to drop?"
           MOVE SPACES TO NEW-CERT-CODE
           ACCEPT NEW-CERT-CODE
           PERFORM LOAD-REQUIREMENTS
           IF NOT REQUIREMENT-FOUND
               DISPLAY "Not required: " NEW-PROF-CODE " "
                   NEW-CERT-CODE
           ELSE
               OPEN OUTPUT PROF-CERT-FILE
               PERFORM VARYING REQ-INDEX FROM 1 BY 1
               UNTIL REQ-INDEX > REQUIREMENT-COUNT
                   IF REQ-PROF-CODE(REQ-INDEX) NOT = NEW-PROF-CODE
                   OR REQ-CERT-CODE(REQ-INDEX) NOT = NEW-CERT-CODE
                       MOVE REQ-PROF-CODE(REQ-INDEX) TO PRQ-PROF-CODE
                       MOVE REQ-CERT-CODE(REQ-INDEX) TO PRQ-CERT-CODE
                       WRITE PROF-CERT-RECORD
                   END-IF
               END-PERFORM
               CLOSE PROF-CERT-FILE
               MOVE "DROP-REQUIREMENT" TO AUDIT-PARAGRAPH
               MOVE NEW-PROF-CODE TO AUDIT-FIELD-NAME
               MOVE NEW-CERT-CODE TO AUDIT-FIELD-VALUE
               PERFORM LOG-AUDIT-LINE
               DISPLAY "Dropped: " NEW-PROF-CODE " " NEW-CERT-CODE
           END-IF
       .

      *>  Loads PROFCERT.DAT and notes whether the NEW-PROF-CODE /
      *>  NEW-CERT-CODE pair is on it.
       LOAD-REQUIREMENTS.
           MOVE 0 TO REQUIREMENT-COUNT
           MOVE 'N' TO REQUIREMENT-FOUND-FLAG
           OPEN INPUT PROF-CERT-FILE
           IF NOT NO-PROF-CERT-FILE
               PERFORM UNTIL NO-MORE-PROF-CERTS
                   READ PROF-CERT-FILE
                       AT END SET NO-MORE-PROF-CERTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-PROF-CERTS
                   AND REQUIREMENT-COUNT < 500
                       ADD 1 TO REQUIREMENT-COUNT
                       MOVE PRQ-PROF-CODE
                           TO REQ-PROF-CODE(REQUIREMENT-COUNT)
                       MOVE PRQ-CERT-CODE
                           TO REQ-CERT-CODE(REQUIREMENT-COUNT)
                       IF PRQ-PROF-CODE = NEW-PROF-CODE
                       AND PRQ-CERT-CODE = NEW-CERT-CODE
                           SET REQUIREMENT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PROF-CERT-FILE
       .

       LOG-RUN-HEADER.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE OPERATOR-ID TO AUDIT-HDR-OPERATOR
                   END-READ
                   IF NOT NO-MORE-OPERATORS
                   AND OPER-ID = OPERATOR-ID
                   AND NOT OPER-DISABLED
                   AND (OPER-EXPIRY-DATE = SPACES
                       OR OPER-EXPIRY-DATE
                           >= FUNCTION CURRENT-DATE(1:8))
                       PERFORM VARYING FUNC-INDEX FROM 1 BY 1
                       UNTIL FUNC-INDEX > 10
                           IF OPER-FUNCTIONS(FUNC-INDEX:1)
