       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-ARCHIVE-INQ.
      *>  Brings back an archived claim's whole lifecycle - for a
      *>  claim reopened for litigation, long after CLAIM-ARCHIVE
      *>  took it off the live master. Enter the claim id: the
      *>  CLMARCAT.DAT catalog names the dated archive file that
      *>  holds it, and the claim as it last stood on CLAIMS.DAT and
      *>  every CLAIMHST.DAT row of its history print to CLMARINQ.RPT
      *>  in the same form CLAIM-HISTORY prints a live claim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "CLMARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-CATALOG-FILE-STATUS.
      *>  The dated archive the catalog names, opened by that name.
           SELECT CLAIM-ARCHIVE-FILE ASSIGN USING ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-ARCHIVE-FILE-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "CLMARINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CATALOG-FILE.
           COPY "CLAIM-ARCHIVE-CAT.cpy".

       FD  CLAIM-ARCHIVE-FILE.
           COPY "CLAIM-ARCHIVE.cpy".

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARCHIVE-CATALOG-FILE-STATUS PIC XX.
          88 NO-ARCHIVE-CATALOG-FILE VALUE "35".
          88 NO-MORE-CATALOG-ROWS VALUE "10".
       01 CLAIM-ARCHIVE-FILE-STATUS PIC XX.
          88 NO-MORE-ARCHIVE-ROWS VALUE "10".
       01 INQUIRY-REPORT-FILE-STATUS PIC XX.

       01 ASK-CLAIM-ID         PIC X(08).
       01 ARCHIVE-FILE-NAME    PIC X(20) VALUE SPACES.
       01 ARCHIVED-ON-DATE     PIC 9(08) VALUE 0.
       01 CLAIM-ROWS-FOUND     PIC 9(04) VALUE 0.
       01 HISTORY-ROWS-FOUND   PIC 9(04) VALUE 0.
       01 AMOUNT-EDIT          PIC $$,$$$,$$9.99.

      *>  The archived images, laid out as CLAIM-STATUS wrote them
      *>  on the live files.
       01 ARCHIVED-CLAIM.
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
       01 ARCHIVED-HISTORY.
           05 CHS-KEY.
               10 CHS-CLAIM-ID PIC X(08).
               10 CHS-SEQUENCE PIC 9(04).
           05 CHS-FROM-STATUS  PIC X(09).
           05 CHS-TO-STATUS    PIC X(09).
           05 CHS-TIMESTAMP    PIC X(26).
           05 CHS-OPERATOR     PIC X(10).
           05 CHS-APPROVER     PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Archived claim id?"
            ACCEPT ASK-CLAIM-ID
            IF ASK-CLAIM-ID = SPACES
                GOBACK
            END-IF
            PERFORM FIND-CLAIM-IN-CATALOG
            IF ARCHIVE-FILE-NAME = SPACES
                DISPLAY "CLAIM-ARCHIVE-INQ: " ASK-CLAIM-ID
                    " IS NOT ON THE ARCHIVE CATALOG"
                MOVE 1 TO RETURN-CODE
            ELSE
                OPEN INPUT CLAIM-ARCHIVE-FILE
                IF CLAIM-ARCHIVE-FILE-STATUS NOT = "00"
                    DISPLAY "ERROR: CANNOT OPEN " ARCHIVE-FILE-NAME
                        ", STATUS=" CLAIM-ARCHIVE-FILE-STATUS
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM PRINT-ARCHIVED-LIFECYCLE
                    CLOSE CLAIM-ARCHIVE-FILE
                    DISPLAY "CLAIM-ARCHIVE-INQ: " HISTORY-ROWS-FOUND
                        " HISTORY ROWS FROM " ARCHIVE-FILE-NAME
                        " TO CLMARINQ.RPT"
                END-IF
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  The latest catalog entry for the claim wins, should the
      *>  same id ever have been archived twice.
       FIND-CLAIM-IN-CATALOG.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF NOT NO-ARCHIVE-CATALOG-FILE
               PERFORM UNTIL NO-MORE-CATALOG-ROWS
                   READ ARCHIVE-CATALOG-FILE
                       AT END SET NO-MORE-CATALOG-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-CATALOG-ROWS
                   AND CAT-CLAIM-ID = ASK-CLAIM-ID
                       MOVE CAT-ARCHIVE-NAME TO ARCHIVE-FILE-NAME
                       MOVE CAT-ARCHIVED-DATE TO ARCHIVED-ON-DATE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
       .

       PRINT-ARCHIVED-LIFECYCLE.
           OPEN OUTPUT INQUIRY-REPORT-FILE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "ARCHIVED LIFECYCLE OF CLAIM " ASK-CLAIM-ID
               "  FROM " ARCHIVE-FILE-NAME
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           PERFORM UNTIL NO-MORE-ARCHIVE-ROWS
               READ CLAIM-ARCHIVE-FILE
                   AT END SET NO-MORE-ARCHIVE-ROWS TO TRUE
               END-READ
               IF NOT NO-MORE-ARCHIVE-ROWS
               AND ARC-CLAIM-ID = ASK-CLAIM-ID
                   EVALUATE TRUE
                       WHEN ARC-CLAIM-ROW
                           PERFORM PRINT-ARCHIVED-CLAIM
                       WHEN ARC-HISTORY-ROW
                           PERFORM PRINT-ARCHIVED-HISTORY-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF CLAIM-ROWS-FOUND = 0
               MOVE "CLAIM NOT FOUND IN THAT ARCHIVE FILE"
                   TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF
           IF HISTORY-ROWS-FOUND = 0
               MOVE "NO HISTORY WAS ON FILE FOR THAT CLAIM"
                   TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF
           CLOSE INQUIRY-REPORT-FILE
       .

      *>  The claim as it stood the day it was archived.
       PRINT-ARCHIVED-CLAIM.
           ADD 1 TO CLAIM-ROWS-FOUND
           MOVE ARC-IMAGE TO ARCHIVED-CLAIM
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "  " CLAIM-STATUS-CODE " SINCE " CLAIM-CHANGED-DATE
               " - " CLAIM-REASON
               "  ARCHIVED " ARC-ARCHIVED-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "  CLAIMANT " CLAIM-CLAIMANT-NAME
               " POLICY " CLAIM-POLICY-NUMBER
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "  LOSS " CLAIM-LOSS-DATE
               " REPORTED " CLAIM-REPORTED-DATE
               " ADJUSTER " CLAIM-ADJUSTER
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           IF CLAIM-PAID-TO-DATE IS NUMERIC
               MOVE CLAIM-PAID-TO-DATE TO AMOUNT-EDIT
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "  PAID TO DATE " AMOUNT-EDIT
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF
           IF CLAIM-RECOVERED-TO-DATE IS NUMERIC
               MOVE CLAIM-RECOVERED-TO-DATE TO AMOUNT-EDIT
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "  RECOVERED    " AMOUNT-EDIT
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF
       .

      *>  Same line CLAIM-HISTORY prints for a live claim.
       PRINT-ARCHIVED-HISTORY-ROW.
           ADD 1 TO HISTORY-ROWS-FOUND
           MOVE ARC-IMAGE TO ARCHIVED-HISTORY
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING CHS-SEQUENCE " "
               CHS-FROM-STATUS " -> " CHS-TO-STATUS
               " AT " CHS-TIMESTAMP(1:14)
               " BY " CHS-OPERATOR
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           IF CHS-APPROVER NOT = SPACES
           AND CHS-APPROVER NOT = LOW-VALUES
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "     MONEY OVER AUTHORITY APPROVED BY "
                   CHS-APPROVER
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF
       .

       END PROGRAM CLAIM-ARCHIVE-INQ.
