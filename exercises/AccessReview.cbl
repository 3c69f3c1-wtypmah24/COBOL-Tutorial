       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.
      *>  Quarterly access review over OPERATOR.DAT. ACCREVW.RPT lists
      *>  every operator with the function letters it carries, its
      *>  standing (active, disabled or expired), its expiry, its
      *>  last sign-on and who granted it when, and flags the three
      *>  things the review is for:
      *>    DORMANT  an active account with no sign-on in the last
      *>             ninety days and no grant in them either;
      *>    LEAVER   the employee behind the account is CLOSED on
      *>             EMPMAST.DAT;
      *>    NO-EMP   the employee id is not on EMPMAST.DAT at all.
      *>  A leaver or unknown employee still holding an active account
      *>  is raised as an error exception, a dormant account as a
      *>  warning, so the morning triage sees them without opening
      *>  the report. Counts close the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT ACCESS-REVIEW-FILE ASSIGN TO "ACCREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  ACCESS-REVIEW-FILE.
       01  ACCESS-REVIEW-LINE    PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "source program, paragraph, description" layout
      *>  shared with the nightly control program and Assignment-2.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 OPERATOR-FILE-STATUS PIC XX.
          88 NO-OPERATOR-FILE  VALUE "35".
          88 NO-MORE-OPERATORS VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.
          88 NO-MASTER-FILE    VALUE "35".
       01 MASTER-FILE-FLAG     PIC X VALUE 'N'.
          88 MASTER-ON-FILE    VALUE 'Y'.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 DORMANT-DAYS         PIC S9(05) VALUE -90.
       01 RUN-DATE             PIC 9(08).
       01 DORMANT-CUTOFF-DATE  PIC 9(08).

      *>  DATE-ARITH call interface, matched to its LINKAGE pictures.
       01 DA-FUNCTION          PIC X.
       01 DA-DATE-1            PIC 9(08).
       01 DA-DATE-2            PIC 9(08).
       01 DA-OFFSET-DAYS       PIC S9(05).
       01 DA-RESULT-DAYS       PIC S9(07).
       01 DA-RESULT-DATE       PIC 9(08).
       01 DA-DATE-STATUS       PIC X.

       01 ACCOUNT-STATE        PIC X(08).
          88 ACCOUNT-ACTIVE    VALUE "ACTIVE".
       01 DORMANT-FLAG         PIC X VALUE 'N'.
          88 ACCOUNT-DORMANT   VALUE 'Y'.
       01 EMPLOYEE-STATE       PIC X VALUE SPACE.
          88 EMPLOYEE-LEAVER   VALUE 'L'.
          88 EMPLOYEE-UNKNOWN  VALUE 'U'.
       01 FLAG-POINTER         PIC 9(02).

       01 OPERATORS-LISTED     PIC 9(05) VALUE 0.
       01 OPERATORS-ACTIVE     PIC 9(05) VALUE 0.
       01 OPERATORS-DISABLED   PIC 9(05) VALUE 0.
       01 OPERATORS-EXPIRED    PIC 9(05) VALUE 0.
       01 OPERATORS-DORMANT    PIC 9(05) VALUE 0.
       01 OPERATORS-LEAVER     PIC 9(05) VALUE 0.
       01 OPERATORS-UNKNOWN    PIC 9(05) VALUE 0.

       01 REPORT-HEADING-LINE.
           05 FILLER           PIC X(27)
               VALUE "OPERATOR   LETTERS    STATU".
           05 FILLER           PIC X(27)
               VALUE "S   EXPIRES  LAST-ON  EMP-I".
           05 FILLER           PIC X(27)
               VALUE "D GRANTED-BY ON       FLAGS".
       01 REPORT-DETAIL-LINE.
           05 RPT-OPERATOR-ID  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-FUNCTIONS    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-STATE        PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-EXPIRY-DATE  PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-LAST-SIGNON  PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-EMP-ID       PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-GRANTED-BY   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-GRANTED-DATE PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-FLAGS        PIC X(22).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM COMPUTE-DORMANT-CUTOFF

           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS = "00"
               SET MASTER-ON-FILE TO TRUE
           ELSE
               DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE - LEAVERS"
                   " NOT CHECKED"
           END-IF

           OPEN OUTPUT ACCESS-REVIEW-FILE
           MOVE SPACES TO ACCESS-REVIEW-LINE
           STRING "QUARTERLY OPERATOR ACCESS REVIEW " RUN-DATE
               "  DORMANT = NO SIGN-ON SINCE " DORMANT-CUTOFF-DATE
               DELIMITED BY SIZE INTO ACCESS-REVIEW-LINE
           WRITE ACCESS-REVIEW-LINE
           MOVE REPORT-HEADING-LINE TO ACCESS-REVIEW-LINE
           WRITE ACCESS-REVIEW-LINE

           OPEN INPUT OPERATOR-FILE
           IF NO-OPERATOR-FILE
               MOVE "NO OPERATOR.DAT - SIGN-ON IS ON THE HONOR SYSTEM"
                   TO ACCESS-REVIEW-LINE
               WRITE ACCESS-REVIEW-LINE
               MOVE "ACCESS-REVIEW" TO EXC-SOURCE-PROGRAM
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE "NO OPERATOR.DAT - NOTHING TO REVIEW"
                   TO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               PERFORM UNTIL NO-MORE-OPERATORS
                   READ OPERATOR-FILE
                       AT END SET NO-MORE-OPERATORS TO TRUE
                   END-READ
                   IF NOT NO-MORE-OPERATORS
                   AND OPER-ID NOT = SPACES
                       PERFORM REVIEW-ONE-OPERATOR
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF

           PERFORM WRITE-REVIEW-TOTALS
           CLOSE ACCESS-REVIEW-FILE
           IF MASTER-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF

           DISPLAY "ACCESS-REVIEW: " OPERATORS-LISTED " OPERATORS, "
               OPERATORS-DORMANT " DORMANT, " OPERATORS-LEAVER
               " LEAVERS"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

       COMPUTE-DORMANT-CUTOFF.
           MOVE 'O' TO DA-FUNCTION
           MOVE RUN-DATE TO DA-DATE-1
           MOVE DORMANT-DAYS TO DA-OFFSET-DAYS
           CALL "DATE-ARITH" USING DA-FUNCTION DA-DATE-1 DA-DATE-2
               DA-OFFSET-DAYS DA-RESULT-DAYS DA-RESULT-DATE
               DA-DATE-STATUS
           IF DA-DATE-STATUS = '0'
               MOVE DA-RESULT-DATE TO DORMANT-CUTOFF-DATE
           ELSE
               MOVE RUN-DATE TO DORMANT-CUTOFF-DATE
           END-IF
       .

       REVIEW-ONE-OPERATOR.
           ADD 1 TO OPERATORS-LISTED
           EVALUATE TRUE
               WHEN OPER-DISABLED
                   MOVE "DISABLED" TO ACCOUNT-STATE
                   ADD 1 TO OPERATORS-DISABLED
               WHEN OPER-EXPIRY-DATE NOT = SPACES
               AND OPER-EXPIRY-DATE < RUN-DATE
                   MOVE "EXPIRED" TO ACCOUNT-STATE
                   ADD 1 TO OPERATORS-EXPIRED
               WHEN OTHER
                   MOVE "ACTIVE" TO ACCOUNT-STATE
                   ADD 1 TO OPERATORS-ACTIVE
           END-EVALUATE

      *>  A grant inside the window is as good as a sign-on: a new
      *>  account has not had the chance to be used yet.
           MOVE 'N' TO DORMANT-FLAG
           IF ACCOUNT-ACTIVE
           AND (OPER-LAST-SIGNON = SPACES
               OR OPER-LAST-SIGNON < DORMANT-CUTOFF-DATE)
           AND (OPER-GRANTED-DATE = SPACES
               OR OPER-GRANTED-DATE < DORMANT-CUTOFF-DATE)
               SET ACCOUNT-DORMANT TO TRUE
               ADD 1 TO OPERATORS-DORMANT
           END-IF

           MOVE SPACE TO EMPLOYEE-STATE
           IF OPER-EMP-ID NOT = SPACES
           AND MASTER-ON-FILE
               MOVE OPER-EMP-ID TO MASTER-EMP-ID
               READ EMPLOYEE-MASTER
               IF MASTER-FILE-STATUS NOT = "00"
                   SET EMPLOYEE-UNKNOWN TO TRUE
                   ADD 1 TO OPERATORS-UNKNOWN
               ELSE
                   IF MASTER-TERMINATED
                       SET EMPLOYEE-LEAVER TO TRUE
                       ADD 1 TO OPERATORS-LEAVER
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO RPT-FLAGS
           MOVE 1 TO FLAG-POINTER
           IF EMPLOYEE-LEAVER
               STRING "LEAVER " DELIMITED BY SIZE INTO RPT-FLAGS
                   WITH POINTER FLAG-POINTER
           END-IF
           IF EMPLOYEE-UNKNOWN
               STRING "NO-EMP " DELIMITED BY SIZE INTO RPT-FLAGS
                   WITH POINTER FLAG-POINTER
           END-IF
           IF ACCOUNT-DORMANT
               STRING "DORMANT " DELIMITED BY SIZE INTO RPT-FLAGS
                   WITH POINTER FLAG-POINTER
           END-IF

           MOVE OPER-ID TO RPT-OPERATOR-ID
           MOVE OPER-FUNCTIONS TO RPT-FUNCTIONS
           MOVE ACCOUNT-STATE TO RPT-STATE
           MOVE OPER-EXPIRY-DATE TO RPT-EXPIRY-DATE
           MOVE OPER-LAST-SIGNON TO RPT-LAST-SIGNON
           MOVE OPER-EMP-ID TO RPT-EMP-ID
           MOVE OPER-GRANTED-BY TO RPT-GRANTED-BY
           MOVE OPER-GRANTED-DATE TO RPT-GRANTED-DATE
           MOVE REPORT-DETAIL-LINE TO ACCESS-REVIEW-LINE
           WRITE ACCESS-REVIEW-LINE

           PERFORM RAISE-ACCESS-EXCEPTIONS
       .

      *>  Only a live account is a finding; a disabled or expired
      *>  one already carries no functions.
       RAISE-ACCESS-EXCEPTIONS.
           IF ACCOUNT-ACTIVE
               MOVE "ACCESS-REVIEW" TO EXC-SOURCE-PROGRAM
               MOVE "REVIEW-ONE-OPERATOR" TO EXC-SOURCE-PARAGRAPH
               IF EMPLOYEE-LEAVER OR EMPLOYEE-UNKNOWN
                   MOVE SPACES TO EXC-DESCRIPTION
                   IF EMPLOYEE-LEAVER
                       STRING OPER-ID DELIMITED BY SPACE
                           " ACTIVE, EMP " OPER-EMP-ID " CLOSED"
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   ELSE
                       STRING OPER-ID DELIMITED BY SPACE
                           " ACTIVE, EMP " OPER-EMP-ID " NOT ON FILE"
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   END-IF
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
               IF ACCOUNT-DORMANT
                   MOVE SPACES TO EXC-DESCRIPTION
                   IF OPER-LAST-SIGNON = SPACES
                       STRING OPER-ID DELIMITED BY SPACE
                           " DORMANT, NEVER SIGNED ON"
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   ELSE
                       STRING OPER-ID DELIMITED BY SPACE
                           " DORMANT, LAST SIGN-ON " OPER-LAST-SIGNON
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   END-IF
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO ACCESS-REVIEW-LINE
           WRITE ACCESS-REVIEW-LINE
           STRING "OPERATORS " OPERATORS-LISTED
               "  ACTIVE " OPERATORS-ACTIVE
               "  DISABLED " OPERATORS-DISABLED
               "  EXPIRED " OPERATORS-EXPIRED
               DELIMITED BY SIZE INTO ACCESS-REVIEW-LINE
           WRITE ACCESS-REVIEW-LINE
           MOVE SPACES TO ACCESS-REVIEW-LINE
           STRING "DORMANT " OPERATORS-DORMANT
               "  LEAVERS " OPERATORS-LEAVER
               "  NOT ON EMPMAST " OPERATORS-UNKNOWN
               DELIMITED BY SIZE INTO ACCESS-REVIEW-LINE
           WRITE ACCESS-REVIEW-LINE
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file.
       WRITE-EXCEPTION-SUMMARY-LINE.
      *>  EXCSUMM.DAT may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing summary.
           OPEN EXTEND EXCEPTION-SUMMARY-FILE
           IF NO-EXCEPTION-SUMMARY-FILE
               OPEN OUTPUT EXCEPTION-SUMMARY-FILE
               CLOSE EXCEPTION-SUMMARY-FILE
               OPEN EXTEND EXCEPTION-SUMMARY-FILE
           END-IF
           MOVE EXCEPTION-SUMMARY-RECORD TO EXCEPTION-SUMMARY-LINE
           WRITE EXCEPTION-SUMMARY-LINE
           CLOSE EXCEPTION-SUMMARY-FILE
       .

       END PROGRAM ACCESS-REVIEW.
