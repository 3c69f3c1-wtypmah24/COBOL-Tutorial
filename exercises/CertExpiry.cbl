       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-EXPIRY.
      *>  Nightly licence and certificate check over CERTIFY.DAT for
      *>  every active employee on the master: certificates that have
      *>  already lapsed, certificates expiring within the
      *>  configurable window, and certificates the employee's
      *>  profession requires (PROFCERT.DAT) that are not on file at
      *>  all. Lapsed certificates also go to the exception summary -
      *>  an error when the profession requires it, a warning when it
      *>  does not - so a missed renewal surfaces in the morning
      *>  triage instead of at an inspection.
      *>
      *>  CERTEXP.PRM: alert-window days (default thirty).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-PARAM-FILE ASSIGN TO "CERTEXP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-PARAM-FILE-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO "CERTIFY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS CERTIFICATION-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Certificates each profession requires (PROF-CODE-MAINT).
           SELECT PROF-CERT-FILE ASSIGN TO "PROFCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROF-CERT-FILE-STATUS.
           SELECT CERT-REPORT-FILE ASSIGN TO "CERTEXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-PARAM-FILE.
       01  CERT-PARAM-RECORD.
           05 PRM-WINDOW-DAYS  PIC 9(03).

       FD  CERTIFICATION-FILE.
           COPY "CERTIFICATION.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  PROF-CERT-FILE.
       01  PROF-CERT-RECORD.
           05 PRQ-PROF-CODE    PIC X(10).
           05 PRQ-CERT-CODE    PIC X(06).

       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-LINE    PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 CERT-PARAM-FILE-STATUS PIC XX.
          88 NO-CERT-PARAM-FILE VALUE "35".
       01 CERTIFICATION-FILE-STATUS PIC XX.
          88 NO-CERTIFICATION-FILE VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
       01 PROF-CERT-FILE-STATUS PIC XX.
          88 NO-PROF-CERT-FILE VALUE "35".
          88 NO-MORE-PROF-CERTS VALUE "10".
       01 CERT-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 END-OF-MASTER-FLAG   PIC X VALUE 'N'.
          88 END-OF-EMPLOYEE-MASTER VALUE 'Y'.
       01 CERTS-DONE-FLAG      PIC X VALUE 'N'.
          88 CERTS-DONE        VALUE 'Y'.
       01 CERT-FILE-OPEN-FLAG  PIC X VALUE 'N'.
          88 CERT-FILE-IS-OPEN VALUE 'Y'.

       01 ALERT-WINDOW-DAYS    PIC S9(03) VALUE 30.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).
       01 WINDOW-END-DATE      PIC 9(08).

      *>  DATE-ARITH call set for the window offset.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

      *>  PROFCERT.DAT held whole; the held flag is reset for each
      *>  employee and set as the employee's certificates are read.
       01 REQUIREMENT-COUNT    PIC 9(03) VALUE 0.
       01 REQUIREMENT-TABLE.
           05 REQUIREMENT-ENTRY OCCURS 500 TIMES.
               10 REQ-PROF-CODE PIC X(10).
               10 REQ-CERT-CODE PIC X(06).
               10 REQ-HELD-FLAG PIC X(01).
                  88 REQ-HELD  VALUE 'Y'.
       01 REQ-INDEX            PIC 9(03).
       01 CERT-REQUIRED-FLAG   PIC X VALUE 'N'.
          88 CERT-IS-REQUIRED  VALUE 'Y'.

       01 LAPSED-COUNT         PIC 9(05) VALUE 0.
       01 EXPIRING-COUNT       PIC 9(05) VALUE 0.
       01 MISSING-COUNT        PIC 9(05) VALUE 0.
       01 EMPLOYEES-CHECKED    PIC 9(05) VALUE 0.

      *>  NAME-FORMAT parameters - the list prints "SURNAME, GIVEN"
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

       01 CERT-DETAIL-LINE.
           05 CDL-STATUS       PIC X(09).
           05 CDL-EMP-ID       PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CDL-NAME         PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CDL-PROFESSION   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CDL-CERT-CODE    PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CDL-DESC         PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CDL-EXPIRY       PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CDL-REQUIRED     PIC X(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-ALERT-WINDOW
            PERFORM COMPUTE-WINDOW-END
            PERFORM LOAD-REQUIREMENTS

            OPEN OUTPUT CERT-REPORT-FILE
            MOVE SPACES TO CERT-REPORT-LINE
            STRING "CERTIFICATES LAPSED, EXPIRING TO " WINDOW-END-DATE
                ", OR MISSING AS OF " TODAYS-DATE-N
                DELIMITED BY SIZE INTO CERT-REPORT-LINE
            WRITE CERT-REPORT-LINE
            MOVE SPACES TO CERT-REPORT-LINE
            WRITE CERT-REPORT-LINE

      *>  No CERTIFY.DAT yet is not a fault: every required
      *>  certificate simply shows as missing.
            OPEN INPUT CERTIFICATION-FILE
            IF CERTIFICATION-FILE-STATUS = "00"
                SET CERT-FILE-IS-OPEN TO TRUE
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF MASTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN EMPMAST.DAT, STATUS="
                    MASTER-FILE-STATUS
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING "OPEN FAILED ON EMPMAST.DAT, STATUS="
                    MASTER-FILE-STATUS
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'C' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                    READ EMPLOYEE-MASTER NEXT RECORD
                        AT END SET END-OF-EMPLOYEE-MASTER TO TRUE
                    END-READ
                    IF NOT END-OF-EMPLOYEE-MASTER
                    AND NOT MASTER-TERMINATED
                        PERFORM CHECK-ONE-EMPLOYEE
                    END-IF
                END-PERFORM
                CLOSE EMPLOYEE-MASTER
            END-IF
            IF CERT-FILE-IS-OPEN
                CLOSE CERTIFICATION-FILE
            END-IF

            MOVE SPACES TO CERT-REPORT-LINE
            WRITE CERT-REPORT-LINE
            MOVE SPACES TO CERT-REPORT-LINE
            STRING EMPLOYEES-CHECKED " EMPLOYEES: "
                LAPSED-COUNT " LAPSED, "
                EXPIRING-COUNT " EXPIRING, "
                MISSING-COUNT " MISSING"
                DELIMITED BY SIZE INTO CERT-REPORT-LINE
            WRITE CERT-REPORT-LINE
            CLOSE CERT-REPORT-FILE
            DISPLAY "CERT-EXPIRY: " LAPSED-COUNT " LAPSED, "
                EXPIRING-COUNT " EXPIRING, " MISSING-COUNT " MISSING"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       LOAD-ALERT-WINDOW.
           OPEN INPUT CERT-PARAM-FILE
           IF NOT NO-CERT-PARAM-FILE
               READ CERT-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-WINDOW-DAYS IS NUMERIC
                       AND PRM-WINDOW-DAYS > 0
                           MOVE PRM-WINDOW-DAYS
                               TO ALERT-WINDOW-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE CERT-PARAM-FILE
       .

       COMPUTE-WINDOW-END.
           MOVE 'O' TO DATE-FUNCTION
           MOVE TODAYS-DATE-N TO DATE-ONE
           MOVE ALERT-WINDOW-DAYS TO DATE-OFFSET-DAYS
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE DATE-TWO
               DATE-OFFSET-DAYS DATE-RESULT-DAYS DATE-RESULT-DATE
               DATE-CALL-STATUS
           IF DATE-CALL-STATUS = '0'
               MOVE DATE-RESULT-DATE TO WINDOW-END-DATE
           ELSE
               MOVE TODAYS-DATE-N TO WINDOW-END-DATE
           END-IF
       .

       LOAD-REQUIREMENTS.
           MOVE 0 TO REQUIREMENT-COUNT
           OPEN INPUT PROF-CERT-FILE
           IF NOT NO-PROF-CERT-FILE
               PERFORM UNTIL NO-MORE-PROF-CERTS
                   READ PROF-CERT-FILE
                       AT END SET NO-MORE-PROF-CERTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-PROF-CERTS
                   AND PRQ-PROF-CODE NOT = SPACES
                   AND REQUIREMENT-COUNT < 500
                       ADD 1 TO REQUIREMENT-COUNT
                       MOVE PRQ-PROF-CODE
                           TO REQ-PROF-CODE(REQUIREMENT-COUNT)
                       MOVE PRQ-CERT-CODE
                           TO REQ-CERT-CODE(REQUIREMENT-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PROF-CERT-FILE
       .

      *>  Reads the employee's certificates in key order, classifies
      *>  each, then lists whatever the profession requires that was
      *>  not among them.
       CHECK-ONE-EMPLOYEE.
           ADD 1 TO EMPLOYEES-CHECKED
           PERFORM VARYING REQ-INDEX FROM 1 BY 1
           UNTIL REQ-INDEX > REQUIREMENT-COUNT
               MOVE 'N' TO REQ-HELD-FLAG(REQ-INDEX)
           END-PERFORM
           IF CERT-FILE-IS-OPEN
               MOVE 'N' TO CERTS-DONE-FLAG
               MOVE MASTER-EMP-ID TO CERT-EMP-ID
               MOVE LOW-VALUES TO CERT-CODE
               START CERTIFICATION-FILE KEY >= CERT-KEY
                   INVALID KEY SET CERTS-DONE TO TRUE
               END-START
               PERFORM UNTIL CERTS-DONE
                   READ CERTIFICATION-FILE NEXT RECORD
                       AT END SET CERTS-DONE TO TRUE
                   END-READ
                   IF CERTIFICATION-FILE-STATUS NOT = "00"
                   OR CERT-EMP-ID NOT = MASTER-EMP-ID
                       SET CERTS-DONE TO TRUE
                   END-IF
                   IF NOT CERTS-DONE
                       PERFORM CLASSIFY-ONE-CERTIFICATE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING REQ-INDEX FROM 1 BY 1
           UNTIL REQ-INDEX > REQUIREMENT-COUNT
               IF REQ-PROF-CODE(REQ-INDEX) = MASTER-PROFESSION
               AND NOT REQ-HELD(REQ-INDEX)
                   ADD 1 TO MISSING-COUNT
                   MOVE SPACES TO CERT-DETAIL-LINE
                   MOVE "MISSING" TO CDL-STATUS
                   MOVE REQ-CERT-CODE(REQ-INDEX) TO CDL-CERT-CODE
                   MOVE "NOT ON FILE" TO CDL-DESC
                   MOVE "YES" TO CDL-REQUIRED
                   PERFORM WRITE-CERT-DETAIL
               END-IF
           END-PERFORM
       .

      *>  A lapsed certificate still counts as held for the missing
      *>  check - it is reported once, as lapsed.
       CLASSIFY-ONE-CERTIFICATE.
           MOVE 'N' TO CERT-REQUIRED-FLAG
           PERFORM VARYING REQ-INDEX FROM 1 BY 1
           UNTIL REQ-INDEX > REQUIREMENT-COUNT
               IF REQ-PROF-CODE(REQ-INDEX) = MASTER-PROFESSION
               AND REQ-CERT-CODE(REQ-INDEX) = CERT-CODE
                   MOVE 'Y' TO REQ-HELD-FLAG(REQ-INDEX)
                   SET CERT-IS-REQUIRED TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE CERT-CODE TO CDL-CERT-CODE
           MOVE CERT-DESC TO CDL-DESC
           MOVE CERT-EXPIRY-DATE TO CDL-EXPIRY
           IF CERT-IS-REQUIRED
               MOVE "YES" TO CDL-REQUIRED
           ELSE
               MOVE "NO" TO CDL-REQUIRED
           END-IF
           EVALUATE TRUE
               WHEN CERT-NEVER-EXPIRES
               OR CERT-EXPIRY-DATE NOT NUMERIC
                   CONTINUE
               WHEN CERT-EXPIRY-DATE < TODAYS-DATE-N
                   ADD 1 TO LAPSED-COUNT
                   MOVE "LAPSED" TO CDL-STATUS
                   PERFORM WRITE-CERT-DETAIL
                   MOVE "CLASSIFY-ONE-CERT" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "EMP " MASTER-EMP-ID " CERT " CERT-CODE
                       " LAPSED " CERT-EXPIRY-DATE
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   IF CERT-IS-REQUIRED
                       MOVE 'E' TO EXC-SEVERITY
                   ELSE
                       MOVE 'W' TO EXC-SEVERITY
                   END-IF
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               WHEN CERT-EXPIRY-DATE <= WINDOW-END-DATE
                   ADD 1 TO EXPIRING-COUNT
                   MOVE "EXPIRING" TO CDL-STATUS
                   PERFORM WRITE-CERT-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       WRITE-CERT-DETAIL.
           MOVE MASTER-EMP-ID TO CDL-EMP-ID
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE NAME-RESULT TO CDL-NAME
           MOVE MASTER-PROFESSION TO CDL-PROFESSION
           MOVE CERT-DETAIL-LINE TO CERT-REPORT-LINE
           WRITE CERT-REPORT-LINE
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "CERT-EXPIRY" TO EXC-SOURCE-PROGRAM
      *>  EXCSUMM.DAT may not exist on a fresh checkout; OPEN EXTEND
      *>  on a missing LINE SEQUENTIAL file used to be a fatal libcob
      *>  abend (status 35), so create it first instead of truncating
      *>  an existing summary on every call.
           OPEN EXTEND EXCEPTION-SUMMARY-FILE
           IF NO-EXCEPTION-SUMMARY-FILE
               OPEN OUTPUT EXCEPTION-SUMMARY-FILE
               CLOSE EXCEPTION-SUMMARY-FILE
               OPEN EXTEND EXCEPTION-SUMMARY-FILE
           END-IF
           MOVE EXCEPTION-SUMMARY-RECORD TO EXCEPTION-SUMMARY-LINE
           WRITE EXCEPTION-SUMMARY-LINE
           CLOSE EXCEPTION-SUMMARY-FILE
      *>  A critical line pages the operator the moment it lands,
      *>  through the shared RAISE-ALERT subprogram, instead of
      *>  waiting for the morning triage.
           IF EXC-SEVERITY = 'C'
               CALL "RAISE-ALERT" USING EXC-SOURCE-PROGRAM
                   EXC-SOURCE-PARAGRAPH EXC-DESCRIPTION
           END-IF
       .

       END PROGRAM CERT-EXPIRY.
