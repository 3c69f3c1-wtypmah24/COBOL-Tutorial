       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-MAINT.
      *>  Maintenance for the certification file CERTIFY.DAT: the
      *>  licences and safety certificates each employee holds, with
      *>  issue and expiry dates, so renewals stop living in a
      *>  spreadsheet. List an employee's certificates, add one,
      *>  renew one with its new issue and expiry dates, or delete one
      *>  keyed in error. Only an employee on the master can be given
      *>  a certificate. The session goes through the shared
      *>  OPERATOR-SIGNON under the master-maintenance letter 'M', and
      *>  every WRITE, REWRITE and DELETE leaves a before/after row on
      *>  CERTHIST.DAT in the EMPHIST.DAT layout, the way POSITION-MAINT
      *>  trails the position file. Which certificates a profession
      *>  requires is kept with the profession codes, in
      *>  PROF-CODE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATION-FILE ASSIGN TO "CERTIFY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS CERTIFICATION-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Before/after image trail for every certificate change, the
      *>  EMPHIST.DAT row shape with the certification record in the
      *>  image columns.
           SELECT CERT-HISTORY-FILE ASSIGN TO "CERTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATION-FILE.
           COPY "CERTIFICATION.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  CERT-HISTORY-FILE.
       01  CERT-HISTORY-LINE   PIC X(341).

       WORKING-STORAGE SECTION.
      *>  Same before/after row layout EMPHIST.DAT uses; the images
      *>  carry the certification record left-justified.
           COPY "EMPLOYEE-HISTORY.cpy".
       01 CERT-HISTORY-FILE-STATUS PIC XX.
          88 NO-CERT-HISTORY-FILE VALUE "35".
       01 CERTIFICATION-FILE-STATUS PIC XX.
          88 NO-CERTIFICATION-FILE VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-RENEW      VALUE 'R'.
          88 ACTION-DELETE     VALUE 'D'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 ACTION-CONFIRMED  VALUE 'Y'.

       01 WORK-EMP-ID          PIC X(06).
       01 WORK-CERT-CODE       PIC X(06).
       01 WORK-DESC            PIC X(20).
       01 WORK-ISSUE-IN        PIC X(08).
       01 WORK-EXPIRY-IN       PIC X(08).
       01 WORK-ISSUE-DATE      PIC 9(08).
       01 WORK-EXPIRY-DATE     PIC 9(08).
       01 LIST-DONE-FLAG       PIC X VALUE 'N'.
          88 LIST-DONE         VALUE 'Y'.
       01 ROWS-LISTED          PIC 9(04) VALUE 0.
       01 ROW-INPUT-FLAG       PIC X VALUE 'N'.
          88 ROW-INPUT-VALID   VALUE 'Y'.
       01 LIST-EXPIRY          PIC X(08).

      *>  DATE-ARITH call set; a zero-day offset proves a keyed date
      *>  is a real calendar date.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.
          88 DATE-CALL-OK      VALUE '0'.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into this program's audit output so the change traces to a
      *>  person. 'M' is the master-maintenance letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'M'.
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
                DISPLAY "CERT-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION M - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

      *>  CERTIFY.DAT may not exist on the first run; create it the
      *>  same way SAVE-EMPLOYEE-MASTER creates a fresh master.
            OPEN I-O CERTIFICATION-FILE
            IF NO-CERTIFICATION-FILE
                OPEN OUTPUT CERTIFICATION-FILE
                CLOSE CERTIFICATION-FILE
                OPEN I-O CERTIFICATION-FILE
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF CERTIFICATION-FILE-STATUS NOT = "00"
            OR MASTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN CERTIFY.DAT/EMPMAST.DAT,"
                    " STATUS=" CERTIFICATION-FILE-STATUS "/"
                    MASTER-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL ACTION-QUIT
                    DISPLAY "Action? (L)ist (A)dd (R)enew (D)elete"
                        " (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-LIST
                            PERFORM LIST-CERTIFICATES
                        WHEN ACTION-ADD
                            PERFORM ADD-CERTIFICATE
                        WHEN ACTION-RENEW
                            PERFORM RENEW-CERTIFICATE
                        WHEN ACTION-DELETE
                            PERFORM DELETE-CERTIFICATE
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose L, A, R, D or Q."
                    END-EVALUATE
                END-PERFORM
            END-IF
            CLOSE CERTIFICATION-FILE
            CLOSE EMPLOYEE-MASTER
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Every certificate one employee holds, with its dates.
       LIST-CERTIFICATES.
           DISPLAY "Employee id?"
           MOVE SPACES TO WORK-EMP-ID
           ACCEPT WORK-EMP-ID
           MOVE 0 TO ROWS-LISTED
           MOVE 'N' TO LIST-DONE-FLAG
           MOVE WORK-EMP-ID TO CERT-EMP-ID
           MOVE LOW-VALUES TO CERT-CODE
           START CERTIFICATION-FILE KEY >= CERT-KEY
               INVALID KEY SET LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL LIST-DONE
               READ CERTIFICATION-FILE NEXT RECORD
                   AT END SET LIST-DONE TO TRUE
               END-READ
               IF CERTIFICATION-FILE-STATUS NOT = "00"
               OR CERT-EMP-ID NOT = WORK-EMP-ID
                   SET LIST-DONE TO TRUE
               END-IF
               IF NOT LIST-DONE
                   ADD 1 TO ROWS-LISTED
                   IF CERT-NEVER-EXPIRES
                       MOVE "NONE" TO LIST-EXPIRY
                   ELSE
                       MOVE CERT-EXPIRY-DATE TO LIST-EXPIRY
                   END-IF
                   DISPLAY CERT-CODE " " CERT-DESC " ISSUED "
                       CERT-ISSUE-DATE " EXPIRES " LIST-EXPIRY
               END-IF
           END-PERFORM
           IF ROWS-LISTED = 0
               DISPLAY "No certificates on file for " WORK-EMP-ID
           END-IF
       .

       ADD-CERTIFICATE.
           PERFORM ACCEPT-CERTIFICATE-KEY
           IF ROW-INPUT-VALID
               READ CERTIFICATION-FILE
               IF CERTIFICATION-FILE-STATUS = "00"
                   DISPLAY "Already on file: " WORK-EMP-ID " "
                       WORK-CERT-CODE " - use (R)enew."
               ELSE
                   INITIALIZE CERTIFICATION-RECORD
                   MOVE WORK-EMP-ID TO CERT-EMP-ID
                   MOVE WORK-CERT-CODE TO CERT-CODE
                   DISPLAY "Description?"
                   MOVE SPACES TO WORK-DESC
                   ACCEPT WORK-DESC
                   PERFORM ACCEPT-CERTIFICATE-DATES
                   IF ROW-INPUT-VALID
                       MOVE WORK-DESC TO CERT-DESC
                       MOVE WORK-ISSUE-DATE TO CERT-ISSUE-DATE
                       MOVE WORK-EXPIRY-DATE TO CERT-EXPIRY-DATE
                       MOVE SPACES TO HIST-PRIOR-IMAGE
                       WRITE CERTIFICATION-RECORD
                       IF CERTIFICATION-FILE-STATUS = "00"
                           MOVE "ADD" TO HIST-ACTION
                           MOVE CERTIFICATION-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-CERT-HISTORY
                           DISPLAY "Added."
                       ELSE
                           DISPLAY "WRITE FAILED, STATUS="
                               CERTIFICATION-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  A renewal replaces both dates; the description stands.
       RENEW-CERTIFICATE.
           PERFORM ACCEPT-CERTIFICATE-KEY
           IF ROW-INPUT-VALID
               READ CERTIFICATION-FILE
               IF CERTIFICATION-FILE-STATUS NOT = "00"
                   DISPLAY "No certificate " WORK-CERT-CODE " for "
                       WORK-EMP-ID
               ELSE
                   DISPLAY CERT-DESC " EXPIRES " CERT-EXPIRY-DATE
                   MOVE CERTIFICATION-RECORD TO HIST-PRIOR-IMAGE
                   PERFORM ACCEPT-CERTIFICATE-DATES
                   IF ROW-INPUT-VALID
                       MOVE WORK-ISSUE-DATE TO CERT-ISSUE-DATE
                       MOVE WORK-EXPIRY-DATE TO CERT-EXPIRY-DATE
                       REWRITE CERTIFICATION-RECORD
                       IF CERTIFICATION-FILE-STATUS = "00"
                           MOVE "CHANGE" TO HIST-ACTION
                           MOVE CERTIFICATION-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-CERT-HISTORY
                           DISPLAY "Renewed."
                       ELSE
                           DISPLAY "REWRITE FAILED, STATUS="
                               CERTIFICATION-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       DELETE-CERTIFICATE.
           PERFORM ACCEPT-CERTIFICATE-KEY
           IF ROW-INPUT-VALID
               READ CERTIFICATION-FILE
               IF CERTIFICATION-FILE-STATUS NOT = "00"
                   DISPLAY "No certificate " WORK-CERT-CODE " for "
                       WORK-EMP-ID
               ELSE
                   DISPLAY "Delete " CERT-CODE " " CERT-DESC
                       " for " CERT-EMP-ID "? (Y/N)"
                   MOVE SPACE TO CONFIRM-CHOICE
                   ACCEPT CONFIRM-CHOICE
                   IF ACTION-CONFIRMED
                       MOVE CERTIFICATION-RECORD TO HIST-PRIOR-IMAGE
                       DELETE CERTIFICATION-FILE
                       IF CERTIFICATION-FILE-STATUS = "00"
                           MOVE "DELETE" TO HIST-ACTION
                           MOVE SPACES TO HIST-NEW-IMAGE
                           PERFORM WRITE-CERT-HISTORY
                           DISPLAY "Deleted."
                       ELSE
                           DISPLAY "DELETE FAILED, STATUS="
                               CERTIFICATION-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Not deleted."
                   END-IF
               END-IF
           END-IF
       .

      *>  The employee must be on the master; the code must not be
      *>  blank.
       ACCEPT-CERTIFICATE-KEY.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Employee id?"
           MOVE SPACES TO WORK-EMP-ID
           ACCEPT WORK-EMP-ID
           DISPLAY "Certificate code?"
           MOVE SPACES TO WORK-CERT-CODE
           ACCEPT WORK-CERT-CODE
           MOVE WORK-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER
           EVALUATE TRUE
               WHEN WORK-EMP-ID = SPACES
                   DISPLAY "Employee id must not be blank."
               WHEN MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "No employee " WORK-EMP-ID " on the master."
               WHEN WORK-CERT-CODE = SPACES
                   DISPLAY "Certificate code must not be blank."
               WHEN OTHER
                   SET ROW-INPUT-VALID TO TRUE
                   MOVE WORK-EMP-ID TO CERT-EMP-ID
                   MOVE WORK-CERT-CODE TO CERT-CODE
           END-EVALUATE
       .

      *>  Issue date is required; a blank expiry means the
      *>  certificate never lapses. Both must be real CCYYMMDD dates
      *>  and the expiry must follow the issue.
       ACCEPT-CERTIFICATE-DATES.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Issue date (CCYYMMDD)?"
           MOVE SPACES TO WORK-ISSUE-IN
           ACCEPT WORK-ISSUE-IN
           DISPLAY "Expiry date (CCYYMMDD, blank if none)?"
           MOVE SPACES TO WORK-EXPIRY-IN
           ACCEPT WORK-EXPIRY-IN
           MOVE 0 TO WORK-ISSUE-DATE
           MOVE 0 TO WORK-EXPIRY-DATE
           IF WORK-ISSUE-IN IS NUMERIC
               MOVE WORK-ISSUE-IN TO WORK-ISSUE-DATE
           END-IF
           IF WORK-EXPIRY-IN IS NUMERIC
               MOVE WORK-EXPIRY-IN TO WORK-EXPIRY-DATE
           END-IF
           EVALUATE TRUE
               WHEN WORK-ISSUE-IN NOT NUMERIC
                   DISPLAY "Issue date must be CCYYMMDD."
               WHEN WORK-EXPIRY-IN NOT = SPACES
               AND WORK-EXPIRY-IN NOT NUMERIC
                   DISPLAY "Expiry date must be CCYYMMDD or blank."
               WHEN OTHER
                   MOVE WORK-ISSUE-DATE TO DATE-ONE
                   PERFORM CHECK-CALENDAR-DATE
                   IF NOT DATE-CALL-OK
                       DISPLAY "Not a calendar date: " WORK-ISSUE-DATE
                   ELSE
                       IF WORK-EXPIRY-DATE NOT = 0
                           MOVE WORK-EXPIRY-DATE TO DATE-ONE
                           PERFORM CHECK-CALENDAR-DATE
                       END-IF
                       EVALUATE TRUE
                           WHEN NOT DATE-CALL-OK
                               DISPLAY "Not a calendar date: "
                                   WORK-EXPIRY-DATE
                           WHEN WORK-EXPIRY-DATE NOT = 0
                           AND WORK-EXPIRY-DATE <= WORK-ISSUE-DATE
                               DISPLAY "Expiry must be after the"
                                   " issue date."
                           WHEN OTHER
                               SET ROW-INPUT-VALID TO TRUE
                       END-EVALUATE
                   END-IF
           END-EVALUATE
       .

       CHECK-CALENDAR-DATE.
           MOVE 'O' TO DATE-FUNCTION
           MOVE 0 TO DATE-OFFSET-DAYS
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE DATE-TWO
               DATE-OFFSET-DAYS DATE-RESULT-DAYS DATE-RESULT-DATE
               DATE-CALL-STATUS
      *>  DATE-ARITH only shape-checks the day; a 31st in a short
      *>  month comes back rolled into the next, so insist on the
      *>  same date back.
           IF DATE-CALL-OK
           AND DATE-RESULT-DATE NOT = DATE-ONE
               MOVE '1' TO DATE-CALL-STATUS
           END-IF
       .

      *>  Appends the staged before/after images to CERTHIST.DAT,
      *>  timestamped with the signed-on operator, opened and closed
      *>  per call the same way EMPHIST.DAT is appended.
       WRITE-CERT-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO HIST-OPERATOR
           OPEN EXTEND CERT-HISTORY-FILE
           IF NO-CERT-HISTORY-FILE
               OPEN OUTPUT CERT-HISTORY-FILE
               CLOSE CERT-HISTORY-FILE
               OPEN EXTEND CERT-HISTORY-FILE
           END-IF
           MOVE EMPLOYEE-HISTORY-RECORD TO CERT-HISTORY-LINE
           WRITE CERT-HISTORY-LINE
           CLOSE CERT-HISTORY-FILE
       .

       END PROGRAM CERT-MAINT.
