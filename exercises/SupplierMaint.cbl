       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MAINT.
      *>  Maintenance for the supplier master SUPPMAST.DAT: one row
      *>  per supplier code with its name, address, contact, payment
      *>  terms in days, the bank account AP pays it into, and its
      *>  status. List the master, add a supplier, change one, or
      *>  delete a supplier keyed in error. A supplier we have
      *>  stopped buying from is suspended through (C)hange rather
      *>  than deleted, so purchasing, receiving and the price
      *>  comparison refuse it while its history still reads. The
      *>  session goes through the shared OPERATOR-SIGNON under the
      *>  reference-table letter 'P', and every WRITE, REWRITE and
      *>  DELETE leaves a before/after row on SUPPHIST.DAT in the
      *>  EMPHIST.DAT layout, the way ITEM-MAINT trails its file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUPPLIER
               FILE STATUS IS SUPPLIER-MASTER-FILE-STATUS.
      *>  Before/after image trail for every supplier change, the
      *>  EMPHIST.DAT row shape with the supplier record in the
      *>  image columns.
           SELECT SUPPLIER-HISTORY-FILE ASSIGN TO "SUPPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPLIER-MASTER.cpy".

       FD  SUPPLIER-HISTORY-FILE.
       01  SUPPLIER-HISTORY-LINE PIC X(341).

       WORKING-STORAGE SECTION.
      *>  Same before/after row layout EMPHIST.DAT uses; the images
      *>  carry the supplier record left-justified.
           COPY "EMPLOYEE-HISTORY.cpy".
       01 SUPPLIER-HISTORY-FILE-STATUS PIC XX.
          88 NO-SUPPLIER-HISTORY-FILE VALUE "35".
       01 SUPPLIER-MASTER-FILE-STATUS PIC XX.
          88 NO-SUPPLIER-MASTER-FILE VALUE "35".

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-CHANGE     VALUE 'C'.
          88 ACTION-DELETE     VALUE 'D'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 ACTION-CONFIRMED  VALUE 'Y'.

       01 WORK-SUPPLIER        PIC X(10).
       01 WORK-NAME            PIC X(25).
       01 WORK-ADDRESS         PIC X(25).
       01 WORK-CITY            PIC X(15).
       01 WORK-POSTCODE        PIC X(08).
       01 WORK-CONTACT-NAME    PIC X(15).
       01 WORK-CONTACT-PHONE   PIC X(12).
       01 WORK-TERMS-IN        PIC X(04).
       01 WORK-TERMS           PIC 9(03).
       01 WORK-BANK-CODE       PIC X(06).
       01 WORK-BANK-ACCOUNT    PIC X(12).
       01 WORK-STATUS          PIC X(01).
       01 LIST-STATUS          PIC X(01).
       01 LIST-DONE-FLAG       PIC X VALUE 'N'.
          88 LIST-DONE         VALUE 'Y'.
       01 ROWS-LISTED          PIC 9(04) VALUE 0.
       01 ROW-INPUT-FLAG       PIC X VALUE 'N'.
          88 ROW-INPUT-VALID   VALUE 'Y'.
       01 TERMS-EDIT           PIC ZZ9.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into this program's audit output so the change traces to a
      *>  person. 'P' is the reference-table maintenance letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'P'.
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
                DISPLAY "SUPPLIER-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION P - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

      *>  SUPPMAST.DAT may not exist on the first run; create it the
      *>  same way ITEM-MAINT creates a fresh item master.
            OPEN I-O SUPPLIER-MASTER-FILE
            IF NO-SUPPLIER-MASTER-FILE
                OPEN OUTPUT SUPPLIER-MASTER-FILE
                CLOSE SUPPLIER-MASTER-FILE
                OPEN I-O SUPPLIER-MASTER-FILE
            END-IF
            IF SUPPLIER-MASTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN SUPPMAST.DAT, STATUS="
                    SUPPLIER-MASTER-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL ACTION-QUIT
                    DISPLAY "Action? (L)ist (A)dd (C)hange (D)elete"
                        " (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-LIST
                            PERFORM LIST-SUPPLIERS
                        WHEN ACTION-ADD
                            PERFORM ADD-SUPPLIER
                        WHEN ACTION-CHANGE
                            PERFORM CHANGE-SUPPLIER
                        WHEN ACTION-DELETE
                            PERFORM DELETE-SUPPLIER
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose L, A, C, D or Q."
                    END-EVALUATE
                END-PERFORM
                CLOSE SUPPLIER-MASTER-FILE
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Every supplier on file, or only those of one status, in
      *>  code order. The account number shows its last four digits
      *>  only, the way BANKACCT-MAINT lists employee accounts.
       LIST-SUPPLIERS.
           DISPLAY "Status A or S (blank for all)?"
           MOVE SPACE TO LIST-STATUS
           ACCEPT LIST-STATUS
           MOVE 0 TO ROWS-LISTED
           MOVE 'N' TO LIST-DONE-FLAG
           MOVE LOW-VALUES TO SM-SUPPLIER
           START SUPPLIER-MASTER-FILE KEY >= SM-SUPPLIER
               INVALID KEY SET LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL LIST-DONE
               READ SUPPLIER-MASTER-FILE NEXT RECORD
                   AT END SET LIST-DONE TO TRUE
               END-READ
               IF SUPPLIER-MASTER-FILE-STATUS NOT = "00"
                   SET LIST-DONE TO TRUE
               END-IF
               IF NOT LIST-DONE
               AND (LIST-STATUS = SPACE
                    OR SM-STATUS = LIST-STATUS)
                   ADD 1 TO ROWS-LISTED
                   MOVE SM-PAYMENT-TERMS-DAYS TO TERMS-EDIT
                   DISPLAY SM-SUPPLIER " " SM-NAME " STATUS "
                       SM-STATUS " TERMS " TERMS-EDIT " DAYS"
                   DISPLAY "    " SM-ADDRESS " " SM-CITY " "
                       SM-POSTCODE
                   DISPLAY "    CONTACT " SM-CONTACT-NAME " "
                       SM-CONTACT-PHONE " BANK " SM-BANK-CODE
                       " ...." SM-BANK-ACCOUNT(9:4)
               END-IF
           END-PERFORM
           IF ROWS-LISTED = 0
               DISPLAY "No suppliers on file."
           ELSE
               DISPLAY ROWS-LISTED " SUPPLIERS"
           END-IF
       .

      *>  A new supplier starts active.
       ADD-SUPPLIER.
           PERFORM ACCEPT-SUPPLIER-CODE
           IF ROW-INPUT-VALID
               READ SUPPLIER-MASTER-FILE
               IF SUPPLIER-MASTER-FILE-STATUS = "00"
                   DISPLAY "Already on file: " WORK-SUPPLIER
                       " - use (C)hange."
               ELSE
                   INITIALIZE SUPPLIER-MASTER-RECORD
                   MOVE WORK-SUPPLIER TO SM-SUPPLIER
                   MOVE 'A' TO WORK-STATUS
                   PERFORM ACCEPT-SUPPLIER-DETAILS
                   IF ROW-INPUT-VALID
                       PERFORM MOVE-SUPPLIER-DETAILS
                       MOVE SPACES TO HIST-PRIOR-IMAGE
                       WRITE SUPPLIER-MASTER-RECORD
                       IF SUPPLIER-MASTER-FILE-STATUS = "00"
                           MOVE "ADD" TO HIST-ACTION
                           MOVE SUPPLIER-MASTER-RECORD
                               TO HIST-NEW-IMAGE
                           PERFORM WRITE-SUPPLIER-HISTORY
                           DISPLAY "Added."
                       ELSE
                           DISPLAY "WRITE FAILED, STATUS="
                               SUPPLIER-MASTER-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  Every field but the code is re-entered whole, the status
      *>  included: S suspends the supplier, A lifts it.
       CHANGE-SUPPLIER.
           PERFORM ACCEPT-SUPPLIER-CODE
           IF ROW-INPUT-VALID
               READ SUPPLIER-MASTER-FILE
               IF SUPPLIER-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "No supplier " WORK-SUPPLIER
               ELSE
                   MOVE SUPPLIER-MASTER-RECORD TO HIST-PRIOR-IMAGE
                   DISPLAY "Status (A)ctive or (S)uspended?"
                   MOVE SPACE TO WORK-STATUS
                   ACCEPT WORK-STATUS
                   PERFORM ACCEPT-SUPPLIER-DETAILS
                   IF ROW-INPUT-VALID
                   AND WORK-STATUS NOT = 'A'
                   AND WORK-STATUS NOT = 'S'
                       DISPLAY "Status must be A or S."
                       MOVE 'N' TO ROW-INPUT-FLAG
                   END-IF
                   IF ROW-INPUT-VALID
                       PERFORM MOVE-SUPPLIER-DETAILS
                       REWRITE SUPPLIER-MASTER-RECORD
                       IF SUPPLIER-MASTER-FILE-STATUS = "00"
                           MOVE "CHANGE" TO HIST-ACTION
                           MOVE SUPPLIER-MASTER-RECORD
                               TO HIST-NEW-IMAGE
                           PERFORM WRITE-SUPPLIER-HISTORY
                           DISPLAY "Changed."
                       ELSE
                           DISPLAY "REWRITE FAILED, STATUS="
                               SUPPLIER-MASTER-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       DELETE-SUPPLIER.
           PERFORM ACCEPT-SUPPLIER-CODE
           IF ROW-INPUT-VALID
               READ SUPPLIER-MASTER-FILE
               IF SUPPLIER-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "No supplier " WORK-SUPPLIER
               ELSE
                   DISPLAY "Delete " SM-SUPPLIER " " SM-NAME
                       "? (Y/N)"
                   MOVE SPACE TO CONFIRM-CHOICE
                   ACCEPT CONFIRM-CHOICE
                   IF ACTION-CONFIRMED
                       MOVE SUPPLIER-MASTER-RECORD TO HIST-PRIOR-IMAGE
                       DELETE SUPPLIER-MASTER-FILE
                       IF SUPPLIER-MASTER-FILE-STATUS = "00"
                           MOVE "DELETE" TO HIST-ACTION
                           MOVE SPACES TO HIST-NEW-IMAGE
                           PERFORM WRITE-SUPPLIER-HISTORY
                           DISPLAY "Deleted."
                       ELSE
                           DISPLAY "DELETE FAILED, STATUS="
                               SUPPLIER-MASTER-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Not deleted."
                   END-IF
               END-IF
           END-IF
       .

       ACCEPT-SUPPLIER-CODE.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Supplier code?"
           ACCEPT WORK-SUPPLIER
           IF WORK-SUPPLIER = SPACES
               DISPLAY "Supplier code must not be blank."
           ELSE
               SET ROW-INPUT-VALID TO TRUE
               MOVE WORK-SUPPLIER TO SM-SUPPLIER
           END-IF
       .

      *>  Name and address are required to print a purchase order;
      *>  the terms are a whole number of days. The bank account
      *>  may be left blank until AP has it, but a code without an
      *>  account (or the other way round) is refused.
       ACCEPT-SUPPLIER-DETAILS.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Name?"
           ACCEPT WORK-NAME
           DISPLAY "Address?"
           ACCEPT WORK-ADDRESS
           DISPLAY "City?"
           ACCEPT WORK-CITY
           DISPLAY "Postcode?"
           ACCEPT WORK-POSTCODE
           DISPLAY "Contact name?"
           ACCEPT WORK-CONTACT-NAME
           DISPLAY "Contact phone?"
           ACCEPT WORK-CONTACT-PHONE
           DISPLAY "Payment terms in days?"
           ACCEPT WORK-TERMS-IN
           DISPLAY "Bank code (blank if not yet known)?"
           ACCEPT WORK-BANK-CODE
           DISPLAY "Bank account number?"
           ACCEPT WORK-BANK-ACCOUNT
           EVALUATE TRUE
               WHEN WORK-NAME = SPACES
                   DISPLAY "Name must not be blank."
               WHEN WORK-ADDRESS = SPACES
                   DISPLAY "Address must not be blank."
               WHEN FUNCTION TEST-NUMVAL(WORK-TERMS-IN) NOT = 0
                   DISPLAY "Payment terms must be numeric."
               WHEN (WORK-BANK-CODE = SPACES
                     AND WORK-BANK-ACCOUNT NOT = SPACES)
               OR (WORK-BANK-CODE NOT = SPACES
                     AND WORK-BANK-ACCOUNT = SPACES)
                   DISPLAY "Bank code and account go together."
               WHEN OTHER
                   COMPUTE WORK-TERMS =
                       FUNCTION NUMVAL(WORK-TERMS-IN)
                       ON SIZE ERROR MOVE 999 TO WORK-TERMS
                   END-COMPUTE
                   IF WORK-TERMS > 365
                       DISPLAY "Payment terms over a year refused."
                   ELSE
                       SET ROW-INPUT-VALID TO TRUE
                   END-IF
           END-EVALUATE
       .

       MOVE-SUPPLIER-DETAILS.
           MOVE WORK-NAME TO SM-NAME
           MOVE WORK-ADDRESS TO SM-ADDRESS
           MOVE WORK-CITY TO SM-CITY
           MOVE WORK-POSTCODE TO SM-POSTCODE
           MOVE WORK-CONTACT-NAME TO SM-CONTACT-NAME
           MOVE WORK-CONTACT-PHONE TO SM-CONTACT-PHONE
           MOVE WORK-TERMS TO SM-PAYMENT-TERMS-DAYS
           MOVE WORK-BANK-CODE TO SM-BANK-CODE
           MOVE WORK-BANK-ACCOUNT TO SM-BANK-ACCOUNT
           MOVE WORK-STATUS TO SM-STATUS
       .

      *>  Appends the staged before/after images to SUPPHIST.DAT,
      *>  timestamped with the signed-on operator, opened and closed
      *>  per call the same way EMPHIST.DAT is appended.
       WRITE-SUPPLIER-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO HIST-OPERATOR
           OPEN EXTEND SUPPLIER-HISTORY-FILE
           IF NO-SUPPLIER-HISTORY-FILE
               OPEN OUTPUT SUPPLIER-HISTORY-FILE
               CLOSE SUPPLIER-HISTORY-FILE
               OPEN EXTEND SUPPLIER-HISTORY-FILE
           END-IF
           MOVE EMPLOYEE-HISTORY-RECORD TO SUPPLIER-HISTORY-LINE
           WRITE SUPPLIER-HISTORY-LINE
           CLOSE SUPPLIER-HISTORY-FILE
       .

       END PROGRAM SUPPLIER-MAINT.
