      *>  change is logged with operator id and timestamp, the same
      *>  administered-and-audited shape KEY-ADMIN gives the cipher
      *>  keys, so a new hire's account is a keyed entry here instead
      *>  of a retype in the bank's portal. The number is
      *>  enciphered through ACCOUNT-CIPHER before it is written, and
      *>  neither the list nor the log ever shows more than its last
      *>  four digits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WORK-BANK-CODE      PIC X(06).
       01 WORK-ACCOUNT        PIC X(12).

      *>  ACCOUNT-CIPHER call set.
       01 CIPHER-FUNCTION     PIC X.
       01 CIPHER-KEY-ID       PIC X(10).
       01 STORED-ACCOUNT      PIC X(12).
       01 ACCOUNT-LAST-FOUR   PIC X(04).
       01 CIPHER-STATUS       PIC X.

       01 OPERATOR-ID         PIC X(10).
       01 AUDIT-TIMESTAMP     PIC X(26).
       01 ACCOUNT-AUDIT-RECORD.
            END-IF

            CLOSE ACCOUNT-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  The account number is never echoed in full on the list -
      *>  the last four digits identify it to the operator without
      *>  putting the whole number on the terminal.
       LIST-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-EMP-ID
                   END-IF
                   IF NOT NO-MORE-BANK-ACCOUNTS
                       DISPLAY ACCT-EMP-ID " BANK " ACCT-BANK-CODE
                           " ...." ACCT-NUMBER-LAST4
                           " " ACCT-STATUS
                   END-IF
               END-PERFORM
                   ACCEPT WORK-BANK-CODE
                   DISPLAY "Account number?"
                   ACCEPT WORK-ACCOUNT
                   MOVE '0' TO CIPHER-STATUS
                   IF WORK-BANK-CODE NOT = SPACES
                   AND WORK-ACCOUNT NOT = SPACES
                       MOVE 'E' TO CIPHER-FUNCTION
                       MOVE SPACES TO CIPHER-KEY-ID
                       CALL "ACCOUNT-CIPHER" USING CIPHER-FUNCTION
                           CIPHER-KEY-ID WORK-ACCOUNT STORED-ACCOUNT
                           ACCOUNT-LAST-FOUR CIPHER-STATUS
                   END-IF
                   EVALUATE TRUE
                       WHEN WORK-BANK-CODE = SPACES
                       OR WORK-ACCOUNT = SPACES
                           DISPLAY "Bank code and account number must"
                               " not be blank."
                       WHEN CIPHER-STATUS = '2'
                           DISPLAY "Account number must be digits only."
                       WHEN CIPHER-STATUS NOT = '0'
                           DISPLAY "No usable account key (BANKKEY.PRM"
                               " / CIPHER.KEY) - account not added."
                       WHEN OTHER
                           MOVE WORK-EMP-ID TO ACCT-EMP-ID
                           MOVE WORK-BANK-CODE TO ACCT-BANK-CODE
                           MOVE STORED-ACCOUNT TO ACCT-NUMBER
                           MOVE CIPHER-KEY-ID TO ACCT-KEY-ID
                           MOVE ACCOUNT-LAST-FOUR TO ACCT-NUMBER-LAST4
                           SET ACCT-PRENOTE-PENDING TO TRUE
                           MOVE ZERO TO ACCT-PRENOTE-DATE
                           WRITE BANK-ACCOUNT-RECORD
                           IF BANK-ACCOUNT-FILE-STATUS = "00"
                               MOVE "ADD" TO AAUD-ACTION
                               MOVE WORK-EMP-ID TO AAUD-EMP-ID
                               MOVE SPACES TO AAUD-DETAIL
                               STRING "BANK " WORK-BANK-CODE " ...."
                                   ACCOUNT-LAST-FOUR
                                   DELIMITED BY SIZE INTO AAUD-DETAIL
                               PERFORM WRITE-ACCOUNT-AUDIT-LINE
                               DISPLAY "Added (pending prenote): "
                                   WORK-EMP-ID
                           ELSE
                               DISPLAY "WRITE FAILED, STATUS="
                                   BANK-ACCOUNT-FILE-STATUS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
       .
