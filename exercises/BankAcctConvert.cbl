       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKACCT-CONVERT.
      *>  One-time upgrade of BANKACCT.DAT to enciphered account
      *>  numbers. BANK-ACCOUNT.cpy grew ACCT-KEY-ID and
      *>  ACCT-NUMBER-LAST4 behind the prenote date, and ACCT-NUMBER
      *>  now holds the ACCOUNT-CIPHER stored form instead of the
      *>  clear number. This utility reads every row in the old
      *>  41-byte shape, enciphers its number under the key
      *>  BANKKEY.PRM names, and reloads the master in the current
      *>  shape. A number that is not all digits cannot be
      *>  enciphered; it is carried across with a blank key id, which
      *>  every reader treats as not yet enciphered, and listed so it
      *>  can be corrected and re-added through BANKACCT-MAINT.
      *>
      *>  Run EXACTLY ONCE, at the upgrade, before BANKACCT-MAINT has
      *>  added an account in the new shape. The BANKACCT.CVN marker
      *>  written on success makes a rerun a refused start. With no
      *>  usable key nothing is touched at all. The rows go through a
      *>  work file already enciphered, so the clear numbers are never
      *>  copied anywhere, and the work file is emptied once the
      *>  master has been reloaded from it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERT-MARKER-FILE ASSIGN TO "BANKACCT.CVN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVERT-MARKER-FILE-STATUS.
      *>  The same physical master under its old and its current
      *>  layout; never open at the same time.
           SELECT OLD-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-EMP-ID
               FILE STATUS IS OLD-ACCOUNT-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-EMP-ID
               FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.
           SELECT CONVERT-WORK-FILE ASSIGN TO "BANKACCT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVERT-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVERT-MARKER-FILE.
       01  CONVERT-MARKER-RECORD PIC X(40).

      *>  The pre-change row: clear number, no key id.
       FD  OLD-ACCOUNT-FILE.
       01  OLD-ACCOUNT-RECORD.
           05 OLD-EMP-ID           PIC X(06).
           05 OLD-BANK-CODE        PIC X(06).
           05 OLD-NUMBER           PIC X(12).
           05 OLD-STATUS           PIC X(09).
           05 OLD-PRENOTE-DATE     PIC 9(08).

       FD  BANK-ACCOUNT-FILE.
           COPY "BANK-ACCOUNT.cpy".

       FD  CONVERT-WORK-FILE.
       01  CONVERT-WORK-LINE   PIC X(55).

       WORKING-STORAGE SECTION.
       01 CONVERT-MARKER-FILE-STATUS PIC XX.
          88 NO-CONVERT-MARKER VALUE "35".
       01 OLD-ACCOUNT-FILE-STATUS PIC XX.
          88 NO-OLD-ACCOUNT-FILE VALUE "35".
          88 NO-MORE-OLD-ACCOUNTS VALUE "10".
       01 BANK-ACCOUNT-FILE-STATUS PIC XX.
       01 CONVERT-WORK-FILE-STATUS PIC XX.
          88 NO-MORE-WORK-ROWS VALUE "10".

       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 CONVERT-CONFIRMED VALUE 'Y'.
       01 CONVERT-STAMP        PIC X(26).
       01 ROWS-ENCIPHERED      PIC 9(05) VALUE 0.
       01 ROWS-LEFT-CLEAR      PIC 9(05) VALUE 0.
       01 KEY-FAILURE-FLAG     PIC X VALUE 'N'.
          88 NO-USABLE-KEY     VALUE 'Y'.

      *>  ACCOUNT-CIPHER call set.
       01 CIPHER-FUNCTION      PIC X.
       01 CIPHER-KEY-ID        PIC X(10).
       01 STORED-ACCOUNT       PIC X(12).
       01 ACCOUNT-LAST-FOUR    PIC X(04).
       01 CIPHER-STATUS        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT CONVERT-MARKER-FILE
            IF NOT NO-CONVERT-MARKER
                DISPLAY "BANKACCT-CONVERT: BANKACCT.CVN PRESENT -"
                    " ALREADY CONVERTED, RUN REFUSED"
                CLOSE CONVERT-MARKER-FILE
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            CLOSE CONVERT-MARKER-FILE

            DISPLAY "Encipher the account numbers on BANKACCT.DAT?"
                " Run this exactly once, at the"
            DISPLAY "upgrade, before any account has been added in"
                " the new layout. (Y/N)"
            ACCEPT CONFIRM-CHOICE
            IF NOT CONVERT-CONFIRMED
                DISPLAY "Nothing converted."
                GOBACK
            END-IF

            OPEN INPUT OLD-ACCOUNT-FILE
            IF NO-OLD-ACCOUNT-FILE
                DISPLAY "BANKACCT-CONVERT: NO BANKACCT.DAT - NOTHING"
                    " TO CONVERT"
                CLOSE OLD-ACCOUNT-FILE
            ELSE
                OPEN OUTPUT CONVERT-WORK-FILE
                PERFORM UNTIL NO-MORE-OLD-ACCOUNTS OR NO-USABLE-KEY
                    READ OLD-ACCOUNT-FILE NEXT RECORD
                        AT END SET NO-MORE-OLD-ACCOUNTS TO TRUE
                    END-READ
                    IF NOT NO-MORE-OLD-ACCOUNTS
                        PERFORM CONVERT-ONE-ACCOUNT
                    END-IF
                END-PERFORM
                CLOSE OLD-ACCOUNT-FILE
                CLOSE CONVERT-WORK-FILE
                IF NO-USABLE-KEY
                    DISPLAY "ERROR: NO USABLE ACCOUNT KEY (BANKKEY.PRM"
                        " / CIPHER.KEY) - NOTHING CONVERTED"
                    PERFORM EMPTY-WORK-FILE
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM COPY-WORK-BACK
                    PERFORM EMPTY-WORK-FILE
                    PERFORM WRITE-CONVERT-MARKER
                    DISPLAY "BANKACCT-CONVERT: " ROWS-ENCIPHERED
                        " ACCOUNTS ENCIPHERED, " ROWS-LEFT-CLEAR
                        " LEFT FOR CORRECTION"
                END-IF
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       CONVERT-ONE-ACCOUNT.
           MOVE SPACES TO BANK-ACCOUNT-RECORD
           MOVE OLD-EMP-ID TO ACCT-EMP-ID
           MOVE OLD-BANK-CODE TO ACCT-BANK-CODE
           MOVE OLD-STATUS TO ACCT-STATUS
           MOVE OLD-PRENOTE-DATE TO ACCT-PRENOTE-DATE
           MOVE 'E' TO CIPHER-FUNCTION
           MOVE SPACES TO CIPHER-KEY-ID
           CALL "ACCOUNT-CIPHER" USING CIPHER-FUNCTION CIPHER-KEY-ID
               OLD-NUMBER STORED-ACCOUNT ACCOUNT-LAST-FOUR
               CIPHER-STATUS
           EVALUATE CIPHER-STATUS
               WHEN '0'
                   MOVE STORED-ACCOUNT TO ACCT-NUMBER
                   MOVE CIPHER-KEY-ID TO ACCT-KEY-ID
                   MOVE ACCOUNT-LAST-FOUR TO ACCT-NUMBER-LAST4
                   ADD 1 TO ROWS-ENCIPHERED
               WHEN '2'
      *>  A blank key id reads back as it stands; deciphering under
      *>  it just hands back the last four for the mask.
                   MOVE 'D' TO CIPHER-FUNCTION
                   MOVE SPACES TO CIPHER-KEY-ID
                   CALL "ACCOUNT-CIPHER" USING CIPHER-FUNCTION
                       CIPHER-KEY-ID STORED-ACCOUNT OLD-NUMBER
                       ACCOUNT-LAST-FOUR CIPHER-STATUS
                   MOVE OLD-NUMBER TO ACCT-NUMBER
                   MOVE SPACES TO ACCT-KEY-ID
                   MOVE ACCOUNT-LAST-FOUR TO ACCT-NUMBER-LAST4
                   ADD 1 TO ROWS-LEFT-CLEAR
                   DISPLAY "NOT ENCIPHERED (NOT ALL DIGITS): "
                       OLD-EMP-ID " ...." ACCOUNT-LAST-FOUR
               WHEN OTHER
                   SET NO-USABLE-KEY TO TRUE
           END-EVALUATE
           IF NOT NO-USABLE-KEY
               MOVE BANK-ACCOUNT-RECORD TO CONVERT-WORK-LINE
               WRITE CONVERT-WORK-LINE
           END-IF
       .

      *>  The work file is in key order already, as the master was
      *>  read, so the reload is a straight sequential load.
       COPY-WORK-BACK.
           OPEN INPUT CONVERT-WORK-FILE
           OPEN OUTPUT BANK-ACCOUNT-FILE
           PERFORM UNTIL NO-MORE-WORK-ROWS
               READ CONVERT-WORK-FILE
                   AT END SET NO-MORE-WORK-ROWS TO TRUE
               END-READ
               IF NOT NO-MORE-WORK-ROWS
                   MOVE CONVERT-WORK-LINE TO BANK-ACCOUNT-RECORD
                   WRITE BANK-ACCOUNT-RECORD
               END-IF
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE BANK-ACCOUNT-FILE
       .

       EMPTY-WORK-FILE.
           OPEN OUTPUT CONVERT-WORK-FILE
           CLOSE CONVERT-WORK-FILE
       .

       WRITE-CONVERT-MARKER.
           MOVE FUNCTION CURRENT-DATE TO CONVERT-STAMP
           OPEN OUTPUT CONVERT-MARKER-FILE
           MOVE SPACES TO CONVERT-MARKER-RECORD
           STRING "CONVERTED " CONVERT-STAMP(1:14)
               DELIMITED BY SIZE INTO CONVERT-MARKER-RECORD
           WRITE CONVERT-MARKER-RECORD
           CLOSE CONVERT-MARKER-FILE
       .

       END PROGRAM BANKACCT-CONVERT.
