      *>  header with the new key id, and writes one audit line per
      *>  file to KEYADMIN.LOG. REENCRYP.PRM names the old and new
      *>  key ids.
      *>
      *>  The bank account master rotates in the same run: every
      *>  BANKACCT.DAT row whose ACCT-KEY-ID is the old key has its
      *>  stored number rotated to the successor and the key id on
      *>  the row moved with it, so a crash part-way leaves every row
      *>  still readable under the key it names. BANKKEY.PRM, if it
      *>  names the old key, is moved on to the new one so new
      *>  accounts stop going under the retiring key.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REENCRYPT-WORK-FILE ASSIGN TO "REENCRYP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REENCRYPT-WORK-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-EMP-ID
               FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.
           SELECT ACCOUNT-KEY-PARAM ASSIGN TO "BANKKEY.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-KEY-PARAM-STATUS.
           SELECT KEY-AUDIT-LOG ASSIGN TO "KEYADMIN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-AUDIT-LOG-STATUS.
       FD  REENCRYPT-WORK-FILE.
       01  REENCRYPT-WORK-RECORD PIC X(133).

       FD  BANK-ACCOUNT-FILE.
           COPY "BANK-ACCOUNT.cpy".

       FD  ACCOUNT-KEY-PARAM.
       01  ACCOUNT-KEY-PARAM-RECORD.
           05 PRM-ACCOUNT-KEY-ID PIC X(10).

       FD  KEY-AUDIT-LOG.
       01  KEY-AUDIT-LINE     PIC X(80).

          88 NO-MORE-PROTECTED-ROWS VALUE "10".
       01 REENCRYPT-WORK-FILE-STATUS PIC XX.
          88 NO-MORE-WORK-ROWS VALUE "10".
       01 BANK-ACCOUNT-FILE-STATUS PIC XX.
          88 NO-BANK-ACCOUNT-FILE VALUE "35".
          88 NO-MORE-BANK-ACCOUNTS VALUE "10".
       01 ACCOUNT-KEY-PARAM-STATUS PIC XX.
          88 NO-ACCOUNT-KEY-PARAM VALUE "35".
       01 ACCOUNTS-ROTATED    PIC 9(05) VALUE 0.
       01 KEY-AUDIT-LOG-STATUS PIC XX.
          88 NO-KEY-AUDIT-LOG-FILE VALUE "35".

                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM ROTATE-ALL-LISTED-FILES
                    PERFORM ROTATE-BANK-ACCOUNTS
                    DISPLAY "RE-ENCRYPT: " FILES-ROTATED
                        " FILES ROTATED, " FILES-REFUSED " REFUSED"
                END-IF
            END-IF
            CLOSE KEY-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       READ-ROTATION-PARAMETERS.
           MOVE SPACES TO OLD-KEY-ID
               ROWS-ROTATED " ROWS) NOW UNDER " NEW-KEY-ID
       .

      *>  The stored number is letters and spaces only, so it rotates
      *>  straight through ROTATE-TEXT like any protected field.
       ROTATE-BANK-ACCOUNTS.
           MOVE 0 TO ACCOUNTS-ROTATED
           OPEN I-O BANK-ACCOUNT-FILE
           IF BANK-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "RE-ENCRYPT: BANKACCT.DAT NOT ON DISK - SKIPPED"
           ELSE
               PERFORM UNTIL NO-MORE-BANK-ACCOUNTS
                   READ BANK-ACCOUNT-FILE NEXT RECORD
                       AT END SET NO-MORE-BANK-ACCOUNTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-BANK-ACCOUNTS
                   AND ACCT-KEY-ID = OLD-KEY-ID
                       PERFORM ROTATE-ONE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE BANK-ACCOUNT-FILE
               IF ACCOUNTS-ROTATED > 0
                   MOVE "REENCRYP" TO KAUD-ACTION
                   MOVE NEW-KEY-ID TO KAUD-KEY-ID
                   MOVE SPACES TO KAUD-DETAIL
                   STRING "BANKACCT.DAT"
                       " FROM " OLD-KEY-ID(1:8)
                       DELIMITED BY SIZE INTO KAUD-DETAIL
                   PERFORM WRITE-KEY-AUDIT-LINE
               END-IF
               DISPLAY "RE-ENCRYPT: BANKACCT.DAT (" ACCOUNTS-ROTATED
                   " ACCOUNTS) NOW UNDER " NEW-KEY-ID
           END-IF
           PERFORM MOVE-ACCOUNT-KEY-PARAM
       .

       ROTATE-ONE-ACCOUNT.
           MOVE SPACES TO CIPHER-TEXT
           MOVE ACCT-NUMBER TO CIPHER-TEXT(1:12)
           MOVE OLD-KEY-SHIFT TO CIPHER-SHIFT
           MOVE 'D' TO CIPHER-DIRECTION
           CALL "ROTATE-TEXT" USING CIPHER-TEXT
               CIPHERED-TEXT CIPHER-SHIFT CIPHER-DIRECTION
               OLD-KEY-TYPE OLD-KEY-ALPHABET
           MOVE CIPHERED-TEXT TO CIPHER-TEXT
           MOVE NEW-KEY-SHIFT TO CIPHER-SHIFT
           MOVE 'E' TO CIPHER-DIRECTION
           CALL "ROTATE-TEXT" USING CIPHER-TEXT
               CIPHERED-TEXT CIPHER-SHIFT CIPHER-DIRECTION
               NEW-KEY-TYPE NEW-KEY-ALPHABET
           MOVE CIPHERED-TEXT(1:12) TO ACCT-NUMBER
           MOVE NEW-KEY-ID TO ACCT-KEY-ID
           REWRITE BANK-ACCOUNT-RECORD
           IF BANK-ACCOUNT-FILE-STATUS = "00"
               ADD 1 TO ACCOUNTS-ROTATED
           ELSE
               DISPLAY "RE-ENCRYPT: REWRITE FAILED FOR ACCOUNT "
                   ACCT-EMP-ID ", STATUS=" BANK-ACCOUNT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF
       .

       MOVE-ACCOUNT-KEY-PARAM.
           OPEN INPUT ACCOUNT-KEY-PARAM
           IF NO-ACCOUNT-KEY-PARAM
               CLOSE ACCOUNT-KEY-PARAM
           ELSE
               MOVE SPACES TO PRM-ACCOUNT-KEY-ID
               READ ACCOUNT-KEY-PARAM
                   AT END MOVE SPACES TO PRM-ACCOUNT-KEY-ID
               END-READ
               CLOSE ACCOUNT-KEY-PARAM
               IF PRM-ACCOUNT-KEY-ID = OLD-KEY-ID
                   OPEN OUTPUT ACCOUNT-KEY-PARAM
                   MOVE NEW-KEY-ID TO PRM-ACCOUNT-KEY-ID
                   WRITE ACCOUNT-KEY-PARAM-RECORD
                   CLOSE ACCOUNT-KEY-PARAM
                   DISPLAY "RE-ENCRYPT: BANKKEY.PRM NOW NAMES "
                       NEW-KEY-ID
               END-IF
           END-IF
       .

       WRITE-KEY-AUDIT-LINE.
           MOVE OPERATOR-ID TO KAUD-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
