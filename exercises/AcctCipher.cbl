       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CIPHER.
      *>  Callable protection for bank account numbers at rest, in
      *>  the style of ROTATE-TEXT. BANKACCT.DAT holds each account
      *>  number enciphered under a CIPHER.KEY key administered by
      *>  KEY-ADMIN, with the key id on the row beside it; only the
      *>  steps that hand the number to the bank - the pay run's
      *>  BANKPAY.DAT, the reissue's BANKRISS.DAT and the prenote
      *>  file - ever decipher it. Everything printed or logged shows
      *>  the last four digits, which every call hands back.
      *>
      *>  ROTATE-TEXT ciphers letters only, so the digits are first
      *>  written as the letters A-J (0-9) and the letters ciphered;
      *>  the stored number is all letters and spaces, which is also
      *>  what RE-ENCRYPT rotates directly when a key is retired.
      *>  New numbers go under the key BANKKEY.PRM names, which must
      *>  be inside its effective window; an old row deciphers under
      *>  its own key as long as that key is still on file. A row
      *>  with no key id has not been enciphered yet and reads back
      *>  as it stands.
      *>
      *>  USING: LS-FUNCTION       'E' = encipher, 'D' = decipher
      *>         LS-KEY-ID         'E': returned, the key used
      *>                           'D': the key the row is under
      *>         LS-PLAIN-ACCOUNT  'E': the number to protect
      *>                           'D': returned, the clear number
      *>         LS-STORED-ACCOUNT 'E': returned, the stored form
      *>                           'D': the stored form
      *>         LS-LAST-FOUR      returned, the last four digits
      *>         LS-CIPHER-STATUS  '0' ok, '1' no usable key,
      *>                           '2' number is not all digits,
      *>                           '3' unknown function
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-KEY-PARAM ASSIGN TO "BANKKEY.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-KEY-PARAM-STATUS.
           SELECT KEY-FILE ASSIGN TO "CIPHER.KEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-KEY-PARAM.
       01  ACCOUNT-KEY-PARAM-RECORD.
           05 PRM-KEY-ID       PIC X(10).

      *>  Same layout KEY-ADMIN maintains, key type and
      *>  substitution alphabet included.
       FD  KEY-FILE.
       01  KEY-RECORD.
           05 KEY-ID          PIC X(10).
           05 KEY-SHIFT       PIC 9(02).
           05 KEY-EFFECTIVE   PIC X(08).
           05 KEY-EXPIRES     PIC X(08).
           05 KEY-TYPE        PIC X(01).
           05 KEY-ALPHABET    PIC X(26).

       WORKING-STORAGE SECTION.
       01 ACCOUNT-KEY-PARAM-STATUS PIC XX.
          88 NO-ACCOUNT-KEY-PARAM VALUE "35".
       01 KEY-FILE-STATUS     PIC XX.
          88 NO-KEY-FILE      VALUE "35".
          88 NO-MORE-KEYS     VALUE "10".
       01 TODAYS-DATE         PIC X(08).

      *>  The enciphering key is looked up once per run unit; the
      *>  deciphering key is kept until a row under another key
      *>  turns up.
       01 ENCIPHER-KEY-LOADED-FLAG PIC X VALUE 'N'.
          88 ENCIPHER-KEY-LOADED VALUE 'Y'.
       01 ENCIPHER-KEY-FOUND-FLAG PIC X VALUE 'N'.
          88 ENCIPHER-KEY-USABLE VALUE 'Y'.
       01 ENCIPHER-KEY-ID     PIC X(10) VALUE SPACES.
       01 ENCIPHER-KEY-SHIFT  PIC 9(02) VALUE 0.
       01 ENCIPHER-KEY-TYPE   PIC X VALUE SPACE.
       01 ENCIPHER-KEY-ALPHABET PIC X(26) VALUE SPACES.
       01 DECIPHER-KEY-ID     PIC X(10) VALUE SPACES.
       01 DECIPHER-KEY-FOUND-FLAG PIC X VALUE 'N'.
          88 DECIPHER-KEY-USABLE VALUE 'Y'.
       01 DECIPHER-KEY-SHIFT  PIC 9(02) VALUE 0.
       01 DECIPHER-KEY-TYPE   PIC X VALUE SPACE.
       01 DECIPHER-KEY-ALPHABET PIC X(26) VALUE SPACES.

      *>  Key lookup work: the id wanted, whether its effective
      *>  window has to hold today, and what was found.
       01 WANTED-KEY-ID       PIC X(10).
       01 WINDOW-CHECK-FLAG   PIC X VALUE 'N'.
          88 CHECK-KEY-WINDOW VALUE 'Y'.
       01 LOOKUP-FOUND-FLAG   PIC X VALUE 'N'.
          88 LOOKUP-KEY-FOUND VALUE 'Y'.
       01 LOOKUP-SHIFT        PIC 9(02).
       01 LOOKUP-TYPE         PIC X.
       01 LOOKUP-ALPHABET     PIC X(26).

       01 ACCOUNT-WORK        PIC X(12).
       01 ACCOUNT-LENGTH      PIC 9(02).

      *>  ROTATE-TEXT call set, per its CHECK-LEAP-YEAR-style USING
      *>  list.
       01 CIPHER-TEXT         PIC X(50).
       01 CIPHERED-TEXT       PIC X(50).
       01 CIPHER-SHIFT        PIC 9(02).
       01 CIPHER-DIRECTION    PIC X.
       01 CIPHER-KEY-TYPE     PIC X.
       01 CIPHER-ALPHABET     PIC X(26).

       LINKAGE SECTION.
       01 LS-FUNCTION          PIC X.
       01 LS-KEY-ID            PIC X(10).
       01 LS-PLAIN-ACCOUNT     PIC X(12).
       01 LS-STORED-ACCOUNT    PIC X(12).
       01 LS-LAST-FOUR         PIC X(04).
       01 LS-CIPHER-STATUS     PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-KEY-ID
                                LS-PLAIN-ACCOUNT LS-STORED-ACCOUNT
                                LS-LAST-FOUR LS-CIPHER-STATUS.
       MAIN-PROCEDURE.
           MOVE '0' TO LS-CIPHER-STATUS
           MOVE SPACES TO LS-LAST-FOUR
           EVALUATE LS-FUNCTION
               WHEN 'E'
                   PERFORM ENCIPHER-ACCOUNT
               WHEN 'D'
                   PERFORM DECIPHER-ACCOUNT
               WHEN OTHER
                   MOVE '3' TO LS-CIPHER-STATUS
           END-EVALUATE
           GOBACK.

       ENCIPHER-ACCOUNT.
           MOVE SPACES TO LS-STORED-ACCOUNT
           MOVE LS-PLAIN-ACCOUNT TO ACCOUNT-WORK
           PERFORM MEASURE-ACCOUNT
           IF ACCOUNT-LENGTH = 0
           OR ACCOUNT-WORK(1:ACCOUNT-LENGTH) IS NOT NUMERIC
               MOVE '2' TO LS-CIPHER-STATUS
           ELSE
               PERFORM TAKE-LAST-FOUR
               IF NOT ENCIPHER-KEY-LOADED
                   PERFORM LOAD-ENCIPHER-KEY
               END-IF
               IF NOT ENCIPHER-KEY-USABLE
                   MOVE '1' TO LS-CIPHER-STATUS
               ELSE
                   INSPECT ACCOUNT-WORK CONVERTING "0123456789"
                       TO "ABCDEFGHIJ"
                   MOVE SPACES TO CIPHER-TEXT
                   MOVE ACCOUNT-WORK TO CIPHER-TEXT(1:12)
                   MOVE ENCIPHER-KEY-SHIFT TO CIPHER-SHIFT
                   MOVE 'E' TO CIPHER-DIRECTION
                   MOVE ENCIPHER-KEY-TYPE TO CIPHER-KEY-TYPE
                   MOVE ENCIPHER-KEY-ALPHABET TO CIPHER-ALPHABET
                   CALL "ROTATE-TEXT" USING CIPHER-TEXT
                       CIPHERED-TEXT CIPHER-SHIFT CIPHER-DIRECTION
                       CIPHER-KEY-TYPE CIPHER-ALPHABET
                   MOVE CIPHERED-TEXT(1:12) TO LS-STORED-ACCOUNT
                   MOVE ENCIPHER-KEY-ID TO LS-KEY-ID
               END-IF
           END-IF
       .

       DECIPHER-ACCOUNT.
           MOVE SPACES TO LS-PLAIN-ACCOUNT
           IF LS-KEY-ID = SPACES
               MOVE LS-STORED-ACCOUNT TO LS-PLAIN-ACCOUNT
           ELSE
               IF LS-KEY-ID NOT = DECIPHER-KEY-ID
                   PERFORM LOAD-DECIPHER-KEY
               END-IF
               IF NOT DECIPHER-KEY-USABLE
                   MOVE '1' TO LS-CIPHER-STATUS
               ELSE
                   MOVE SPACES TO CIPHER-TEXT
                   MOVE LS-STORED-ACCOUNT TO CIPHER-TEXT(1:12)
                   MOVE DECIPHER-KEY-SHIFT TO CIPHER-SHIFT
                   MOVE 'D' TO CIPHER-DIRECTION
                   MOVE DECIPHER-KEY-TYPE TO CIPHER-KEY-TYPE
                   MOVE DECIPHER-KEY-ALPHABET TO CIPHER-ALPHABET
                   CALL "ROTATE-TEXT" USING CIPHER-TEXT
                       CIPHERED-TEXT CIPHER-SHIFT CIPHER-DIRECTION
                       CIPHER-KEY-TYPE CIPHER-ALPHABET
                   MOVE CIPHERED-TEXT(1:12) TO LS-PLAIN-ACCOUNT
                   INSPECT LS-PLAIN-ACCOUNT CONVERTING "ABCDEFGHIJ"
                       TO "0123456789"
               END-IF
           END-IF
           IF LS-CIPHER-STATUS = '0'
               MOVE LS-PLAIN-ACCOUNT TO ACCOUNT-WORK
               PERFORM MEASURE-ACCOUNT
               PERFORM TAKE-LAST-FOUR
           END-IF
       .

      *>  Length of the number up to its last non-space character.
       MEASURE-ACCOUNT.
           MOVE 12 TO ACCOUNT-LENGTH
           PERFORM UNTIL ACCOUNT-LENGTH = 0
           OR ACCOUNT-WORK(ACCOUNT-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM ACCOUNT-LENGTH
           END-PERFORM
       .

       TAKE-LAST-FOUR.
           IF ACCOUNT-LENGTH >= 4
               MOVE ACCOUNT-WORK(ACCOUNT-LENGTH - 3:4) TO LS-LAST-FOUR
           ELSE
               IF ACCOUNT-LENGTH > 0
                   MOVE ACCOUNT-WORK(1:ACCOUNT-LENGTH) TO LS-LAST-FOUR
               END-IF
           END-IF
       .

      *>  BANKKEY.PRM names the key new numbers go under; it has to
      *>  be on CIPHER.KEY and inside its effective window today.
       LOAD-ENCIPHER-KEY.
           SET ENCIPHER-KEY-LOADED TO TRUE
           MOVE 'N' TO ENCIPHER-KEY-FOUND-FLAG
           MOVE SPACES TO ENCIPHER-KEY-ID
           OPEN INPUT ACCOUNT-KEY-PARAM
           IF NOT NO-ACCOUNT-KEY-PARAM
               READ ACCOUNT-KEY-PARAM
                   AT END CONTINUE
                   NOT AT END MOVE PRM-KEY-ID TO ENCIPHER-KEY-ID
               END-READ
           END-IF
           CLOSE ACCOUNT-KEY-PARAM
           IF ENCIPHER-KEY-ID NOT = SPACES
               ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
               MOVE ENCIPHER-KEY-ID TO WANTED-KEY-ID
               MOVE 'Y' TO WINDOW-CHECK-FLAG
               PERFORM LOOK-UP-CIPHER-KEY
               IF LOOKUP-KEY-FOUND
                   SET ENCIPHER-KEY-USABLE TO TRUE
                   MOVE LOOKUP-SHIFT TO ENCIPHER-KEY-SHIFT
                   MOVE LOOKUP-TYPE TO ENCIPHER-KEY-TYPE
                   MOVE LOOKUP-ALPHABET TO ENCIPHER-KEY-ALPHABET
               END-IF
           END-IF
       .

      *>  A row's own key may be past its expiry - it is only
      *>  awaiting rotation - so presence on CIPHER.KEY is enough.
       LOAD-DECIPHER-KEY.
           MOVE LS-KEY-ID TO DECIPHER-KEY-ID
           MOVE 'N' TO DECIPHER-KEY-FOUND-FLAG
           MOVE LS-KEY-ID TO WANTED-KEY-ID
           MOVE 'N' TO WINDOW-CHECK-FLAG
           PERFORM LOOK-UP-CIPHER-KEY
           IF LOOKUP-KEY-FOUND
               SET DECIPHER-KEY-USABLE TO TRUE
               MOVE LOOKUP-SHIFT TO DECIPHER-KEY-SHIFT
               MOVE LOOKUP-TYPE TO DECIPHER-KEY-TYPE
               MOVE LOOKUP-ALPHABET TO DECIPHER-KEY-ALPHABET
           END-IF
       .

       LOOK-UP-CIPHER-KEY.
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           OPEN INPUT KEY-FILE
           IF NOT NO-KEY-FILE
               PERFORM UNTIL NO-MORE-KEYS OR LOOKUP-KEY-FOUND
                   READ KEY-FILE
                       AT END SET NO-MORE-KEYS TO TRUE
                   END-READ
                   IF NOT NO-MORE-KEYS
                   AND KEY-ID = WANTED-KEY-ID
                       PERFORM CHECK-FOUND-KEY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE KEY-FILE
       .

       CHECK-FOUND-KEY.
           SET LOOKUP-KEY-FOUND TO TRUE
           IF CHECK-KEY-WINDOW
               IF KEY-EFFECTIVE IS NUMERIC
               AND KEY-EFFECTIVE NOT = "00000000"
               AND KEY-EFFECTIVE > TODAYS-DATE
                   MOVE 'N' TO LOOKUP-FOUND-FLAG
               END-IF
               IF KEY-EXPIRES IS NUMERIC
               AND KEY-EXPIRES NOT = "00000000"
               AND KEY-EXPIRES < TODAYS-DATE
                   MOVE 'N' TO LOOKUP-FOUND-FLAG
               END-IF
           END-IF
           IF LOOKUP-KEY-FOUND
               MOVE KEY-SHIFT TO LOOKUP-SHIFT
               MOVE KEY-TYPE TO LOOKUP-TYPE
               MOVE KEY-ALPHABET TO LOOKUP-ALPHABET
           END-IF
       .

       END PROGRAM ACCOUNT-CIPHER.
