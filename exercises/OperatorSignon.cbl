      *>  cached, so a caller checking several functions in one
      *>  session reads the operator file once.
      *>
      *>  A disabled account, or one past its expiry date, is refused
      *>  whatever letters it still carries. Each lookup that finds
      *>  an active row stamps today as the operator's last sign-on,
      *>  which is what the quarterly access review reads to find
      *>  dormant accounts.
      *>
      *>  USING: LS-REQUIRED-FUNCTION  the function letter to check
      *>         LS-OPERATOR-ID       the operator; spaces ask this
      *>                              subprogram to resolve it from
           05 PRM-OPERATOR-ID  PIC X(10).

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       WORKING-STORAGE SECTION.
       01 SIGNON-PARAM-FILE-STATUS PIC XX.
       01 CACHED-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 CACHED-FUNCTIONS     PIC X(10) VALUE SPACES.
       01 CACHE-STATE-FLAG     PIC X VALUE 'N'.
          88 CACHE-IS-LOADED   VALUE 'F' 'U' 'M' 'D' 'X'.
          88 CACHED-ROW-FOUND  VALUE 'F'.
          88 CACHED-UNVERIFIED VALUE 'U'.
          88 CACHED-NOT-ON-FILE VALUE 'M'.
          88 CACHED-DISABLED   VALUE 'D'.
          88 CACHED-EXPIRED    VALUE 'X'.
       01 CACHED-EXPIRY-DATE   PIC X(08).
       01 FUNC-INDEX           PIC 9(02).
       01 FUNCTION-OK-FLAG     PIC X VALUE 'N'.
          88 FUNCTION-PERMITTED VALUE 'Y'.

      *>  The whole operator file, held while it is scanned so the
      *>  sign-on stamp can write it straight back. A file too big
      *>  for the table is still checked, just not stamped.
       01 TODAY-DATE           PIC X(08).
       01 OPERATOR-COUNT       PIC 9(03) VALUE 0.
       01 OPERATOR-TABLE.
           05 OPERATOR-ROW     PIC X(67) OCCURS 200 TIMES.
       01 OPERATOR-INDEX       PIC 9(03).
       01 STAMP-INDEX          PIC 9(03).
       01 TABLE-OVERFLOW-FLAG  PIC X VALUE 'N'.
          88 OPERATOR-TABLE-OVERFLOWED VALUE 'Y'.

       LINKAGE SECTION.
       01 LS-REQUIRED-FUNCTION PIC X.
       01 LS-OPERATOR-ID       PIC X(10).
                   MOVE 'W' TO LS-SIGNON-STATUS
               WHEN CACHED-NOT-ON-FILE
                   MOVE '1' TO LS-SIGNON-STATUS
               WHEN CACHED-DISABLED
                   DISPLAY "OPERATOR " LS-OPERATOR-ID " IS DISABLED"
                   MOVE '1' TO LS-SIGNON-STATUS
               WHEN CACHED-EXPIRED
                   DISPLAY "OPERATOR " LS-OPERATOR-ID " EXPIRED ON "
                       CACHED-EXPIRY-DATE
                   MOVE '1' TO LS-SIGNON-STATUS
               WHEN OTHER
                   PERFORM CHECK-FUNCTION-LETTER
                   IF FUNCTION-PERMITTED
           MOVE LS-OPERATOR-ID TO CACHED-OPERATOR-ID
           MOVE SPACES TO CACHED-FUNCTIONS
           MOVE 'M' TO CACHE-STATE-FLAG
           MOVE 0 TO OPERATOR-COUNT
           MOVE 0 TO STAMP-INDEX
           MOVE 'N' TO TABLE-OVERFLOW-FLAG
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT OPERATOR-FILE
           IF NO-OPERATOR-FILE
               DISPLAY "WARNING: NO OPERATOR.DAT - OPERATOR NOT"
                       AT END SET NO-MORE-OPERATORS TO TRUE
                   END-READ
                   IF NOT NO-MORE-OPERATORS
                       PERFORM HOLD-OPERATOR-ROW
                       IF OPER-ID = LS-OPERATOR-ID
                           PERFORM CHECK-OPERATOR-STANDING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE OPERATOR-FILE
           IF STAMP-INDEX > 0
           AND NOT OPERATOR-TABLE-OVERFLOWED
               PERFORM STAMP-LAST-SIGNON
           END-IF
       .

       HOLD-OPERATOR-ROW.
           IF OPERATOR-COUNT < 200
               ADD 1 TO OPERATOR-COUNT
               MOVE OPERATOR-RECORD TO OPERATOR-ROW(OPERATOR-COUNT)
           ELSE
               SET OPERATOR-TABLE-OVERFLOWED TO TRUE
           END-IF
       .

      *>  Disabled beats expired beats found; only an active row
      *>  earns the sign-on stamp.
       CHECK-OPERATOR-STANDING.
           MOVE OPER-EXPIRY-DATE TO CACHED-EXPIRY-DATE
           EVALUATE TRUE
               WHEN OPER-DISABLED
                   MOVE 'D' TO CACHE-STATE-FLAG
               WHEN OPER-EXPIRY-DATE NOT = SPACES
               AND OPER-EXPIRY-DATE < TODAY-DATE
                   MOVE 'X' TO CACHE-STATE-FLAG
               WHEN OTHER
                   MOVE OPER-FUNCTIONS TO CACHED-FUNCTIONS
                   MOVE 'F' TO CACHE-STATE-FLAG
                   IF OPER-LAST-SIGNON NOT = TODAY-DATE
                       MOVE OPERATOR-COUNT TO STAMP-INDEX
                   END-IF
           END-EVALUATE
       .

      *>  Today's date into the operator's row and the file written
      *>  back whole - once a day per operator at most.
       STAMP-LAST-SIGNON.
           MOVE OPERATOR-ROW(STAMP-INDEX) TO OPERATOR-RECORD
           MOVE TODAY-DATE TO OPER-LAST-SIGNON
           MOVE OPERATOR-RECORD TO OPERATOR-ROW(STAMP-INDEX)
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
           UNTIL OPERATOR-INDEX > OPERATOR-COUNT
               MOVE OPERATOR-ROW(OPERATOR-INDEX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE
       .

      *>  A blank letter asks only whether the operator may sign on
      *>  at all, so an active row passes it whatever letters it
      *>  carries.
       CHECK-FUNCTION-LETTER.
           MOVE 'N' TO FUNCTION-OK-FLAG
           IF LS-REQUIRED-FUNCTION = SPACE
               SET FUNCTION-PERMITTED TO TRUE
           END-IF
           PERFORM VARYING FUNC-INDEX FROM 1 BY 1
           UNTIL FUNC-INDEX > 10
               IF CACHED-FUNCTIONS(FUNC-INDEX:1)
