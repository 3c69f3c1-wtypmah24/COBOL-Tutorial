       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXC-REG-LOAD.
      *>  Loads the night's exception summary into the exception
      *>  register. EXCEPTION-TRIAGE sorts EXCSUMM.DAT for the
      *>  morning and EXC-RECURRENCE spots the repeats, but neither
      *>  records that anybody picked a line up or closed it, so the
      *>  same severity-E line got looked at by three people or by
      *>  none. Here every EXCSUMM.DAT line becomes an open item on
      *>  EXCREG.DAT, keyed on the run date and a sequence within
      *>  it, and is given to the owner EXCOWNER.DAT names
      *>  for its source program (the operations desk, OPS-DESK,
      *>  when none does). EXC-REG-MAINT works the items from
      *>  there; EXC-AGING reports the ones still open.
      *>
      *>  EXCOWNER.DAT: source program (16), a space, owner (10).
      *>
      *>  Any number of reruns the same night are safe. Each line is
      *>  matched against the night's items already registered on
      *>  its program, paragraph and description - not its line
      *>  number, which moves once LOG-RETENTION starts the summary
      *>  afresh - and each registered item answers for one line, so
      *>  a line raised twice is still two items. Only what is left
      *>  unmatched is registered, numbered on from the night's
      *>  highest sequence, so nothing already there is overwritten
      *>  or hidden.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-REGISTER-FILE ASSIGN TO "EXCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERG-KEY
               FILE STATUS IS EXCEPTION-REGISTER-FILE-STATUS.
           SELECT EXC-OWNER-FILE ASSIGN TO "EXCOWNER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-OWNER-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain; read here, and appended to
      *>  only once the read is done.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-REGISTER-FILE.
           COPY "EXCEPTION-REGISTER.cpy".

       FD  EXC-OWNER-FILE.
       01  EXC-OWNER-RECORD.
           05 OWN-PROGRAM-IN   PIC X(16).
           05 FILLER           PIC X(01).
           05 OWN-OWNER-IN     PIC X(10).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 EXCEPTION-REGISTER-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-REGISTER-FILE VALUE "35".
       01 EXC-OWNER-FILE-STATUS PIC XX.
          88 NO-EXC-OWNER-FILE VALUE "35".
          88 NO-MORE-OWNER-ROWS VALUE "10".
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".
          88 NO-MORE-EXCEPTIONS VALUE "10".

       01 RUN-DATE             PIC 9(08).
       01 DEFAULT-OWNER        PIC X(10) VALUE "OPS-DESK".

      *>  Source program to owner, off EXCOWNER.DAT.
       01 OWNER-COUNT          PIC 9(03) VALUE 0.
       01 OWNER-TABLE.
           05 OWNER-ENTRY OCCURS 100 TIMES.
               10 OWN-PROGRAM   PIC X(16).
               10 OWN-OWNER     PIC X(10).
       01 OWNER-INDEX          PIC 9(03).

       01 WORK-SEVERITY        PIC X(01).
       01 WORK-PROGRAM         PIC X(16).
       01 WORK-PARAGRAPH       PIC X(20).
       01 WORK-DESCRIPTION     PIC X(40).
       01 WORK-OWNER           PIC X(10).

      *>  Tonight's items already on the register, each marked once
      *>  a summary line has matched it.
       01 TONIGHT-COUNT        PIC 9(04) VALUE 0.
       01 TONIGHT-TABLE.
           05 TONIGHT-ENTRY OCCURS 2000 TIMES.
               10 TNT-PROGRAM   PIC X(16).
               10 TNT-PARAGRAPH PIC X(20).
               10 TNT-DESCRIPTION PIC X(40).
               10 TNT-MATCHED   PIC X(01).
       01 TONIGHT-INDEX        PIC 9(04).
       01 TONIGHT-FOUND-INDEX  PIC 9(04).
       01 TONIGHT-OVERFLOW-FLAG PIC X VALUE 'N'.
          88 TONIGHT-TABLE-FULL VALUE 'Y'.

       01 HIGHEST-SEQUENCE     PIC 9(05) VALUE 0.
       01 NEXT-SEQUENCE        PIC 9(05) VALUE 0.
       01 END-OF-NIGHT-FLAG    PIC X VALUE 'N'.
          88 PAST-TONIGHTS-ITEMS VALUE 'Y'.
       01 ITEMS-REGISTERED     PIC 9(05) VALUE 0.
       01 ITEMS-ALREADY-ON-FILE PIC 9(05) VALUE 0.
       01 ITEMS-FAILED         PIC 9(05) VALUE 0.
       01 FAILED-STATUS        PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O EXCEPTION-REGISTER-FILE
           IF NO-EXCEPTION-REGISTER-FILE
               OPEN OUTPUT EXCEPTION-REGISTER-FILE
               CLOSE EXCEPTION-REGISTER-FILE
               OPEN I-O EXCEPTION-REGISTER-FILE
           END-IF
           IF EXCEPTION-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN EXCREG.DAT, STATUS="
                   EXCEPTION-REGISTER-FILE-STATUS
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "EXCREG.DAT OPEN FAILED, STATUS="
                   EXCEPTION-REGISTER-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-OWNER-TABLE
           PERFORM LOAD-TONIGHTS-ITEMS
           IF TONIGHT-TABLE-FULL
               CLOSE EXCEPTION-REGISTER-FILE
               DISPLAY "ERROR: OVER 2000 ITEMS ON EXCREG.DAT FOR "
                   RUN-DATE " - NOTHING REGISTERED"
               MOVE "LOAD-TONIGHTS-ITEMS" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "OVER 2000 ITEMS TONIGHT, NOT LOADED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EXCEPTION-SUMMARY-FILE
           IF NO-EXCEPTION-SUMMARY-FILE
               DISPLAY "EXC-REG-LOAD: NO EXCSUMM.DAT - NOTHING"
                   " TO REGISTER"
           ELSE
               PERFORM UNTIL NO-MORE-EXCEPTIONS
                   READ EXCEPTION-SUMMARY-FILE
                       AT END SET NO-MORE-EXCEPTIONS TO TRUE
                   END-READ
                   IF NOT NO-MORE-EXCEPTIONS
                   AND EXCEPTION-SUMMARY-LINE NOT = SPACES
                       PERFORM REGISTER-ONE-LINE
                   END-IF
               END-PERFORM
               CLOSE EXCEPTION-SUMMARY-FILE
           END-IF
           CLOSE EXCEPTION-REGISTER-FILE

           IF ITEMS-FAILED > 0
               MOVE "REGISTER-ONE-LINE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING ITEMS-FAILED " NOT REGISTERED, LAST STATUS="
                   FAILED-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           DISPLAY "EXC-REG-LOAD: " ITEMS-REGISTERED
               " REGISTERED, " ITEMS-ALREADY-ON-FILE
               " ALREADY ON FILE, " ITEMS-FAILED " FAILED"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

      *>  What a rerun tonight has to match against, and where it
      *>  carries on numbering from.
       LOAD-TONIGHTS-ITEMS.
           MOVE 0 TO HIGHEST-SEQUENCE
           MOVE 0 TO TONIGHT-COUNT
           MOVE RUN-DATE TO ERG-RUN-DATE
           MOVE 0 TO ERG-SEQUENCE
           START EXCEPTION-REGISTER-FILE KEY >= ERG-KEY
               INVALID KEY SET PAST-TONIGHTS-ITEMS TO TRUE
           END-START
           PERFORM UNTIL PAST-TONIGHTS-ITEMS
               READ EXCEPTION-REGISTER-FILE NEXT RECORD
                   AT END SET PAST-TONIGHTS-ITEMS TO TRUE
               END-READ
               IF EXCEPTION-REGISTER-FILE-STATUS NOT = "00"
               OR ERG-RUN-DATE NOT = RUN-DATE
                   SET PAST-TONIGHTS-ITEMS TO TRUE
               ELSE
                   MOVE ERG-SEQUENCE TO HIGHEST-SEQUENCE
                   IF TONIGHT-COUNT < 2000
                       ADD 1 TO TONIGHT-COUNT
                       MOVE ERG-SOURCE-PROGRAM
                           TO TNT-PROGRAM(TONIGHT-COUNT)
                       MOVE ERG-SOURCE-PARAGRAPH
                           TO TNT-PARAGRAPH(TONIGHT-COUNT)
                       MOVE ERG-DESCRIPTION
                           TO TNT-DESCRIPTION(TONIGHT-COUNT)
                       MOVE 'N' TO TNT-MATCHED(TONIGHT-COUNT)
                   ELSE
                       SET TONIGHT-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE HIGHEST-SEQUENCE TO NEXT-SEQUENCE
       .

       LOAD-OWNER-TABLE.
           MOVE 0 TO OWNER-COUNT
           OPEN INPUT EXC-OWNER-FILE
           IF NO-EXC-OWNER-FILE
               DISPLAY "WARNING: NO EXCOWNER.DAT - EVERY ITEM GOES TO "
                   DEFAULT-OWNER
           ELSE
               PERFORM UNTIL NO-MORE-OWNER-ROWS
                   READ EXC-OWNER-FILE
                       AT END SET NO-MORE-OWNER-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-OWNER-ROWS
                   AND OWN-PROGRAM-IN NOT = SPACES
                   AND OWN-OWNER-IN NOT = SPACES
                   AND OWNER-COUNT < 100
                       ADD 1 TO OWNER-COUNT
                       MOVE OWN-PROGRAM-IN TO OWN-PROGRAM(OWNER-COUNT)
                       MOVE OWN-OWNER-IN TO OWN-OWNER(OWNER-COUNT)
                   END-IF
               END-PERFORM
               CLOSE EXC-OWNER-FILE
           END-IF
       .

      *>  The same severity-byte parse EXCEPTION-TRIAGE applies:
      *>  current-format lines split on their fixed columns, older
      *>  lines carry the program in front and count as errors.
       REGISTER-ONE-LINE.
           IF EXCEPTION-SUMMARY-LINE(2:1) = SPACE
           AND (EXCEPTION-SUMMARY-LINE(1:1) = 'C'
               OR EXCEPTION-SUMMARY-LINE(1:1) = 'E'
               OR EXCEPTION-SUMMARY-LINE(1:1) = 'W'
               OR EXCEPTION-SUMMARY-LINE(1:1) = 'I')
               MOVE EXCEPTION-SUMMARY-LINE(1:1) TO WORK-SEVERITY
               MOVE EXCEPTION-SUMMARY-LINE(3:16) TO WORK-PROGRAM
               MOVE EXCEPTION-SUMMARY-LINE(20:20) TO WORK-PARAGRAPH
               MOVE EXCEPTION-SUMMARY-LINE(41:40) TO WORK-DESCRIPTION
           ELSE
               MOVE 'E' TO WORK-SEVERITY
               MOVE EXCEPTION-SUMMARY-LINE(1:16) TO WORK-PROGRAM
               MOVE SPACES TO WORK-PARAGRAPH
               MOVE EXCEPTION-SUMMARY-LINE(17:40) TO WORK-DESCRIPTION
           END-IF

           PERFORM MATCH-TONIGHTS-ITEM
           IF TONIGHT-FOUND-INDEX > 0
               MOVE 'Y' TO TNT-MATCHED(TONIGHT-FOUND-INDEX)
               ADD 1 TO ITEMS-ALREADY-ON-FILE
           ELSE
               PERFORM FIND-OWNER
               ADD 1 TO NEXT-SEQUENCE
               MOVE SPACES TO EXCEPTION-REGISTER-RECORD
               MOVE RUN-DATE TO ERG-RUN-DATE
               MOVE NEXT-SEQUENCE TO ERG-SEQUENCE
               MOVE WORK-SEVERITY TO ERG-SEVERITY
               MOVE WORK-PROGRAM TO ERG-SOURCE-PROGRAM
               MOVE WORK-PARAGRAPH TO ERG-SOURCE-PARAGRAPH
               MOVE WORK-DESCRIPTION TO ERG-DESCRIPTION
               MOVE WORK-OWNER TO ERG-OWNER
               SET ERG-OPEN TO TRUE
               MOVE 0 TO ERG-PICKED-DATE
               MOVE 0 TO ERG-CLOSED-DATE
               WRITE EXCEPTION-REGISTER-RECORD
               IF EXCEPTION-REGISTER-FILE-STATUS = "00"
                   ADD 1 TO ITEMS-REGISTERED
               ELSE
                   ADD 1 TO ITEMS-FAILED
                   MOVE EXCEPTION-REGISTER-FILE-STATUS
                       TO FAILED-STATUS
               END-IF
           END-IF
       .

      *>  The first of tonight's items with the line's program,
      *>  paragraph and description that no earlier line has taken.
       MATCH-TONIGHTS-ITEM.
           MOVE 0 TO TONIGHT-FOUND-INDEX
           PERFORM VARYING TONIGHT-INDEX FROM 1 BY 1
           UNTIL TONIGHT-INDEX > TONIGHT-COUNT
           OR TONIGHT-FOUND-INDEX > 0
               IF TNT-MATCHED(TONIGHT-INDEX) = 'N'
               AND TNT-PROGRAM(TONIGHT-INDEX) = WORK-PROGRAM
               AND TNT-PARAGRAPH(TONIGHT-INDEX) = WORK-PARAGRAPH
               AND TNT-DESCRIPTION(TONIGHT-INDEX) = WORK-DESCRIPTION
                   MOVE TONIGHT-INDEX TO TONIGHT-FOUND-INDEX
               END-IF
           END-PERFORM
       .

       FIND-OWNER.
           MOVE DEFAULT-OWNER TO WORK-OWNER
           PERFORM VARYING OWNER-INDEX FROM 1 BY 1
           UNTIL OWNER-INDEX > OWNER-COUNT
               IF OWN-PROGRAM(OWNER-INDEX) = WORK-PROGRAM
                   MOVE OWN-OWNER(OWNER-INDEX) TO WORK-OWNER
               END-IF
           END-PERFORM
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file. A line written
      *>  after the load is in the night's EXCSUMM archive and on
      *>  the triage, not on the register.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "EXC-REG-LOAD" TO EXC-SOURCE-PROGRAM
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
      *>  A critical line pages the operator the moment it lands,
      *>  through the shared RAISE-ALERT subprogram, instead of
      *>  waiting for the morning triage.
           IF EXC-SEVERITY = 'C'
               CALL "RAISE-ALERT" USING EXC-SOURCE-PROGRAM
                   EXC-SOURCE-PARAGRAPH EXC-DESCRIPTION
           END-IF
       .

       END PROGRAM EXC-REG-LOAD.
