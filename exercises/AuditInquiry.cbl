       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-INQUIRY.
      *>  One inquiry over every change trail the shop keeps, so
      *>  "what did operator X change last month" is a single run
      *>  instead of a grep through ten files. Each trail is read in
      *>  its own layout and every row is turned into the same view:
      *>  timestamp, operator, the file it came from, the key it
      *>  touched (employee, claim, account, key or operator id),
      *>  the action, and the old and new values, plus the second
      *>  operator where a change was approved by someone else.
      *>  The auditor names any mix of an operator, an employee or
      *>  claim id and a date range; the matching rows go to
      *>  AUDITINQ.RPT in time order, one printable line each.
      *>
      *>  The trails and how each one maps onto the view:
      *>    EMPHIST.DAT   before/after master images; a REWRITE is
      *>                  split into one row per field that changed.
      *>    FLAGCHG.TXT   claim status and money changes; the reason
      *>                  is the action. Rows from before the value
      *>                  columns were widened are read at the old
      *>                  offsets.
      *>    CLAIMHST.DAT  keyed claim status history, from-status to
      *>                  to-status, with the approving supervisor.
      *>    BANKACCT.LOG, VIPAUDIT.LOG, KEYADMIN.LOG, HOLIDAYS.LOG
      *>                  the maintenance audit logs, all operator,
      *>                  action, key, detail, timestamp - only the
      *>                  key width differs. A holiday's key is its
      *>                  calendar and date.
      *>    DEPTXFER.LOG  batch transfers, from-dept to to-dept, by
      *>                  the applied date; the operator is BATCH.
      *>    ONBOARD.LOG   session header (who) then one line per
      *>                  field captured. The interview logs its
      *>                  fields before the employee id exists, so
      *>                  only the EMP-ID and REJECTED lines carry a
      *>                  key; the new hire itself is on EMPHIST.DAT.
      *>    OPERAUD.LOG   operator file maintenance; old and new are
      *>                  the function letters and standing.
      *>  Restricted to operators carrying the audit-inquiry function
      *>  letter 'I'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  Whichever line-sequential trail is being read; the name is
      *>  set before each OPEN.
           SELECT AUDIT-TRAIL-FILE ASSIGN USING AUDIT-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-TRAIL-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO "CLAIMHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHS-KEY
               FILE STATUS IS CLAIM-HISTORY-FILE-STATUS.
           SELECT AUDIT-EXTRACT-FILE ASSIGN TO "AUDITINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>  As wide as the widest trail, EMPHIST.DAT.
       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-LINE      PIC X(341).

      *>  Same keyed layout the writers file.
       FD  CLAIM-HISTORY-FILE.
       01  CLAIM-HISTORY-RECORD.
           05 CHS-KEY.
               10 CHS-CLAIM-ID PIC X(08).
               10 CHS-SEQUENCE PIC 9(04).
           05 CHS-FROM-STATUS  PIC X(09).
           05 CHS-TO-STATUS    PIC X(09).
           05 CHS-TIMESTAMP    PIC X(26).
           05 CHS-OPERATOR     PIC X(10).
           05 CHS-APPROVER     PIC X(10).

       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
      *>  Before/after images, the shared layout the history line
      *>  breaks down into.
           COPY "EMPLOYEE-HISTORY.cpy".

       01 AUDIT-TRAIL-FILE-STATUS PIC XX.
          88 NO-AUDIT-TRAIL-FILE VALUE "35".
          88 NO-MORE-TRAIL-ROWS  VALUE "10".
       01 CLAIM-HISTORY-FILE-STATUS PIC XX.
          88 NO-CLAIM-HISTORY-FILE VALUE "35".
          88 NO-MORE-CLAIM-HISTORY VALUE "10".

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram);
      *>  'I' is the audit-inquiry function letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'I'.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.

      *>  The inquiry: any of the three may be left blank.
       01 INQ-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 INQ-KEY              PIC X(17) VALUE SPACES.
       01 INQ-FROM-TEXT        PIC X(08) VALUE SPACES.
       01 INQ-TO-TEXT          PIC X(08) VALUE SPACES.
       01 INQ-FROM-DATE        PIC X(08) VALUE "00000000".
       01 INQ-TO-DATE          PIC X(08) VALUE "99999999".
       01 INQUIRY-VALID-FLAG   PIC X VALUE 'Y'.
          88 INQUIRY-VALID     VALUE 'Y'.
       01 RUN-DATE             PIC 9(08).

       01 AUDIT-TRAIL-NAME     PIC X(20).

      *>  The normalized view every trail is mapped onto.
       01 AUDIT-VIEW-RECORD.
           05 AV-STAMP         PIC X(14).
           05 AV-OPERATOR      PIC X(10).
           05 AV-SUBJECT-FILE  PIC X(12).
           05 AV-KEY           PIC X(17).
           05 AV-ACTION        PIC X(15).
           05 AV-OLD-VALUE     PIC X(20).
           05 AV-NEW-VALUE     PIC X(20).
           05 AV-APPROVER      PIC X(10).

      *>  The matching rows, held and table-SORTed into time order
      *>  across all the trails.
       01 MATCH-LIMIT          PIC 9(04) VALUE 5000.
       01 MATCH-COUNT          PIC 9(04) VALUE 0.
       01 MATCH-TABLE.
           05 MATCH-ENTRY OCCURS 1 TO 5000 TIMES
              DEPENDING ON MATCH-COUNT.
               10 MT-STAMP        PIC X(14).
               10 MT-OPERATOR     PIC X(10).
               10 MT-SUBJECT-FILE PIC X(12).
               10 MT-KEY          PIC X(17).
               10 MT-ACTION       PIC X(15).
               10 MT-OLD-VALUE    PIC X(20).
               10 MT-NEW-VALUE    PIC X(20).
               10 MT-APPROVER     PIC X(10).
       01 MATCH-INDEX          PIC 9(04).
       01 MATCHES-DROPPED      PIC 9(07) VALUE 0.
       01 ROWS-READ            PIC 9(07) VALUE 0.

      *>  The four maintenance logs that share one shape: operator,
      *>  action, key, detail, timestamp. Name and key width.
       01 SIMPLE-LOG-DATA.
           05 FILLER PIC X(14) VALUE "BANKACCT.LOG06".
           05 FILLER PIC X(14) VALUE "VIPAUDIT.LOG10".
           05 FILLER PIC X(14) VALUE "KEYADMIN.LOG10".
           05 FILLER PIC X(14) VALUE "HOLIDAYS.LOG08".
       01 SIMPLE-LOG-TABLE REDEFINES SIMPLE-LOG-DATA.
           05 SIMPLE-LOG-ENTRY OCCURS 4 TIMES.
               10 SL-FILE-NAME  PIC X(12).
               10 SL-KEY-WIDTH  PIC 9(02).
       01 SIMPLE-LOG-INDEX     PIC 9(02).
       01 SL-DETAIL-START      PIC 9(03).
       01 SL-STAMP-START       PIC 9(03).
       01 SL-CALENDAR-START    PIC 9(03).

      *>  EMPMAST.DAT fields as they sit in a history image, for
      *>  telling which of them a REWRITE changed. The old ten-byte
      *>  name slot (7-16) is blank on every converted row and is
      *>  not listed.
       01 IMAGE-FIELD-DATA.
           05 FILLER PIC X(19) VALUE "AGE           01703".
           05 FILLER PIC X(19) VALUE "FAVORITE-FOOD 02010".
           05 FILLER PIC X(19) VALUE "PROFESSION    03010".
           05 FILLER PIC X(19) VALUE "RETIRE-AGE    04003".
           05 FILLER PIC X(19) VALUE "DREAM-JOB     04310".
           05 FILLER PIC X(19) VALUE "HIRE-DATE     05308".
           05 FILLER PIC X(19) VALUE "DEPT-CODE     06104".
           05 FILLER PIC X(19) VALUE "DATE-OF-BIRTH 06508".
           05 FILLER PIC X(19) VALUE "STATUS        07309".
           05 FILLER PIC X(19) VALUE "TERM-DATE     08208".
           05 FILLER PIC X(19) VALUE "PRIOR-SERVICE 09002".
           05 FILLER PIC X(19) VALUE "SURNAME       09220".
           05 FILLER PIC X(19) VALUE "GIVEN-NAME    11215".
           05 FILLER PIC X(19) VALUE "PREFERRED-NAME12715".
       01 IMAGE-FIELD-TABLE REDEFINES IMAGE-FIELD-DATA.
           05 IMAGE-FIELD-ENTRY OCCURS 14 TIMES.
               10 IF-FIELD-NAME PIC X(14).
               10 IF-START      PIC 9(03).
               10 IF-LENGTH     PIC 9(02).
       01 IMAGE-FIELD-INDEX    PIC 9(02).
       01 FIELDS-CHANGED       PIC 9(02).
       01 FIELD-START          PIC 9(03).
       01 FIELD-LENGTH         PIC 9(02).

      *>  FLAGCHG.TXT, at today's offsets and at the narrower ones
      *>  the rows carried before the value columns were widened.
       01 FLAG-CHANGE-VIEW.
           05 FCV-CLAIM-ID     PIC X(10).
           05 FILLER           PIC X(01).
           05 FCV-OLD-VALUE    PIC X(10).
           05 FILLER           PIC X(01).
           05 FCV-NEW-VALUE    PIC X(10).
           05 FILLER           PIC X(01).
           05 FCV-REASON       PIC X(20).
           05 FILLER           PIC X(01).
           05 FCV-TIMESTAMP    PIC X(26).
           05 FILLER           PIC X(01).
           05 FCV-OPERATOR     PIC X(10).
           05 FILLER           PIC X(250).
       01 NARROW-FLAG-CHANGE-VIEW REDEFINES FLAG-CHANGE-VIEW.
           05 NFC-CLAIM-ID     PIC X(10).
           05 FILLER           PIC X(01).
           05 NFC-OLD-VALUE    PIC X(09).
           05 FILLER           PIC X(01).
           05 NFC-NEW-VALUE    PIC X(09).
           05 FILLER           PIC X(01).
           05 NFC-REASON       PIC X(20).
           05 FILLER           PIC X(01).
           05 NFC-TIMESTAMP    PIC X(26).
           05 FILLER           PIC X(01).
           05 NFC-OPERATOR     PIC X(10).
           05 FILLER           PIC X(252).

       01 SIMPLE-LOG-VIEW.
           05 SLV-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01).
           05 SLV-ACTION       PIC X(08).
           05 FILLER           PIC X(01).
           05 SLV-REST         PIC X(321).

       01 TRANSFER-LOG-VIEW.
           05 TLV-APPLIED-DATE PIC X(08).
           05 FILLER           PIC X(01).
           05 TLV-EMP-ID       PIC X(06).
           05 FILLER           PIC X(01).
           05 TLV-FROM-DEPT    PIC X(04).
           05 FILLER           PIC X(01).
           05 TLV-TO-DEPT      PIC X(04).
           05 FILLER           PIC X(01).
           05 TLV-EFF-DATE     PIC X(08).
           05 FILLER           PIC X(307).

       01 ONBOARD-LOG-VIEW.
           05 OLV-WRITE-STAMP  PIC X(21).
           05 FILLER           PIC X(01).
           05 OLV-PARAGRAPH    PIC X(20).
           05 FILLER           PIC X(01).
           05 OLV-FIELD-NAME   PIC X(15).
           05 FILLER           PIC X(01).
           05 OLV-FIELD-VALUE  PIC X(20).
           05 FILLER           PIC X(262).
       01 ONBOARD-HEADER-VIEW REDEFINES ONBOARD-LOG-VIEW.
           05 OHV-TAG          PIC X(08).
              88 OHV-RUN-HEADER VALUE "RUN BY: ".
           05 OHV-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01).
           05 OHV-TIMESTAMP    PIC X(26).
           05 FILLER           PIC X(296).
       01 ONBOARD-SESSION-OPERATOR PIC X(10).

       01 OPERATOR-AUDIT-VIEW.
           05 OAV-ADMIN        PIC X(10).
           05 FILLER           PIC X(01).
           05 OAV-ACTION       PIC X(08).
           05 FILLER           PIC X(01).
           05 OAV-TARGET       PIC X(10).
           05 FILLER           PIC X(01).
           05 OAV-OLD-FUNCTIONS PIC X(10).
           05 FILLER           PIC X(01).
           05 OAV-NEW-FUNCTIONS PIC X(10).
           05 FILLER           PIC X(01).
           05 OAV-OLD-STATUS   PIC X(01).
           05 FILLER           PIC X(01).
           05 OAV-NEW-STATUS   PIC X(01).
           05 FILLER           PIC X(01).
           05 OAV-EXPIRY-DATE  PIC X(08).
           05 FILLER           PIC X(01).
           05 OAV-TIMESTAMP    PIC X(26).
           05 FILLER           PIC X(249).

       01 EXTRACT-HEADING-LINE.
           05 FILLER           PIC X(32)
               VALUE "DATE     TIME   OPERATOR   FILE ".
           05 FILLER           PIC X(32)
               VALUE "        KEY               ACTION".
           05 FILLER           PIC X(32)
               VALUE "          OLD VALUE            N".
           05 FILLER           PIC X(32)
               VALUE "EW VALUE            APPROVED    ".
       01 EXTRACT-DETAIL-LINE.
           05 EXT-DATE         PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXT-TIME         PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXT-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXT-SUBJECT-FILE PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXT-KEY          PIC X(17).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXT-ACTION       PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXT-OLD-VALUE    PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXT-NEW-VALUE    PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXT-APPROVER     PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Operator id?"
            ACCEPT SIGNON-OPERATOR-ID
            CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                SIGNON-OPERATOR-ID SIGNON-STATUS
            IF NOT SIGNON-ACCEPTED
                DISPLAY "AUDIT-INQUIRY: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION I - NO EXTRACT"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            ACCEPT RUN-DATE FROM DATE YYYYMMDD
            PERFORM ACCEPT-INQUIRY
            IF NOT INQUIRY-VALID
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM SCAN-EMPLOYEE-HISTORY
            PERFORM SCAN-FLAG-CHANGES
            PERFORM SCAN-CLAIM-HISTORY
            PERFORM VARYING SIMPLE-LOG-INDEX FROM 1 BY 1
            UNTIL SIMPLE-LOG-INDEX > 4
                PERFORM SCAN-SIMPLE-AUDIT-LOG
            END-PERFORM
            PERFORM SCAN-TRANSFER-LOG
            PERFORM SCAN-ONBOARD-LOG
            PERFORM SCAN-OPERATOR-AUDIT-LOG

            IF MATCH-COUNT > 1
                SORT MATCH-ENTRY ASCENDING KEY MT-STAMP
            END-IF
            PERFORM WRITE-AUDIT-EXTRACT

            DISPLAY "AUDIT-INQUIRY: " ROWS-READ " TRAIL ROWS READ, "
                MATCH-COUNT " MATCHED - SEE AUDITINQ.RPT"
            IF MATCHES-DROPPED > 0
                DISPLAY "WARNING: " MATCHES-DROPPED " MORE ROWS"
                    " MATCHED THAN THE EXTRACT HOLDS - NARROW THE"
                    " INQUIRY"
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       ACCEPT-INQUIRY.
           DISPLAY "Operator id to trace? (blank for any)"
           ACCEPT INQ-OPERATOR-ID
           DISPLAY "Employee or claim id? (blank for any)"
           ACCEPT INQ-KEY
           DISPLAY "From date? (YYYYMMDD, blank for the earliest)"
           ACCEPT INQ-FROM-TEXT
           DISPLAY "To date? (YYYYMMDD, blank for today)"
           ACCEPT INQ-TO-TEXT
           IF INQ-FROM-TEXT NOT = SPACES
               IF INQ-FROM-TEXT IS NUMERIC
                   MOVE INQ-FROM-TEXT TO INQ-FROM-DATE
               ELSE
                   DISPLAY "From date must be YYYYMMDD."
                   MOVE 'N' TO INQUIRY-VALID-FLAG
               END-IF
           END-IF
           IF INQ-TO-TEXT NOT = SPACES
               IF INQ-TO-TEXT IS NUMERIC
                   MOVE INQ-TO-TEXT TO INQ-TO-DATE
               ELSE
                   DISPLAY "To date must be YYYYMMDD."
                   MOVE 'N' TO INQUIRY-VALID-FLAG
               END-IF
           ELSE
               MOVE RUN-DATE TO INQ-TO-DATE
           END-IF
           IF INQUIRY-VALID
           AND INQ-FROM-DATE > INQ-TO-DATE
               DISPLAY "From date is after the to date."
               MOVE 'N' TO INQUIRY-VALID-FLAG
           END-IF
       .

      *>  One row per field a REWRITE changed; an add or a delete is
      *>  one row naming the employee.
       SCAN-EMPLOYEE-HISTORY.
           MOVE "EMPHIST.DAT" TO AUDIT-TRAIL-NAME
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT NO-AUDIT-TRAIL-FILE
               PERFORM UNTIL NO-MORE-TRAIL-ROWS
                   READ AUDIT-TRAIL-FILE
                       AT END SET NO-MORE-TRAIL-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-TRAIL-ROWS
                       ADD 1 TO ROWS-READ
                       MOVE AUDIT-TRAIL-LINE
                           TO EMPLOYEE-HISTORY-RECORD
                       PERFORM MAP-EMPLOYEE-HISTORY-ROW
                   END-IF
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
       .

       MAP-EMPLOYEE-HISTORY-ROW.
           INITIALIZE AUDIT-VIEW-RECORD
           MOVE HIST-TIMESTAMP(1:14) TO AV-STAMP
           MOVE HIST-OPERATOR TO AV-OPERATOR
           MOVE HIST-APPROVED-BY TO AV-APPROVER
           MOVE "EMPHIST.DAT" TO AV-SUBJECT-FILE
           IF HIST-NEW-IMAGE(1:6) NOT = SPACES
               MOVE HIST-NEW-IMAGE(1:6) TO AV-KEY
           ELSE
               MOVE HIST-PRIOR-IMAGE(1:6) TO AV-KEY
           END-IF
           MOVE 0 TO FIELDS-CHANGED
           IF HIST-PRIOR-IMAGE NOT = SPACES
           AND HIST-NEW-IMAGE NOT = SPACES
               PERFORM VARYING IMAGE-FIELD-INDEX FROM 1 BY 1
               UNTIL IMAGE-FIELD-INDEX > 14
                   MOVE IF-START(IMAGE-FIELD-INDEX) TO FIELD-START
                   MOVE IF-LENGTH(IMAGE-FIELD-INDEX) TO FIELD-LENGTH
                   IF HIST-PRIOR-IMAGE(FIELD-START:FIELD-LENGTH)
                   NOT = HIST-NEW-IMAGE(FIELD-START:FIELD-LENGTH)
                       ADD 1 TO FIELDS-CHANGED
                       MOVE IF-FIELD-NAME(IMAGE-FIELD-INDEX)
                           TO AV-ACTION
                       MOVE HIST-PRIOR-IMAGE(FIELD-START:FIELD-LENGTH)
                           TO AV-OLD-VALUE
                       MOVE HIST-NEW-IMAGE(FIELD-START:FIELD-LENGTH)
                           TO AV-NEW-VALUE
                       PERFORM OFFER-AUDIT-ROW
                   END-IF
               END-PERFORM
           END-IF
           IF FIELDS-CHANGED = 0
               MOVE HIST-ACTION TO AV-ACTION
               MOVE HIST-PRIOR-IMAGE(92:20) TO AV-OLD-VALUE
               MOVE HIST-NEW-IMAGE(92:20) TO AV-NEW-VALUE
               PERFORM OFFER-AUDIT-ROW
           END-IF
       .

       SCAN-FLAG-CHANGES.
           MOVE "FLAGCHG.TXT" TO AUDIT-TRAIL-NAME
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT NO-AUDIT-TRAIL-FILE
               PERFORM UNTIL NO-MORE-TRAIL-ROWS
                   READ AUDIT-TRAIL-FILE
                       AT END SET NO-MORE-TRAIL-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-TRAIL-ROWS
                       ADD 1 TO ROWS-READ
                       MOVE AUDIT-TRAIL-LINE TO FLAG-CHANGE-VIEW
                       PERFORM MAP-FLAG-CHANGE-ROW
                   END-IF
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
       .

      *>  A blank ahead of a timestamp where today's layout puts
      *>  them decides which offsets the row was written at; on a
      *>  narrow row that column is inside the timestamp.
       MAP-FLAG-CHANGE-ROW.
           INITIALIZE AUDIT-VIEW-RECORD
           MOVE "FLAGCHG.TXT" TO AV-SUBJECT-FILE
           MOVE FCV-CLAIM-ID TO AV-KEY
           IF FLAG-CHANGE-VIEW(54:1) = SPACE
           AND FCV-TIMESTAMP(1:8) IS NUMERIC
               MOVE FCV-TIMESTAMP(1:14) TO AV-STAMP
               MOVE FCV-OPERATOR TO AV-OPERATOR
               MOVE FCV-REASON TO AV-ACTION
               MOVE FCV-OLD-VALUE TO AV-OLD-VALUE
               MOVE FCV-NEW-VALUE TO AV-NEW-VALUE
           ELSE
               MOVE NFC-TIMESTAMP(1:14) TO AV-STAMP
               MOVE NFC-OPERATOR TO AV-OPERATOR
               MOVE NFC-REASON TO AV-ACTION
               MOVE NFC-OLD-VALUE TO AV-OLD-VALUE
               MOVE NFC-NEW-VALUE TO AV-NEW-VALUE
           END-IF
           PERFORM OFFER-AUDIT-ROW
       .

       SCAN-CLAIM-HISTORY.
           OPEN INPUT CLAIM-HISTORY-FILE
           IF CLAIM-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-CLAIM-HISTORY
                   READ CLAIM-HISTORY-FILE NEXT RECORD
                       AT END SET NO-MORE-CLAIM-HISTORY TO TRUE
                   END-READ
                   IF NOT NO-MORE-CLAIM-HISTORY
                       ADD 1 TO ROWS-READ
                       INITIALIZE AUDIT-VIEW-RECORD
                       MOVE CHS-TIMESTAMP(1:14) TO AV-STAMP
                       MOVE CHS-OPERATOR TO AV-OPERATOR
                       MOVE CHS-APPROVER TO AV-APPROVER
                       MOVE "CLAIMHST.DAT" TO AV-SUBJECT-FILE
                       MOVE CHS-CLAIM-ID TO AV-KEY
                       MOVE "STATUS" TO AV-ACTION
                       MOVE CHS-FROM-STATUS TO AV-OLD-VALUE
                       MOVE CHS-TO-STATUS TO AV-NEW-VALUE
                       PERFORM OFFER-AUDIT-ROW
                   END-IF
               END-PERFORM
               CLOSE CLAIM-HISTORY-FILE
           END-IF
       .

      *>  The detail is what the maintenance program wrote about the
      *>  change; it goes in as the new value.
       SCAN-SIMPLE-AUDIT-LOG.
           MOVE SL-FILE-NAME(SIMPLE-LOG-INDEX) TO AUDIT-TRAIL-NAME
           COMPUTE SL-DETAIL-START =
               SL-KEY-WIDTH(SIMPLE-LOG-INDEX) + 2
           COMPUTE SL-STAMP-START = SL-DETAIL-START + 21
           COMPUTE SL-CALENDAR-START = SL-STAMP-START + 27
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT NO-AUDIT-TRAIL-FILE
               PERFORM UNTIL NO-MORE-TRAIL-ROWS
                   READ AUDIT-TRAIL-FILE
                       AT END SET NO-MORE-TRAIL-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-TRAIL-ROWS
                       ADD 1 TO ROWS-READ
                       MOVE AUDIT-TRAIL-LINE TO SIMPLE-LOG-VIEW
                       PERFORM MAP-SIMPLE-LOG-ROW
                   END-IF
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
       .

       MAP-SIMPLE-LOG-ROW.
           INITIALIZE AUDIT-VIEW-RECORD
           MOVE SLV-REST(SL-STAMP-START:14) TO AV-STAMP
           MOVE SLV-OPERATOR TO AV-OPERATOR
           MOVE SL-FILE-NAME(SIMPLE-LOG-INDEX) TO AV-SUBJECT-FILE
           MOVE SLV-ACTION TO AV-ACTION
           MOVE SLV-REST(SL-DETAIL-START:20) TO AV-NEW-VALUE
           IF SL-FILE-NAME(SIMPLE-LOG-INDEX) = "HOLIDAYS.LOG"
      *>  Calendar, then date; a row from before calendars belongs
      *>  to OFFICE.
               IF SLV-REST(SL-CALENDAR-START:8) = SPACES
                   STRING "OFFICE/" SLV-REST(1:8)
                       DELIMITED BY SIZE INTO AV-KEY
               ELSE
                   STRING SLV-REST(SL-CALENDAR-START:8)
                       DELIMITED BY SPACE
                       "/" SLV-REST(1:8)
                       DELIMITED BY SIZE INTO AV-KEY
               END-IF
           ELSE
               MOVE SLV-REST(1:SL-KEY-WIDTH(SIMPLE-LOG-INDEX))
                   TO AV-KEY
           END-IF
           PERFORM OFFER-AUDIT-ROW
       .

       SCAN-TRANSFER-LOG.
           MOVE "DEPTXFER.LOG" TO AUDIT-TRAIL-NAME
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT NO-AUDIT-TRAIL-FILE
               PERFORM UNTIL NO-MORE-TRAIL-ROWS
                   READ AUDIT-TRAIL-FILE
                       AT END SET NO-MORE-TRAIL-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-TRAIL-ROWS
                       ADD 1 TO ROWS-READ
                       MOVE AUDIT-TRAIL-LINE TO TRANSFER-LOG-VIEW
                       INITIALIZE AUDIT-VIEW-RECORD
                       STRING TLV-APPLIED-DATE "000000"
                           DELIMITED BY SIZE INTO AV-STAMP
                       MOVE "BATCH" TO AV-OPERATOR
                       MOVE "DEPTXFER.LOG" TO AV-SUBJECT-FILE
                       MOVE TLV-EMP-ID TO AV-KEY
                       MOVE "DEPT-TRANSFER" TO AV-ACTION
                       MOVE TLV-FROM-DEPT TO AV-OLD-VALUE
                       MOVE TLV-TO-DEPT TO AV-NEW-VALUE
                       PERFORM OFFER-AUDIT-ROW
                   END-IF
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
       .

      *>  The session header names the operator for every field line
      *>  under it.
       SCAN-ONBOARD-LOG.
           MOVE "ONBOARD.LOG" TO AUDIT-TRAIL-NAME
           MOVE SPACES TO ONBOARD-SESSION-OPERATOR
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT NO-AUDIT-TRAIL-FILE
               PERFORM UNTIL NO-MORE-TRAIL-ROWS
                   READ AUDIT-TRAIL-FILE
                       AT END SET NO-MORE-TRAIL-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-TRAIL-ROWS
                       ADD 1 TO ROWS-READ
                       MOVE AUDIT-TRAIL-LINE TO ONBOARD-LOG-VIEW
                       IF OHV-RUN-HEADER
                           MOVE OHV-OPERATOR
                               TO ONBOARD-SESSION-OPERATOR
                       ELSE
                           PERFORM MAP-ONBOARD-ROW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
       .

       MAP-ONBOARD-ROW.
           INITIALIZE AUDIT-VIEW-RECORD
           MOVE OLV-WRITE-STAMP(1:14) TO AV-STAMP
           MOVE ONBOARD-SESSION-OPERATOR TO AV-OPERATOR
           MOVE "ONBOARD.LOG" TO AV-SUBJECT-FILE
           IF OLV-FIELD-NAME = "EMP-ID" OR "REJECTED"
               MOVE OLV-FIELD-VALUE(1:6) TO AV-KEY
           END-IF
           MOVE OLV-FIELD-NAME TO AV-ACTION
           MOVE OLV-FIELD-VALUE TO AV-NEW-VALUE
           PERFORM OFFER-AUDIT-ROW
       .

       SCAN-OPERATOR-AUDIT-LOG.
           MOVE "OPERAUD.LOG" TO AUDIT-TRAIL-NAME
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT NO-AUDIT-TRAIL-FILE
               PERFORM UNTIL NO-MORE-TRAIL-ROWS
                   READ AUDIT-TRAIL-FILE
                       AT END SET NO-MORE-TRAIL-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-TRAIL-ROWS
                       ADD 1 TO ROWS-READ
                       MOVE AUDIT-TRAIL-LINE TO OPERATOR-AUDIT-VIEW
                       INITIALIZE AUDIT-VIEW-RECORD
                       MOVE OAV-TIMESTAMP(1:14) TO AV-STAMP
                       MOVE OAV-ADMIN TO AV-OPERATOR
                       MOVE "OPERAUD.LOG" TO AV-SUBJECT-FILE
                       MOVE OAV-TARGET TO AV-KEY
                       MOVE OAV-ACTION TO AV-ACTION
                       STRING OAV-OLD-FUNCTIONS " " OAV-OLD-STATUS
                           DELIMITED BY SIZE INTO AV-OLD-VALUE
                       STRING OAV-NEW-FUNCTIONS " " OAV-NEW-STATUS
                           DELIMITED BY SIZE INTO AV-NEW-VALUE
                       PERFORM OFFER-AUDIT-ROW
                   END-IF
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
       .

      *>  The inquiry's filters, all of them that were given; an
      *>  operator matches as the one who made the change or the one
      *>  who approved it.
       OFFER-AUDIT-ROW.
           IF (INQ-OPERATOR-ID = SPACES
               OR AV-OPERATOR = INQ-OPERATOR-ID
               OR AV-APPROVER = INQ-OPERATOR-ID)
           AND (INQ-KEY = SPACES OR AV-KEY = INQ-KEY)
           AND AV-STAMP(1:8) >= INQ-FROM-DATE
           AND AV-STAMP(1:8) <= INQ-TO-DATE
               IF MATCH-COUNT < MATCH-LIMIT
                   ADD 1 TO MATCH-COUNT
                   MOVE AUDIT-VIEW-RECORD TO MATCH-ENTRY(MATCH-COUNT)
               ELSE
                   ADD 1 TO MATCHES-DROPPED
               END-IF
           END-IF
       .

       WRITE-AUDIT-EXTRACT.
           OPEN OUTPUT AUDIT-EXTRACT-FILE
           MOVE SPACES TO AUDIT-EXTRACT-LINE
           STRING "AUDIT INQUIRY EXTRACT " RUN-DATE
               "  REQUESTED BY " SIGNON-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-EXTRACT-LINE
           WRITE AUDIT-EXTRACT-LINE
           MOVE SPACES TO AUDIT-EXTRACT-LINE
           STRING "OPERATOR: " INQ-OPERATOR-ID
               "  EMPLOYEE/CLAIM: " INQ-KEY
               "  FROM " INQ-FROM-DATE " TO " INQ-TO-DATE
               DELIMITED BY SIZE INTO AUDIT-EXTRACT-LINE
           WRITE AUDIT-EXTRACT-LINE
           MOVE SPACES TO AUDIT-EXTRACT-LINE
           WRITE AUDIT-EXTRACT-LINE
           MOVE EXTRACT-HEADING-LINE TO AUDIT-EXTRACT-LINE
           WRITE AUDIT-EXTRACT-LINE
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
           UNTIL MATCH-INDEX > MATCH-COUNT
               MOVE MT-STAMP(MATCH-INDEX)(1:8) TO EXT-DATE
               MOVE MT-STAMP(MATCH-INDEX)(9:6) TO EXT-TIME
               MOVE MT-OPERATOR(MATCH-INDEX) TO EXT-OPERATOR
               MOVE MT-SUBJECT-FILE(MATCH-INDEX) TO EXT-SUBJECT-FILE
               MOVE MT-KEY(MATCH-INDEX) TO EXT-KEY
               MOVE MT-ACTION(MATCH-INDEX) TO EXT-ACTION
               MOVE MT-OLD-VALUE(MATCH-INDEX) TO EXT-OLD-VALUE
               MOVE MT-NEW-VALUE(MATCH-INDEX) TO EXT-NEW-VALUE
               MOVE MT-APPROVER(MATCH-INDEX) TO EXT-APPROVER
               MOVE EXTRACT-DETAIL-LINE TO AUDIT-EXTRACT-LINE
               WRITE AUDIT-EXTRACT-LINE
           END-PERFORM
           MOVE SPACES TO AUDIT-EXTRACT-LINE
           WRITE AUDIT-EXTRACT-LINE
           STRING "ROWS READ " ROWS-READ "  ROWS MATCHED " MATCH-COUNT
               DELIMITED BY SIZE INTO AUDIT-EXTRACT-LINE
           WRITE AUDIT-EXTRACT-LINE
           IF MATCHES-DROPPED > 0
               MOVE SPACES TO AUDIT-EXTRACT-LINE
               STRING "EXTRACT FULL - " MATCHES-DROPPED
                   " FURTHER MATCHES NOT LISTED, NARROW THE INQUIRY"
                   DELIMITED BY SIZE INTO AUDIT-EXTRACT-LINE
               WRITE AUDIT-EXTRACT-LINE
           END-IF
           CLOSE AUDIT-EXTRACT-FILE
       .

       END PROGRAM AUDIT-INQUIRY.
