      *>  The name field ciphers through the shared ROTATE-TEXT
      *>  subprogram, the same loop ROTATIONAL-CIPHER itself calls,
      *>  so the two stay in step.
      *>
      *>  Behind each employee row ride the employee's covered
      *>  dependents from DEPENDNT.DAT (name ciphered in the same
      *>  columns, so RE-ENCRYPT rotates them with the rest) and every
      *>  BENENROL.DAT plan enrollment not already ended, each row
      *>  typed E, D or P in one column, so the vendor takes plan
      *>  choices and dependents off the extract instead of a fax.
      *>  The manifest count covers every row, with the dependent and
      *>  plan rows broken out after it.
      *>
      *>  The feeds are driven by the extract-profile file EXTPROF.DAT
      *>  (EXTRACT-PROFILE.cpy): the benefits vendor, the pension
      *>  administrator and the insurance carrier each have a
      *>  profile naming its key id, extract and manifest file names,
      *>  frequency, population and field list, and one run produces
      *>  every profile due on the night - a week-end, month-end or
      *>  quarter-end profile only in that window, tested through the
      *>  shared PERIOD-WINDOW subprogram. A profile whose key is
      *>  unusable is refused on its own; the rest still go out.
      *>  Without EXTPROF.DAT the run is the original single benefits
      *>  feed: the key id from VENDKEY.PRM, VENDEXT.DAT and
      *>  VENDMAN.DAT, all fields, at month-end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-PROFILE-FILE ASSIGN TO "EXTPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-PROFILE-FILE-STATUS.
           SELECT VENDOR-KEY-PARAM ASSIGN TO "VENDKEY.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-KEY-PARAM-STATUS.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS DEPENDENT-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLLMENT-FILE-STATUS.
      *>  Extract and manifest names come from the profile being
      *>  produced.
           SELECT VENDOR-EXTRACT-FILE ASSIGN USING EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-EXTRACT-FILE-STATUS.
           SELECT VENDOR-MANIFEST-FILE ASSIGN USING MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-PROFILE-FILE.
       01  EXTRACT-PROFILE-LINE PIC X(154).

       FD  VENDOR-KEY-PARAM.
       01  VENDOR-KEY-PARAM-RECORD.
           05 PRM-VENDOR-KEY-ID PIC X(10).
       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  DEPENDENT-FILE.
           COPY "DEPENDENT.cpy".

       FD  ENROLLMENT-FILE.
           COPY "BENEFIT-ENROLLMENT.cpy".

      *>  The agreed vendor fields: id in clear for matching, the
      *>  name protected, and the benefit-relevant figures. A
      *>  dependent row carries the dependent's name in the same
      *>  protected columns; a plan row leaves them blank.
       FD  VENDOR-EXTRACT-FILE.
       01  VENDOR-EXTRACT-RECORD.
           05 VEXT-EMP-ID       PIC X(06).
           05 VEXT-NAME         PIC X(30).
           05 VEXT-EMPLOYEE-FIELDS.
               10 VEXT-AGE          PIC 9(03).
               10 VEXT-RETIRE-AGE   PIC 9(03).
               10 VEXT-DEPT-CODE    PIC X(04).
           05 VEXT-DEPENDENT-FIELDS REDEFINES VEXT-EMPLOYEE-FIELDS.
               10 VEXT-DEP-BIRTH-DATE PIC 9(08).
               10 VEXT-DEP-SEQ      PIC 9(02).
           05 VEXT-PLAN-FIELDS REDEFINES VEXT-EMPLOYEE-FIELDS.
               10 VEXT-PLAN-EFFECTIVE PIC 9(08).
               10 VEXT-PLAN-TIER    PIC X(02).
           05 VEXT-RECORD-TYPE  PIC X(01).
           05 VEXT-DEPENDENT-TRAILER.
               10 VEXT-DEP-RELATIONSHIP PIC X(01).
               10 FILLER            PIC X(11).
           05 VEXT-PLAN-TRAILER REDEFINES VEXT-DEPENDENT-TRAILER.
               10 VEXT-PLAN-CODE    PIC X(04).
               10 VEXT-PLAN-END     PIC 9(08).

       FD  VENDOR-MANIFEST-FILE.
       01  VENDOR-MANIFEST-RECORD.
           05 MAN-KEY-ID        PIC X(10).
           05 FILLER            PIC X(01).
           05 MAN-RECORD-COUNT  PIC 9(07).
           05 FILLER            PIC X(01).
           05 MAN-DEPENDENT-COUNT PIC 9(07).
           05 FILLER            PIC X(01).
           05 MAN-ENROLLMENT-COUNT PIC 9(07).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).
      *>  Shop-wide "source program, paragraph, description" layout
      *>  shared with the nightly control program and Assignment-2.
           COPY "EXCEPTION-SUMMARY.cpy".
      *>  The profile being produced, read from EXTPROF.DAT or built
      *>  from the original single-feed files.
           COPY "EXTRACT-PROFILE.cpy".

       01 EXTRACT-PROFILE-FILE-STATUS PIC XX.
          88 NO-EXTRACT-PROFILE-FILE VALUE "35".
          88 NO-MORE-EXTRACT-PROFILES VALUE "10".
       01 VENDOR-EXTRACT-FILE-STATUS PIC XX.
       01 EXTRACT-FILE-NAME    PIC X(20).
       01 MANIFEST-FILE-NAME   PIC X(20).

       01 VENDOR-KEY-PARAM-STATUS PIC XX.
          88 NO-VENDOR-KEY-PARAM VALUE "35".
          88 KEY-LOOKUP-FAILED VALUE "10" "23" "35" "47".
       01 MASTER-FILE-STATUS PIC XX.
          88 NO-MASTER-FILE  VALUE "35".
       01 DEPENDENT-FILE-STATUS PIC XX.
          88 NO-DEPENDENT-FILE VALUE "35".
       01 ENROLLMENT-FILE-STATUS PIC XX.
          88 NO-ENROLLMENT-FILE VALUE "35".
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

      *>  GnuCOBOL's FUNCTION ORD is 1-based, so 'A' is 66 on the
      *>  ORD scale, not the raw ASCII 65.
      *>  Work buffers sized to ROTATE-TEXT's linkage; the name in
      *>  play only ever fills the first thirty positions.
       01 CIPHER-TEXT       PIC X(50).
       01 CIPHERED-TEXT     PIC X(50).
       01 CIPHER-DIRECTION  PIC X VALUE 'E'.
       01 CIPHER-KEY-TYPE   PIC X VALUE SPACE.
       01 CIPHER-ALPHABET   PIC X(26) VALUE SPACES.

      *>  NAME-FORMAT call set - the vendor gets "SURNAME, GIVEN".
       01 NAME-FUNCTION     PIC X VALUE 'R'.
       01 NAME-RESULT       PIC X(40).
       01 NAME-STATUS       PIC X.

       01 RECORDS-EXTRACTED PIC 9(07) VALUE 0.
       01 DEPENDENTS-EXTRACTED PIC 9(07) VALUE 0.
       01 ENROLLMENTS-EXTRACTED PIC 9(07) VALUE 0.
       01 SCAN-DONE-FLAG    PIC X VALUE 'N'.
          88 SCAN-DONE      VALUE 'Y'.

      *>  PERIOD-WINDOW call set: which period-end windows the run
      *>  date falls in.
       01 WINDOW-MONTH-END  PIC X VALUE 'N'.
       01 WINDOW-QUARTER-END PIC X VALUE 'N'.
       01 WINDOW-WEEK-END   PIC X VALUE 'N'.
       01 WINDOW-STATUS     PIC X.
       01 PROFILE-DUE-FLAG  PIC X VALUE 'N'.
          88 PROFILE-IS-DUE VALUE 'Y'.
       01 PROFILES-PRODUCED PIC 9(03) VALUE 0.
       01 PROFILES-NOT-DUE  PIC 9(03) VALUE 0.
       01 PROFILES-REFUSED  PIC 9(03) VALUE 0.

      *>  The profile's field list and population, unpacked once per
      *>  profile.
       01 FIELD-INDEX       PIC 9(02).
       01 DEPT-INDEX        PIC 9(02).
       01 WANT-NAME-FLAG    PIC X.
          88 WANT-NAME      VALUE 'Y'.
       01 WANT-AGE-FLAG     PIC X.
          88 WANT-AGE       VALUE 'Y'.
       01 WANT-RETIRE-AGE-FLAG PIC X.
          88 WANT-RETIRE-AGE VALUE 'Y'.
       01 WANT-DEPT-FLAG    PIC X.
          88 WANT-DEPT      VALUE 'Y'.
       01 WANT-DEPENDENTS-FLAG PIC X.
          88 WANT-DEPENDENTS VALUE 'Y'.
       01 WANT-PLANS-FLAG   PIC X.
          88 WANT-PLANS     VALUE 'Y'.
       01 IN-POPULATION-FLAG PIC X.
          88 EMPLOYEE-IN-POPULATION VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            CALL "PERIOD-WINDOW" USING TODAYS-DATE WINDOW-MONTH-END
                WINDOW-QUARTER-END WINDOW-WEEK-END WINDOW-STATUS
            OPEN INPUT EXTRACT-PROFILE-FILE
            IF NO-EXTRACT-PROFILE-FILE
                PERFORM RUN-SINGLE-FEED-PROFILE
            ELSE
                PERFORM UNTIL NO-MORE-EXTRACT-PROFILES
                    READ EXTRACT-PROFILE-FILE
                        INTO EXTRACT-PROFILE-RECORD
                        AT END SET NO-MORE-EXTRACT-PROFILES TO TRUE
                    END-READ
                    IF NOT NO-MORE-EXTRACT-PROFILES
                    AND XP-PROFILE-ID NOT = SPACES
                        PERFORM RUN-ONE-PROFILE
                    END-IF
                END-PERFORM
            END-IF
            CLOSE EXTRACT-PROFILE-FILE
            DISPLAY "VENDOR-EXTRACT: " PROFILES-PRODUCED
                " PROFILES PRODUCED, " PROFILES-NOT-DUE " NOT DUE, "
                PROFILES-REFUSED " REFUSED"
      *>  GOBACK instead of STOP RUN so the period-end schedule can
      *>  CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  No profile file: the original benefits feed, month-end
      *>  only, under the key VENDKEY.PRM names.
       RUN-SINGLE-FEED-PROFILE.
           MOVE SPACES TO EXTRACT-PROFILE-RECORD
           MOVE "BENEFITS" TO XP-PROFILE-ID
           MOVE "VENDEXT.DAT" TO XP-EXTRACT-FILE
           MOVE "VENDMAN.DAT" TO XP-MANIFEST-FILE
           MOVE "VENDACK.DAT" TO XP-ACK-FILE
           MOVE 'M' TO XP-FREQUENCY
           MOVE 'A' TO XP-POPULATION
           PERFORM CHECK-PROFILE-DUE
           IF NOT PROFILE-IS-DUE
               ADD 1 TO PROFILES-NOT-DUE
           ELSE
               PERFORM READ-VENDOR-KEY-PARAM
               IF NOT KEY-WAS-FOUND
                   ADD 1 TO PROFILES-REFUSED
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE VENDOR-KEY-ID TO XP-KEY-ID
                   PERFORM RUN-VENDOR-EXTRACT
               END-IF
           END-IF
       .

      *>  A profile off EXTPROF.DAT: skipped outside its window,
      *>  refused on its own when its key will not resolve.
       RUN-ONE-PROFILE.
           PERFORM CHECK-PROFILE-DUE
           IF NOT PROFILE-IS-DUE
               ADD 1 TO PROFILES-NOT-DUE
               DISPLAY "VENDOR-EXTRACT: " XP-PROFILE-ID
                   " NOT DUE TONIGHT"
           ELSE
               MOVE 'N' TO KEY-FOUND-FLAG
               MOVE XP-KEY-ID TO VENDOR-KEY-ID
               PERFORM LOOKUP-VENDOR-KEY
               IF NOT KEY-WAS-FOUND
                   DISPLAY "ERROR: NO USABLE KEY ON FILE FOR "
                       XP-PROFILE-ID " - EXTRACT REFUSED"
                   MOVE "RUN-ONE-PROFILE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "KEY UNUSABLE: " XP-PROFILE-ID " "
                       XP-KEY-ID
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'C' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   ADD 1 TO PROFILES-REFUSED
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM RUN-VENDOR-EXTRACT
               END-IF
           END-IF
       .

       CHECK-PROFILE-DUE.
           MOVE 'N' TO PROFILE-DUE-FLAG
           EVALUATE TRUE
               WHEN XP-DAILY
                   SET PROFILE-IS-DUE TO TRUE
               WHEN XP-WEEKLY AND WINDOW-WEEK-END = 'Y'
                   SET PROFILE-IS-DUE TO TRUE
               WHEN XP-MONTHLY AND WINDOW-MONTH-END = 'Y'
                   SET PROFILE-IS-DUE TO TRUE
               WHEN XP-QUARTERLY AND WINDOW-QUARTER-END = 'Y'
                   SET PROFILE-IS-DUE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

      *>  An empty field list carries every field, as the single
      *>  benefits feed always did.
       SET-PROFILE-FIELDS.
           IF XP-FIELD-LIST = SPACES
               MOVE 'Y' TO WANT-NAME-FLAG WANT-AGE-FLAG
                   WANT-RETIRE-AGE-FLAG WANT-DEPT-FLAG
                   WANT-DEPENDENTS-FLAG WANT-PLANS-FLAG
           ELSE
               MOVE 'N' TO WANT-NAME-FLAG WANT-AGE-FLAG
                   WANT-RETIRE-AGE-FLAG WANT-DEPT-FLAG
                   WANT-DEPENDENTS-FLAG WANT-PLANS-FLAG
               PERFORM VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > 8
                   EVALUATE XP-FIELD(FIELD-INDEX)
                       WHEN "NAME" MOVE 'Y' TO WANT-NAME-FLAG
                       WHEN "AGE"  MOVE 'Y' TO WANT-AGE-FLAG
                       WHEN "RAGE" MOVE 'Y' TO WANT-RETIRE-AGE-FLAG
                       WHEN "DEPT" MOVE 'Y' TO WANT-DEPT-FLAG
                       WHEN "DEPS" MOVE 'Y' TO WANT-DEPENDENTS-FLAG
                       WHEN "PLAN" MOVE 'Y' TO WANT-PLANS-FLAG
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF
       .

      *>  Leavers never go out; a department-list profile takes only
      *>  the departments it names.
       CHECK-EMPLOYEE-IN-POPULATION.
           MOVE 'N' TO IN-POPULATION-FLAG
           IF NOT MASTER-TERMINATED
               IF XP-DEPARTMENT-LIST
                   PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > 10
                       IF XP-DEPT-CODE(DEPT-INDEX) NOT = SPACES
                       AND XP-DEPT-CODE(DEPT-INDEX) = MASTER-DEPT-CODE
                           SET EMPLOYEE-IN-POPULATION TO TRUE
                       END-IF
                   END-PERFORM
               ELSE
                   SET EMPLOYEE-IN-POPULATION TO TRUE
               END-IF
           END-IF
       .

      *>  The vendor key id comes from VENDKEY.PRM and must resolve
      *>  to a key whose effective window covers the run date -
      *>  there is no fallback that would let the extract leave
       .

       RUN-VENDOR-EXTRACT.
           MOVE XP-EXTRACT-FILE TO EXTRACT-FILE-NAME
           MOVE XP-MANIFEST-FILE TO MANIFEST-FILE-NAME
           PERFORM SET-PROFILE-FIELDS
           MOVE 0 TO RECORDS-EXTRACTED
           MOVE 0 TO DEPENDENTS-EXTRACTED
           MOVE 0 TO ENROLLMENTS-EXTRACTED
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN EMPMAST.DAT, STATUS="
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT VENDOR-EXTRACT-FILE
               IF VENDOR-EXTRACT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN " EXTRACT-FILE-NAME
                       ", STATUS=" VENDOR-EXTRACT-FILE-STATUS
                   MOVE "RUN-VENDOR-EXTRACT" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING XP-PROFILE-ID " EXTRACT OPEN FAILED, "
                       "STATUS=" VENDOR-EXTRACT-FILE-STATUS
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'C' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   ADD 1 TO PROFILES-REFUSED
                   MOVE 1 TO RETURN-CODE
                   CLOSE EMPLOYEE-MASTER
               ELSE
                   PERFORM WRITE-PROFILE-EXTRACT
               END-IF
           END-IF
       .

       WRITE-PROFILE-EXTRACT.
      *>  Key fingerprint header, first line of every protected
      *>  file: names the key the body is enciphered under, so the
      *>  RE-ENCRYPT rotation utility can prove what it is about to
      *>  decrypt before touching a byte.
           MOVE SPACES TO VENDOR-EXTRACT-RECORD
           STRING "KEYID=" VENDOR-KEY-ID
               DELIMITED BY SIZE INTO VENDOR-EXTRACT-RECORD
           WRITE VENDOR-EXTRACT-RECORD
      *>  Either benefits file may not exist yet; without one the
      *>  extract carries employee rows only, as it always has.
           OPEN INPUT DEPENDENT-FILE
           OPEN INPUT ENROLLMENT-FILE
           PERFORM READ-EMPLOYEE-MASTER
           PERFORM UNTIL END-OF-EMPLOYEE-MASTER
               PERFORM CHECK-EMPLOYEE-IN-POPULATION
               IF EMPLOYEE-IN-POPULATION
                   PERFORM WRITE-ONE-VENDOR-RECORD
                   IF WANT-DEPENDENTS
                   AND NOT NO-DEPENDENT-FILE
                       PERFORM WRITE-DEPENDENT-RECORDS
                   END-IF
                   IF WANT-PLANS
                   AND NOT NO-ENROLLMENT-FILE
                       PERFORM WRITE-ENROLLMENT-RECORDS
                   END-IF
               END-IF
               PERFORM READ-EMPLOYEE-MASTER
           END-PERFORM
           IF NOT NO-DEPENDENT-FILE
               CLOSE DEPENDENT-FILE
           END-IF
           IF NOT NO-ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
           END-IF
           CLOSE VENDOR-EXTRACT-FILE
           CLOSE EMPLOYEE-MASTER
           PERFORM WRITE-VENDOR-MANIFEST
           ADD 1 TO PROFILES-PRODUCED
           DISPLAY "VENDOR-EXTRACT: " XP-PROFILE-ID " "
               RECORDS-EXTRACTED
               " RECORDS UNDER KEY " VENDOR-KEY-ID " ("
               DEPENDENTS-EXTRACTED " DEPENDENT, "
               ENROLLMENTS-EXTRACTED " PLAN)"
       .

       READ-EMPLOYEE-MASTER.
       .

       WRITE-ONE-VENDOR-RECORD.
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE SPACES TO CIPHER-TEXT
           MOVE NAME-RESULT(1:30) TO CIPHER-TEXT
           PERFORM ENCIPHER-TEXT
           MOVE SPACES TO VENDOR-EXTRACT-RECORD
           MOVE 'E' TO VEXT-RECORD-TYPE
           MOVE MASTER-EMP-ID TO VEXT-EMP-ID
           IF WANT-NAME
               MOVE CIPHERED-TEXT TO VEXT-NAME
           END-IF
           IF WANT-AGE
               MOVE MASTER-AGE TO VEXT-AGE
           END-IF
           IF WANT-RETIRE-AGE
               MOVE MASTER-RETIRE-AGE TO VEXT-RETIRE-AGE
           END-IF
           IF WANT-DEPT
               MOVE MASTER-DEPT-CODE TO VEXT-DEPT-CODE
           END-IF
           WRITE VENDOR-EXTRACT-RECORD
           ADD 1 TO RECORDS-EXTRACTED
       .

      *>  The employee's dependents, in sequence order.
       WRITE-DEPENDENT-RECORDS.
           MOVE 'N' TO SCAN-DONE-FLAG
           MOVE MASTER-EMP-ID TO DEP-EMP-ID
           MOVE 0 TO DEP-SEQ
           START DEPENDENT-FILE KEY >= DEP-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ DEPENDENT-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF DEPENDENT-FILE-STATUS NOT = "00"
               OR DEP-EMP-ID NOT = MASTER-EMP-ID
                   SET SCAN-DONE TO TRUE
               END-IF
               IF NOT SCAN-DONE
                   MOVE SPACES TO CIPHER-TEXT
                   MOVE DEP-NAME TO CIPHER-TEXT
                   PERFORM ENCIPHER-TEXT
                   MOVE SPACES TO VENDOR-EXTRACT-RECORD
                   MOVE 'D' TO VEXT-RECORD-TYPE
                   MOVE DEP-EMP-ID TO VEXT-EMP-ID
                   IF WANT-NAME
                       MOVE CIPHERED-TEXT TO VEXT-NAME
                   END-IF
                   MOVE DEP-BIRTH-DATE TO VEXT-DEP-BIRTH-DATE
                   MOVE DEP-SEQ TO VEXT-DEP-SEQ
                   MOVE DEP-RELATIONSHIP TO VEXT-DEP-RELATIONSHIP
                   WRITE VENDOR-EXTRACT-RECORD
                   ADD 1 TO RECORDS-EXTRACTED
                   ADD 1 TO DEPENDENTS-EXTRACTED
               END-IF
           END-PERFORM
       .

      *>  Every plan row not ended before the run date: the coverage
      *>  in force and any change already booked to start later.
       WRITE-ENROLLMENT-RECORDS.
           MOVE 'N' TO SCAN-DONE-FLAG
           MOVE MASTER-EMP-ID TO ENR-EMP-ID
           MOVE LOW-VALUES TO ENR-PLAN-CODE
           MOVE 0 TO ENR-EFFECTIVE-DATE
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF ENROLLMENT-FILE-STATUS NOT = "00"
               OR ENR-EMP-ID NOT = MASTER-EMP-ID
                   SET SCAN-DONE TO TRUE
               END-IF
               IF NOT SCAN-DONE
               AND (ENR-OPEN-ENDED OR ENR-END-DATE >= TODAYS-DATE)
                   MOVE SPACES TO VENDOR-EXTRACT-RECORD
                   MOVE 'P' TO VEXT-RECORD-TYPE
                   MOVE ENR-EMP-ID TO VEXT-EMP-ID
                   MOVE ENR-EFFECTIVE-DATE TO VEXT-PLAN-EFFECTIVE
                   MOVE ENR-TIER TO VEXT-PLAN-TIER
                   MOVE ENR-PLAN-CODE TO VEXT-PLAN-CODE
                   MOVE ENR-END-DATE TO VEXT-PLAN-END
                   WRITE VENDOR-EXTRACT-RECORD
                   ADD 1 TO RECORDS-EXTRACTED
                   ADD 1 TO ENROLLMENTS-EXTRACTED
               END-IF
           END-PERFORM
       .

      *>  The shared per-character rule, applied to the one field
      *>  that travels protected.
       ENCIPHER-TEXT.
           MOVE TODAYS-DATE TO MAN-BUSINESS-DATE
           MOVE VENDOR-KEY-ID TO MAN-KEY-ID
           MOVE RECORDS-EXTRACTED TO MAN-RECORD-COUNT
           MOVE DEPENDENTS-EXTRACTED TO MAN-DEPENDENT-COUNT
           MOVE ENROLLMENTS-EXTRACTED TO MAN-ENROLLMENT-COUNT
           WRITE VENDOR-MANIFEST-RECORD
           CLOSE VENDOR-MANIFEST-FILE
       .
