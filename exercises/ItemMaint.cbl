       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MAINT.
      *>  Maintenance for the produce item master ITEMMAST.DAT: one
      *>  row per SKU with its description, category, unit of
      *>  measure, case pack, minimum and maximum stock, preferred
      *>  supplier and active flag. List the master (or one
      *>  category), add an item, change one, or delete an item keyed
      *>  in error. An item that is simply no longer stocked is made
      *>  inactive through (C)hange rather than deleted, so its
      *>  movements are refused instead of silently re-accepted. The
      *>  session goes through the shared OPERATOR-SIGNON under the
      *>  reference-table letter 'P', and every WRITE, REWRITE and
      *>  DELETE leaves a before/after row on ITEMHIST.DAT in the
      *>  EMPHIST.DAT layout, the way POSITION-MAINT trails its file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-SKU
               FILE STATUS IS ITEM-MASTER-FILE-STATUS.
      *>  Before/after image trail for every item change, the
      *>  EMPHIST.DAT row shape with the item record in the image
      *>  columns.
           SELECT ITEM-HISTORY-FILE ASSIGN TO "ITEMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY "ITEM-MASTER.cpy".

       FD  ITEM-HISTORY-FILE.
       01  ITEM-HISTORY-LINE   PIC X(341).

       WORKING-STORAGE SECTION.
      *>  Same before/after row layout EMPHIST.DAT uses; the images
      *>  carry the item record left-justified.
           COPY "EMPLOYEE-HISTORY.cpy".
       01 ITEM-HISTORY-FILE-STATUS PIC XX.
          88 NO-ITEM-HISTORY-FILE VALUE "35".
       01 ITEM-MASTER-FILE-STATUS PIC XX.
          88 NO-ITEM-MASTER-FILE VALUE "35".

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-CHANGE     VALUE 'C'.
          88 ACTION-DELETE     VALUE 'D'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 ACTION-CONFIRMED  VALUE 'Y'.

       01 WORK-SKU             PIC X(10).
       01 WORK-DESCRIPTION     PIC X(30).
       01 WORK-CATEGORY        PIC X(10).
       01 WORK-UOM             PIC X(04).
       01 WORK-CASE-PACK-IN    PIC X(06).
       01 WORK-MIN-STOCK-IN    PIC X(06).
       01 WORK-MAX-STOCK-IN    PIC X(06).
       01 WORK-CASE-PACK       PIC 9(05).
       01 WORK-MIN-STOCK       PIC 9(05).
       01 WORK-MAX-STOCK       PIC 9(05).
       01 WORK-SUPPLIER        PIC X(10).
       01 WORK-ACTIVE-FLAG     PIC X(01).
       01 LIST-DONE-FLAG       PIC X VALUE 'N'.
          88 LIST-DONE         VALUE 'Y'.
       01 ROWS-LISTED          PIC 9(04) VALUE 0.
       01 ROW-INPUT-FLAG       PIC X VALUE 'N'.
          88 ROW-INPUT-VALID   VALUE 'Y'.
       01 PACK-EDIT            PIC ZZZZ9.
       01 MIN-EDIT             PIC ZZZZ9.
       01 MAX-EDIT             PIC ZZZZ9.

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
                DISPLAY "ITEM-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION P - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

      *>  ITEMMAST.DAT may not exist on the first run; create it the
      *>  same way POSITION-MAINT creates a fresh position file.
            OPEN I-O ITEM-MASTER-FILE
            IF NO-ITEM-MASTER-FILE
                OPEN OUTPUT ITEM-MASTER-FILE
                CLOSE ITEM-MASTER-FILE
                OPEN I-O ITEM-MASTER-FILE
            END-IF
            IF ITEM-MASTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN ITEMMAST.DAT, STATUS="
                    ITEM-MASTER-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL ACTION-QUIT
                    DISPLAY "Action? (L)ist (A)dd (C)hange (D)elete"
                        " (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-LIST
                            PERFORM LIST-ITEMS
                        WHEN ACTION-ADD
                            PERFORM ADD-ITEM
                        WHEN ACTION-CHANGE
                            PERFORM CHANGE-ITEM
                        WHEN ACTION-DELETE
                            PERFORM DELETE-ITEM
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose L, A, C, D or Q."
                    END-EVALUATE
                END-PERFORM
                CLOSE ITEM-MASTER-FILE
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Every item on file, or one category's, in SKU order.
       LIST-ITEMS.
           DISPLAY "Category (blank for all)?"
           MOVE SPACES TO WORK-CATEGORY
           ACCEPT WORK-CATEGORY
           MOVE 0 TO ROWS-LISTED
           MOVE 'N' TO LIST-DONE-FLAG
           MOVE LOW-VALUES TO IM-SKU
           START ITEM-MASTER-FILE KEY >= IM-SKU
               INVALID KEY SET LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL LIST-DONE
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END SET LIST-DONE TO TRUE
               END-READ
               IF ITEM-MASTER-FILE-STATUS NOT = "00"
                   SET LIST-DONE TO TRUE
               END-IF
               IF NOT LIST-DONE
               AND (WORK-CATEGORY = SPACES
                    OR IM-CATEGORY = WORK-CATEGORY)
                   ADD 1 TO ROWS-LISTED
                   MOVE IM-CASE-PACK TO PACK-EDIT
                   MOVE IM-MIN-STOCK TO MIN-EDIT
                   MOVE IM-MAX-STOCK TO MAX-EDIT
                   DISPLAY IM-SKU " " IM-DESCRIPTION " "
                       IM-CATEGORY " " IM-UNIT-OF-MEASURE
                   DISPLAY "    PACK " PACK-EDIT " MIN " MIN-EDIT
                       " MAX " MAX-EDIT " SUPPLIER "
                       IM-PREFERRED-SUPPLIER " ACTIVE "
                       IM-ACTIVE-FLAG
               END-IF
           END-PERFORM
           IF ROWS-LISTED = 0
               DISPLAY "No items on file."
           ELSE
               DISPLAY ROWS-LISTED " ITEMS"
           END-IF
       .

      *>  A new item starts active.
       ADD-ITEM.
           PERFORM ACCEPT-ITEM-SKU
           IF ROW-INPUT-VALID
               READ ITEM-MASTER-FILE
               IF ITEM-MASTER-FILE-STATUS = "00"
                   DISPLAY "Already on file: " WORK-SKU
                       " - use (C)hange."
               ELSE
                   INITIALIZE ITEM-MASTER-RECORD
                   MOVE WORK-SKU TO IM-SKU
                   MOVE 'Y' TO WORK-ACTIVE-FLAG
                   PERFORM ACCEPT-ITEM-DETAILS
                   IF ROW-INPUT-VALID
                       PERFORM MOVE-ITEM-DETAILS
                       MOVE SPACES TO HIST-PRIOR-IMAGE
                       WRITE ITEM-MASTER-RECORD
                       IF ITEM-MASTER-FILE-STATUS = "00"
                           MOVE "ADD" TO HIST-ACTION
                           MOVE ITEM-MASTER-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-ITEM-HISTORY
                           DISPLAY "Added."
                       ELSE
                           DISPLAY "WRITE FAILED, STATUS="
                               ITEM-MASTER-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  Every field but the SKU is re-entered whole, the active
      *>  flag included.
       CHANGE-ITEM.
           PERFORM ACCEPT-ITEM-SKU
           IF ROW-INPUT-VALID
               READ ITEM-MASTER-FILE
               IF ITEM-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "No item " WORK-SKU
               ELSE
                   MOVE ITEM-MASTER-RECORD TO HIST-PRIOR-IMAGE
                   DISPLAY "Active (Y/N)?"
                   MOVE SPACE TO WORK-ACTIVE-FLAG
                   ACCEPT WORK-ACTIVE-FLAG
                   PERFORM ACCEPT-ITEM-DETAILS
                   IF ROW-INPUT-VALID
                   AND WORK-ACTIVE-FLAG NOT = 'Y'
                   AND WORK-ACTIVE-FLAG NOT = 'N'
                       DISPLAY "Active must be Y or N."
                       MOVE 'N' TO ROW-INPUT-FLAG
                   END-IF
                   IF ROW-INPUT-VALID
                       PERFORM MOVE-ITEM-DETAILS
                       REWRITE ITEM-MASTER-RECORD
                       IF ITEM-MASTER-FILE-STATUS = "00"
                           MOVE "CHANGE" TO HIST-ACTION
                           MOVE ITEM-MASTER-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-ITEM-HISTORY
                           DISPLAY "Changed."
                       ELSE
                           DISPLAY "REWRITE FAILED, STATUS="
                               ITEM-MASTER-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       DELETE-ITEM.
           PERFORM ACCEPT-ITEM-SKU
           IF ROW-INPUT-VALID
               READ ITEM-MASTER-FILE
               IF ITEM-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "No item " WORK-SKU
               ELSE
                   DISPLAY "Delete " IM-SKU " " IM-DESCRIPTION
                       "? (Y/N)"
                   MOVE SPACE TO CONFIRM-CHOICE
                   ACCEPT CONFIRM-CHOICE
                   IF ACTION-CONFIRMED
                       MOVE ITEM-MASTER-RECORD TO HIST-PRIOR-IMAGE
                       DELETE ITEM-MASTER-FILE
                       IF ITEM-MASTER-FILE-STATUS = "00"
                           MOVE "DELETE" TO HIST-ACTION
                           MOVE SPACES TO HIST-NEW-IMAGE
                           PERFORM WRITE-ITEM-HISTORY
                           DISPLAY "Deleted."
                       ELSE
                           DISPLAY "DELETE FAILED, STATUS="
                               ITEM-MASTER-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Not deleted."
                   END-IF
               END-IF
           END-IF
       .

       ACCEPT-ITEM-SKU.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "SKU?"
           ACCEPT WORK-SKU
           IF WORK-SKU = SPACES
               DISPLAY "SKU must not be blank."
           ELSE
               SET ROW-INPUT-VALID TO TRUE
               MOVE WORK-SKU TO IM-SKU
           END-IF
       .

      *>  Description and unit are required; the case pack is at
      *>  least one, and the minimum may not sit above the maximum.
       ACCEPT-ITEM-DETAILS.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Description?"
           ACCEPT WORK-DESCRIPTION
           DISPLAY "Category?"
           ACCEPT WORK-CATEGORY
           DISPLAY "Unit of measure (EA, KG, LB...)?"
           ACCEPT WORK-UOM
           DISPLAY "Case pack size?"
           ACCEPT WORK-CASE-PACK-IN
           DISPLAY "Minimum stock per location?"
           ACCEPT WORK-MIN-STOCK-IN
           DISPLAY "Maximum stock per location (0 = forecast)?"
           ACCEPT WORK-MAX-STOCK-IN
           DISPLAY "Preferred supplier?"
           ACCEPT WORK-SUPPLIER
           EVALUATE TRUE
               WHEN WORK-DESCRIPTION = SPACES
                   DISPLAY "Description must not be blank."
               WHEN WORK-UOM = SPACES
                   DISPLAY "Unit of measure must not be blank."
               WHEN FUNCTION TEST-NUMVAL(WORK-CASE-PACK-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WORK-MIN-STOCK-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WORK-MAX-STOCK-IN) NOT = 0
                   DISPLAY "Pack, minimum and maximum must be"
                       " numeric."
               WHEN OTHER
                   COMPUTE WORK-CASE-PACK =
                       FUNCTION NUMVAL(WORK-CASE-PACK-IN)
                       ON SIZE ERROR MOVE 0 TO WORK-CASE-PACK
                   END-COMPUTE
                   COMPUTE WORK-MIN-STOCK =
                       FUNCTION NUMVAL(WORK-MIN-STOCK-IN)
                       ON SIZE ERROR MOVE 99999 TO WORK-MIN-STOCK
                   END-COMPUTE
                   COMPUTE WORK-MAX-STOCK =
                       FUNCTION NUMVAL(WORK-MAX-STOCK-IN)
                       ON SIZE ERROR MOVE 0 TO WORK-MAX-STOCK
                   END-COMPUTE
                   EVALUATE TRUE
                       WHEN WORK-CASE-PACK = 0
                           DISPLAY "Case pack must be at least 1."
                       WHEN WORK-MAX-STOCK > 0
                       AND WORK-MIN-STOCK > WORK-MAX-STOCK
                           DISPLAY "Minimum may not exceed maximum."
                       WHEN OTHER
                           SET ROW-INPUT-VALID TO TRUE
                   END-EVALUATE
           END-EVALUATE
       .

       MOVE-ITEM-DETAILS.
           MOVE WORK-DESCRIPTION TO IM-DESCRIPTION
           MOVE WORK-CATEGORY TO IM-CATEGORY
           MOVE WORK-UOM TO IM-UNIT-OF-MEASURE
           MOVE WORK-CASE-PACK TO IM-CASE-PACK
           MOVE WORK-MIN-STOCK TO IM-MIN-STOCK
           MOVE WORK-MAX-STOCK TO IM-MAX-STOCK
           MOVE WORK-SUPPLIER TO IM-PREFERRED-SUPPLIER
           MOVE WORK-ACTIVE-FLAG TO IM-ACTIVE-FLAG
       .

      *>  Appends the staged before/after images to ITEMHIST.DAT,
      *>  timestamped with the signed-on operator, opened and closed
      *>  per call the same way EMPHIST.DAT is appended.
       WRITE-ITEM-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO HIST-OPERATOR
           OPEN EXTEND ITEM-HISTORY-FILE
           IF NO-ITEM-HISTORY-FILE
               OPEN OUTPUT ITEM-HISTORY-FILE
               CLOSE ITEM-HISTORY-FILE
               OPEN EXTEND ITEM-HISTORY-FILE
           END-IF
           MOVE EMPLOYEE-HISTORY-RECORD TO ITEM-HISTORY-LINE
           WRITE ITEM-HISTORY-LINE
           CLOSE ITEM-HISTORY-FILE
       .

       END PROGRAM ITEM-MAINT.
