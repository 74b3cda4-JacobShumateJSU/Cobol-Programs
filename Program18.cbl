       PROGRAM-ID. PROGRAM18.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program executes approved warehouse transfers for ASHRALS
      *LTD.  The warehouse managers return the transfer orders
      *PROGRAM14 cuts as TRANSFER-APPROVED.TXT - the same
      *comma-delimited DETAIL records from TRANSFER-ORDERS.TXT with a
      *status column appended, flagged A while the stock is on the
      *truck and R once the receiving dock confirms it; the TRAILER
      *record and anything unmarked are passed over.  Each approved
      *order is exploded into a subtract leg at the donor warehouse and
      *an add leg at the receiving warehouse, the legs are matched to
      *the positions on the inventory master INVMAST.DAT read through
      *its costume key, by warehouse, costume, size and type, and the
      *quantity-in-stock buckets are moved and rewritten in place so
      *PROGRAM4, PROGRAM9 and the next PROGRAM14 run see the stock
      *where it really is.  The transfer register lists every leg
      *posted, flags legs that could not be applied, and carries an
      *in-transit section for orders approved but not yet confirmed
      *received.  Every leg posted is appended to the permanent
      *inventory movement file INVMOVE.TXT as a transfer out or
      *transfer in, naming the other warehouse, for the PROGRAM36 stock
      *card.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT LEG-SORT-FILE
               ASSIGN TO 'PR18LEGSORT.TMP'.

           SELECT SORTED-LEG-FILE
               ASSIGN TO 'PR18SORTEDLEG.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'INVMOVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSFER-REGISTER
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
                   10  IR-PURCH-PRICE          PIC 99V99.

       SD    LEG-SORT-FILE
             RECORD CONTAINS 16 CHARACTERS.
       01    LEG-SORT-RECORD.
             05  LSR-MATCH-KEY.
                 10  LSR-WAREHOUSE-ID        PIC X(3).
             05  LSR-COSTUME-TYPE            PIC X.
             05  LSR-DIRECTION               PIC X.
             05  LSR-QTY                     PIC 9(4).
             05  LSR-OTHER-WAREHOUSE         PIC X(3).

       FD    SORTED-LEG-FILE
             RECORD CONTAINS 16 CHARACTERS.

       01    SORTED-LEG-REC.
             05  SL-MATCH-KEY.
             05  SL-COSTUME-TYPE             PIC X.
             05  SL-DIRECTION                PIC X.
             05  SL-QTY                      PIC 9(4).
             05  SL-OTHER-WAREHOUSE          PIC X(3).

       FD    MOVEMENT-FILE.
       01    MOVEMENT-RECORD.
             05  MV-MOVEMENT-DATE            PIC 9(6).
             05  MV-SOURCE-PROGRAM           PIC X(9).
             05  MV-MOVEMENT-TYPE            PIC X.
             05  MV-VENDOR-ID                PIC X(4).
             05  MV-WAREHOUSE-ID             PIC X(3).
             05  MV-COSTUME-ID               PIC X(3).
             05  MV-SLOT                     PIC 9.
             05  MV-DIRECTION                PIC X.
             05  MV-QUANTITY                 PIC 9(5).
             05  MV-UNIT-COST                PIC 99V99.
             05  MV-REFERENCE                PIC X(10).

       FD    TRANSFER-REGISTER.
       01    REGISTER-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-INVENTORY-STATUS         PIC X(2)    VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  INVENTORY-EOF-FLAG          PIC X       VALUE 'Y'.
               88  NO-MORE-INVENTORY-DATA              VALUE 'N'.
               88  MORE-INVENTORY-RECORDS              VALUE 'Y'.
           05  RECORD-UPDATED-SW           PIC X       VALUE 'N'.
               88  INVENTORY-RECORD-UPDATED            VALUE 'Y'.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.
           05  GROUP-MATCH-KEY.
               10  GROUP-WAREHOUSE-ID      PIC X(3).
               10  GROUP-COSTUME-ID        PIC X(3).
           05  GROUP-POSITIONS-FOUND       PIC 9(3)    VALUE 0.

       01  LEG-TABLE.
           05  LEG-COUNT                   PIC 99      VALUE 0.
               10  LT-COSTUME-TYPE         PIC X.
               10  LT-DIRECTION            PIC X.
               10  LT-QTY                  PIC 9(4).
               10  LT-OTHER-WAREHOUSE      PIC X(3).
               10  LT-APPLIED-SW           PIC X.
                   88  LT-LEG-APPLIED              VALUE 'Y'.

       01  CALC-FIELDS.
           05  CALC-OLD-QTY                PIC 9(3)    VALUE 0.

       01  TRANSFER-REFERENCE.
           05  TR-CAPTION                  PIC X(5)    VALUE SPACES.
           05  TR-OTHER-WAREHOUSE          PIC X(3)    VALUE SPACES.
           05                              PIC X(2)    VALUE SPACES.

       01  POSTING-TOTALS.
           05  PT-ORDERS-READ              PIC 9(5)    VALUE 0.
           05  PT-QTY-MOVED                PIC 9(7)    VALUE 0.
           PERFORM 150-SORT-INPUT-FILES
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-POST-LEG-GROUPS
           PERFORM 850-LIST-IN-TRANSIT
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
                INPUT PROCEDURE IS 160-EXPLODE-TRANSFERS
                GIVING SORTED-LEG-FILE
           CLOSE APPROVED-FILE
       .

       160-EXPLODE-TRANSFERS.
               MOVE TA-COSTUME-TYPE TO LSR-COSTUME-TYPE
               MOVE '-' TO LSR-DIRECTION
               MOVE TA-QTY TO LSR-QTY
               MOVE TA-TO-WAREHOUSE TO LSR-OTHER-WAREHOUSE
               RELEASE LEG-SORT-RECORD
               MOVE TA-TO-WAREHOUSE TO LSR-WAREHOUSE-ID
               MOVE '+' TO LSR-DIRECTION
               MOVE TA-FROM-WAREHOUSE TO LSR-OTHER-WAREHOUSE
               RELEASE LEG-SORT-RECORD
           END-IF
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-LEG-FILE
                I-O    INVENTORY-FILE
                OUTPUT TRANSFER-REGISTER
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           OPEN EXTEND MOVEMENT-FILE
       .

       300-COLUMN-HEADERS.
           MOVE 2 TO PROPER-SPACING
       .

       400-POST-LEG-GROUPS.
           PERFORM 410-READ-LEG
           PERFORM UNTIL NO-MORE-LEG-DATA
               PERFORM 430-ACCUMULATE-LEG-GROUP
               PERFORM 450-POST-LEG-GROUP
           END-PERFORM
       .

       .

       420-READ-INVENTORY.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO INVENTORY-EOF-FLAG
           END-READ
                       TO LT-COSTUME-TYPE(LEG-COUNT)
                   MOVE SL-DIRECTION TO LT-DIRECTION(LEG-COUNT)
                   MOVE SL-QTY TO LT-QTY(LEG-COUNT)
                   MOVE SL-OTHER-WAREHOUSE
                       TO LT-OTHER-WAREHOUSE(LEG-COUNT)
                   MOVE 'N' TO LT-APPLIED-SW(LEG-COUNT)
               ELSE
                   PERFORM 445-REPORT-DROPPED-LEG
       .

       440-UNMATCHED-LEG-GROUP.
           PERFORM VARYING LSUB FROM 1 BY 1 UNTIL LSUB > LEG-COUNT
               MOVE SPACES TO REGISTER-DETAIL-LINE
               MOVE GROUP-COSTUME-ID TO RD-COSTUME-ID
           ADD 1 TO PT-LEGS-UNAPPLIED
       .

       450-POST-LEG-GROUP.
           MOVE 0 TO GROUP-POSITIONS-FOUND
           MOVE 'Y' TO INVENTORY-EOF-FLAG
           MOVE GROUP-COSTUME-ID TO IR-COSTUME-ID
           START INVENTORY-FILE
               KEY IS EQUAL TO IR-COSTUME-ID
               INVALID KEY
                   MOVE 'N' TO INVENTORY-EOF-FLAG
           END-START
           IF MORE-INVENTORY-RECORDS
               PERFORM 420-READ-INVENTORY
           END-IF
           PERFORM UNTIL NO-MORE-INVENTORY-DATA
                     OR IR-COSTUME-ID NOT = GROUP-COSTUME-ID
               IF IR-WAREHOUSE-ID = GROUP-WAREHOUSE-ID
                   ADD 1 TO GROUP-POSITIONS-FOUND
                   PERFORM 460-APPLY-LEGS-TO-RECORD
               END-IF
               PERFORM 420-READ-INVENTORY
           END-PERFORM
           IF GROUP-POSITIONS-FOUND = 0
               PERFORM 440-UNMATCHED-LEG-GROUP
           ELSE
               PERFORM 480-REPORT-UNAPPLIED-LEGS
           END-IF
       .

       460-APPLY-LEGS-TO-RECORD.
           MOVE 'N' TO RECORD-UPDATED-SW
           PERFORM VARYING LSUB FROM 1 BY 1 UNTIL LSUB > LEG-COUNT
               IF NOT LT-LEG-APPLIED(LSUB)
                   PERFORM 465-LOCATE-LEG-BUCKET
                   IF SUB NOT > 6
                       PERFORM 500-APPLY-ONE-LEG
                       MOVE 'Y' TO RECORD-UPDATED-SW
                   END-IF
               END-IF
           END-PERFORM
           IF INVENTORY-RECORD-UPDATED
               REWRITE INVENTORY-REC
                   INVALID KEY
                       DISPLAY 'INVENTORY REWRITE FAILED, KEY=' IR-KEY
               END-REWRITE
           END-IF
       .

       465-LOCATE-LEG-BUCKET.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 6
                      OR (IR-COSTUME-SIZE(SUB) =
                              LT-COSTUME-SIZE(LSUB)
                          AND IR-COSTUME-TYPE(SUB) =
                              LT-COSTUME-TYPE(LSUB))
               CONTINUE
           END-PERFORM
           MOVE GROUP-COSTUME-ID TO RD-COSTUME-ID
           MOVE LT-COSTUME-SIZE(LSUB) TO RD-COSTUME-SIZE
           MOVE LT-COSTUME-TYPE(LSUB) TO RD-COSTUME-TYPE
           MOVE IR-WAREHOUSE-ID TO RD-WAREHOUSE-ID
           MOVE LT-DIRECTION(LSUB) TO RD-DIRECTION
           MOVE LT-QTY(LSUB) TO RD-QTY
           IF IR-QUANTITY-IN-STOCK(SUB) IS NOT NUMERIC
               MOVE 0 TO IR-QUANTITY-IN-STOCK(SUB)
           END-IF
           MOVE IR-QUANTITY-IN-STOCK(SUB) TO CALC-OLD-QTY
           IF LT-DIRECTION(LSUB) = '+'
               ADD LT-QTY(LSUB) TO IR-QUANTITY-IN-STOCK(SUB)
                   ON SIZE ERROR
                       MOVE 999 TO IR-QUANTITY-IN-STOCK(SUB)
                       MOVE 'POSTED - BUCKET CAPPED' TO RD-REMARK
                   NOT ON SIZE ERROR
                       MOVE 'POSTED' TO RD-REMARK
               END-ADD
           ELSE
               IF IR-QUANTITY-IN-STOCK(SUB) >= LT-QTY(LSUB)
                   SUBTRACT LT-QTY(LSUB)
                       FROM IR-QUANTITY-IN-STOCK(SUB)
                   MOVE 'POSTED' TO RD-REMARK
               ELSE
                   MOVE 0 TO IR-QUANTITY-IN-STOCK(SUB)
                   MOVE 'SHORT AT DONOR' TO RD-REMARK
               END-IF
           END-IF
           MOVE 'Y' TO LT-APPLIED-SW(LSUB)
           ADD LT-QTY(LSUB) TO PT-QTY-MOVED
           PERFORM 650-WRITE-REGISTER-DETAIL
           IF IR-QUANTITY-IN-STOCK(SUB) NOT = CALC-OLD-QTY
               PERFORM 510-WRITE-TRANSFER-MOVEMENT
           END-IF
       .

       510-WRITE-TRANSFER-MOVEMENT.
           MOVE IR-VENDOR-ID TO MV-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO MV-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO MV-COSTUME-ID
           MOVE SUB TO MV-SLOT
           MOVE LT-OTHER-WAREHOUSE(LSUB) TO TR-OTHER-WAREHOUSE
           IF LT-DIRECTION(LSUB) = '+'
               MOVE 'I' TO MV-MOVEMENT-TYPE
               MOVE '+' TO MV-DIRECTION
               SUBTRACT CALC-OLD-QTY FROM IR-QUANTITY-IN-STOCK(SUB)
                   GIVING MV-QUANTITY
               MOVE 'FROM' TO TR-CAPTION
           ELSE
               MOVE 'O' TO MV-MOVEMENT-TYPE
               MOVE '-' TO MV-DIRECTION
               SUBTRACT IR-QUANTITY-IN-STOCK(SUB) FROM CALC-OLD-QTY
                   GIVING MV-QUANTITY
               MOVE 'TO' TO TR-CAPTION
           END-IF
           IF IR-PURCH-PRICE(SUB) IS NUMERIC
               MOVE IR-PURCH-PRICE(SUB) TO MV-UNIT-COST
           ELSE
               MOVE 0 TO MV-UNIT-COST
           END-IF
           MOVE TRANSFER-REFERENCE TO MV-REFERENCE
           MOVE WS-CURRENT-DATE TO MV-MOVEMENT-DATE
           MOVE 'PROGRAM18' TO MV-SOURCE-PROGRAM
           WRITE MOVEMENT-RECORD
       .

       480-REPORT-UNAPPLIED-LEGS.
           END-PERFORM
       .

       650-WRITE-REGISTER-DETAIL.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING

       900-FINAL-ROUTINE.
           CLOSE SORTED-LEG-FILE
                 INVENTORY-FILE
                 TRANSFER-REGISTER
                 MOVEMENT-FILE
           STOP RUN
       .
