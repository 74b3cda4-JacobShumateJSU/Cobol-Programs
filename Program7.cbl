       PROGRAM-ID. PROGRAM7.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program posts the day's sales activity (PR2FA20.TXT) to the
      *inventory master INVMAST.DAT for ASHRALS LTD.  Sales are
      *totalled by product, the inventory positions carrying that
      *costume are read through the master's costume key, and their
      *quantity-in-stock buckets are decremented and rewritten in place
      *until the sold quantity is satisfied, so the next day's runs
      *consume posted stock and the depletion carries forward until the
      *regional feeds are next reloaded through PROGRAM4.  A posting
      *register lists every depletion along with any sale that could
      *not be applied.  Before anything is updated the master is
      *unloaded to MERGEDSORTED.BAK as a generation backup, and the
      *register carries before-and-after stock control totals so
      *applied quantity can be proven equal to the depletion.  A
      *posting-control record on PR7CONTROL.DAT fingerprints the
      *extract consumed - record count, total quantity and total value
      *- and a second run against the same extract is rejected with a
      *clear message instead of silently depleting stock twice.  The
      *same record is written marked in progress as soon as the backup
      *has been taken and marked complete at the end of the run, so a
      *run that stops part way leaves the mark behind; the next run
      *finds it and refuses, without taking a fresh backup over the
      *good one, until INVMAST.DAT has been reloaded through PROGRAM4
      *(which clears the mark) - PROGRAM41 resumes a stream that
      *stopped in this program at its PROGRAM4 step.  The journal,
      *movement and backorder records the run produces are held on
      *PROGRAM7 work files and only added to GLJOURNAL.TXT,
      *INVMOVE.TXT and BACKORDER.DAT once every sale has been posted,
      *immediately before the run is marked complete, so a run that
      *stops part way leaves nothing behind on those files for the
      *rerun to duplicate.  The
      *cost of the stock depleted, valued at each bucket's purchase
      *price, is journalled to GLJOURNAL.TXT for PROGRAM29 as a cost of
      *goods sold debit and inventory credit on the accounts mapped to
      *code COGS on ACCTMAP.DAT.  Every bucket depleted is also
      *appended to the permanent inventory movement file INVMOVE.TXT as
      *a sale, so PROGRAM36 can show the history of each item on its
      *stock card. Sales are kept in extract order within each product,
      *and any quantity that cannot be filled - short stock or no
      *inventory record at all - is written to the customer backorder
      *master BACKORDER.DAT against the customer line it was ordered
      *on, so PROGRAM17 can fill it from the next dock receipt of the
      *costume.
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

           SELECT SALES-SORT-FILE
               ASSIGN TO 'PR7SALESSORT.TMP'.

           SELECT SORTED-SALES-FILE
               ASSIGN TO 'PR7SORTEDSALES.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKUP-FILE
               ASSIGN TO 'MERGEDSORTED.BAK'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CTL-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'GLJOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'INVMOVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORDER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT JOURNAL-HOLD-FILE
               ASSIGN TO 'PR7JOURNAL.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVEMENT-HOLD-FILE
               ASSIGN TO 'PR7MOVEMENT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKORDER-HOLD-FILE
               ASSIGN TO 'PR7BACKORDER.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT POSTING-REGISTER
               ASSIGN TO PRINTER 'POSTING-REGISTER.TXT'.

             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
         05  SSR-QTY-SOLD                PIC 9(3).
         05  SSR-COST-PER-ITEM           PIC 999V99.

       FD    SORTED-SALES-FILE.

       01    SORTED-SALES-REC.
         05  SS-QTY-SOLD                 PIC 9(3).
         05  SS-COST-PER-ITEM            PIC 999V99.

       FD    BACKUP-FILE
             RECORD CONTAINS 136 CHARACTERS.

             05  PG-EXTRACT-QTY              PIC 9(7).
             05  PG-EXTRACT-VALUE            PIC 9(9)V99.
             05  PG-POSTED-DATE              PIC 9(6).
             05  PG-RUN-STATUS               PIC X.
                 88  PG-POSTING-IN-PROGRESS          VALUE 'I'.

       FD    JOURNAL-FILE.
       01    JOURNAL-RECORD.
             05  GJ-SOURCE-PROGRAM           PIC X(9).
             05  GJ-JOURNAL-DATE             PIC 9(6).
             05  GJ-TRANS-CODE               PIC X(4).
             05  GJ-ACCOUNT                  PIC 9(6).
             05  GJ-DEBIT-CREDIT             PIC X.
             05  GJ-AMOUNT                   PIC 9(9)V99.
             05  GJ-REFERENCE                PIC X(10).

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

       FD    BACKORDER-FILE.
       01    BACKORDER-RECORD.
             05  BO-KEY.
                 10  BO-PROD-ID              PIC X(3).
                 10  BO-BACKORDER-DATE       PIC 9(6).
                 10  BO-SEQUENCE             PIC 9(4).
             05  BO-CUSTOMER-ID              PIC 9(5).
             05  BO-CUSTOMER-NAME            PIC X(25).
             05  BO-PROD-NAME                PIC X(14).
             05  BO-QTY-ORDERED              PIC 9(5).
             05  BO-QTY-FILLED               PIC 9(5).
             05  BO-LAST-FILL-DATE           PIC 9(6).
             05  BO-STATUS                   PIC X.
                 88  BACKORDER-OPEN                  VALUE 'O'.
                 88  BACKORDER-FILLED                VALUE 'F'.

       FD    JOURNAL-HOLD-FILE.
       01    JOURNAL-HOLD-REC            PIC X(47).

       FD    MOVEMENT-HOLD-FILE.
       01    MOVEMENT-HOLD-REC           PIC X(47).

       FD    BACKORDER-HOLD-FILE.
       01    BACKORDER-HOLD-REC          PIC X(74).

       FD    ACCOUNT-MAP.
       01    ACCOUNT-MAP-RECORD.
             05  AM-TRANS-CODE               PIC X(4).
             05  AM-DESCRIPTION              PIC X(20).
             05  AM-DEBIT-ACCOUNT            PIC 9(6).
             05  AM-CREDIT-ACCOUNT           PIC 9(6).

       FD    POSTING-REGISTER.
       01    REGISTER-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-POSTING-CTL-STATUS     PIC X(2) VALUE '00'.
             05    WS-ACCOUNT-MAP-STATUS     PIC X(2) VALUE '00'.
             05    WS-BACKORDER-STATUS       PIC X(2) VALUE '00'.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                           PIC 9(6).

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
           05  INVENTORY-EOF-FLAG          PIC X       VALUE 'Y'.
               88  NO-MORE-INVENTORY-DATA              VALUE 'N'.
               88  MORE-INVENTORY-RECORDS              VALUE 'Y'.
           05  BACKORDER-SCAN-SW           PIC X       VALUE 'Y'.
               88  NO-MORE-BACKORDER-SCAN              VALUE 'N'.
           05  HOLD-EOF-FLAG               PIC X       VALUE 'Y'.
               88  NO-MORE-HOLD-DATA                   VALUE 'N'.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.
           05  LINE-SUB                    PIC 9(3)    VALUE 1.

       01  GROUP-FIELDS.
           05  GROUP-PROD-ID               PIC X(3).
           05  QTY-REMAINING               PIC 9(6)    VALUE 0.
           05  QTY-TAKEN                   PIC 9(6)    VALUE 0.
           05  RECORD-QTY-APPLIED          PIC 9(6)    VALUE 0.
           05  GROUP-COST-VALUE            PIC 9(9)V99 VALUE 0.
           05  QTY-TAKEN-COST              PIC 9(7)V99 VALUE 0.
           05  GROUP-LINE-COUNT            PIC 9(3)    VALUE 0.
           05  GROUP-QTY-BACKORDERED       PIC 9(6)    VALUE 0.
           05  GROUP-FILL-LEFT             PIC 9(6)    VALUE 0.

       01  GROUP-LINE-TABLE.
           05  GT-LINE OCCURS 200 TIMES.
               10  GT-CUSTOMER-ID          PIC 9(5).
               10  GT-CUSTOMER-NAME        PIC X(25).
               10  GT-PROD-NAME            PIC X(14).
               10  GT-QTY-SOLD             PIC 9(3).

       01  BACKORDER-WORK.
           05  BW-QTY                      PIC 9(5)    VALUE 0.
           05  BW-NEXT-SEQUENCE            PIC 9(4)    VALUE 1.
           05  BW-REMARK.
               10                          PIC X(15)   VALUE
                                           'BACKORDER CUST '.
               10  BW-CUSTOMER-ID          PIC 9(5).

       01  JOURNAL-WORK.
           05  JW-TRANS-CODE               PIC X(4)    VALUE 'COGS'.
           05  JW-DEBIT-ACCOUNT            PIC 9(6)    VALUE 0.
           05  JW-CREDIT-ACCOUNT           PIC 9(6)    VALUE 0.
           05  JW-AMOUNT                   PIC 9(9)V99 VALUE 0.
           05  JW-REFERENCE                PIC X(10)   VALUE SPACES.

       01  POSTING-TOTALS.
           05  PT-TOTAL-SOLD               PIC 9(7)    VALUE 0.
           05  PT-TOTAL-APPLIED            PIC 9(7)    VALUE 0.
           05  PT-TOTAL-UNAPPLIED          PIC 9(7)    VALUE 0.
           05  PT-TOTAL-BACKORDERED        PIC 9(7)    VALUE 0.
           05  PT-BACKORDERS-WRITTEN       PIC 9(7)    VALUE 0.

       01  CONTROL-TOTALS.
           05  CT-BEFORE-STOCK             PIC 9(9)    VALUE 0.
           05  FP-QTY-TOTAL                PIC 9(7)    VALUE 0.
           05  FP-VALUE-TOTAL              PIC 9(9)V99 VALUE 0.
           05  FP-CALC-SVALUE              PIC 9(6)V99 VALUE 0.
           05  FP-RUN-STATUS               PIC X       VALUE SPACE.

      *************************OUTPUT AREA********************************
       01  HEADING-ONE.
           PERFORM 150-SORT-INPUT-FILES
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-POST-SALES-GROUPS
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PG-POSTING-IN-PROGRESS
                           DISPLAY 'POSTING RUN OF ' PG-POSTED-DATE
                                   ' DID NOT COMPLETE - RELOAD '
                                   'INVMAST.DAT THROUGH PROGRAM4 '
                                   'BEFORE POSTING AGAIN'
                           CLOSE POSTING-CONTROL-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF PG-EXTRACT-COUNT = FP-RECORD-COUNT
                          AND PG-EXTRACT-QTY = FP-QTY-TOTAL
                          AND PG-EXTRACT-VALUE = FP-VALUE-TOTAL
                                   PG-POSTED-DATE
                                   ' - POSTING RUN REJECTED'
                           CLOSE POSTING-CONTROL-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
       140-BACKUP-INVENTORY.
           OPEN INPUT  INVENTORY-FILE
                OUTPUT BACKUP-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-INVENTORY-DATA
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO INVENTORY-EOF-FLAG
                   NOT AT END
           CLOSE INVENTORY-FILE
                 BACKUP-FILE
           MOVE 'Y' TO INVENTORY-EOF-FLAG
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE 'I' TO FP-RUN-STATUS
           PERFORM 950-STAMP-POSTING-CONTROL
       .

       145-TALLY-BEFORE-STOCK.
       150-SORT-INPUT-FILES.
           SORT SALES-SORT-FILE
                ON ASCENDING KEY SSR-PROD-ID
                WITH DUPLICATES IN ORDER
                USING SALES-FILE
                GIVING SORTED-SALES-FILE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-SALES-FILE
                I-O    INVENTORY-FILE
                OUTPUT POSTING-REGISTER
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 270-LOAD-ACCOUNT-MAP
           OPEN EXTEND MOVEMENT-FILE
           PERFORM 280-OPEN-BACKORDER-FILE
           OPEN OUTPUT JOURNAL-HOLD-FILE
                       MOVEMENT-HOLD-FILE
                       BACKORDER-HOLD-FILE
       .

       270-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP
           IF WS-ACCOUNT-MAP-STATUS = '00'
               MOVE JW-TRANS-CODE TO AM-TRANS-CODE
               READ ACCOUNT-MAP
                   INVALID KEY
                       DISPLAY 'ACCOUNT MAP HAS NO CODE ' JW-TRANS-CODE
                               ' - JOURNAL LINES LEFT UNMAPPED'
                   NOT INVALID KEY
                       MOVE AM-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                       MOVE AM-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
               END-READ
               CLOSE ACCOUNT-MAP
           ELSE
               DISPLAY 'ACCOUNT-MAP OPEN FAILED, STATUS='
                       WS-ACCOUNT-MAP-STATUS
                       ' - JOURNAL LINES LEFT UNMAPPED'
           END-IF
           OPEN EXTEND JOURNAL-FILE
       .

       280-OPEN-BACKORDER-FILE.
           OPEN I-O BACKORDER-FILE
           IF WS-BACKORDER-STATUS = '35'
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN I-O BACKORDER-FILE
           END-IF
           IF WS-BACKORDER-STATUS NOT = '00'
               DISPLAY 'BACKORDER-FILE OPEN FAILED, STATUS='
                       WS-BACKORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .

       300-COLUMN-HEADERS.
           MOVE 2 TO PROPER-SPACING
       .

       400-POST-SALES-GROUPS.
           PERFORM 410-READ-SALES
           PERFORM UNTIL NO-MORE-SALES-DATA
               PERFORM 430-ACCUMULATE-SALES-GROUP
               PERFORM 415-START-COSTUME-POSITIONS
               IF NO-MORE-INVENTORY-DATA
                   PERFORM 440-UNMATCHED-SALES-GROUP
               ELSE
                   PERFORM 450-POST-MATCHED-GROUP
               END-IF
           END-PERFORM
       .

           END-READ
       .

       415-START-COSTUME-POSITIONS.
           MOVE 'Y' TO INVENTORY-EOF-FLAG
           MOVE GROUP-PROD-ID TO IR-COSTUME-ID
           START INVENTORY-FILE
               KEY IS EQUAL TO IR-COSTUME-ID
               INVALID KEY
                   MOVE 'N' TO INVENTORY-EOF-FLAG
           END-START
           IF MORE-INVENTORY-RECORDS
               PERFORM 420-READ-INVENTORY
           END-IF
       .

       420-READ-INVENTORY.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO INVENTORY-EOF-FLAG
           END-READ
       430-ACCUMULATE-SALES-GROUP.
           MOVE SS-PROD-ID TO GROUP-PROD-ID
           MOVE 0 TO GROUP-QTY-SOLD
           MOVE 0 TO GROUP-LINE-COUNT
           PERFORM UNTIL NO-MORE-SALES-DATA
                     OR SS-PROD-ID NOT = GROUP-PROD-ID
               IF SS-QTY-SOLD IS NUMERIC
                   ADD SS-QTY-SOLD TO GROUP-QTY-SOLD
                                      PT-TOTAL-SOLD
                   IF GROUP-LINE-COUNT < 200
                       ADD 1 TO GROUP-LINE-COUNT
                       MOVE SS-CUSTOMER-ID
                           TO GT-CUSTOMER-ID(GROUP-LINE-COUNT)
                       MOVE SS-CUSTOMER-NAME
                           TO GT-CUSTOMER-NAME(GROUP-LINE-COUNT)
                       MOVE SS-PROD-NAME
                           TO GT-PROD-NAME(GROUP-LINE-COUNT)
                       MOVE SS-QTY-SOLD
                           TO GT-QTY-SOLD(GROUP-LINE-COUNT)
                   END-IF
               ELSE
                   MOVE SPACES TO REGISTER-DETAIL-LINE
                   MOVE GROUP-PROD-ID TO RD-ITEM-ID
       .

       440-UNMATCHED-SALES-GROUP.
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE GROUP-PROD-ID TO RD-ITEM-ID
           MOVE 0 TO RD-QTY-APPLIED
           MOVE 'NO INVENTORY RECORD' TO RD-REMARK
           PERFORM 650-WRITE-REGISTER-DETAIL
           ADD GROUP-QTY-SOLD TO PT-TOTAL-UNAPPLIED
           MOVE GROUP-QTY-SOLD TO QTY-REMAINING
           IF QTY-REMAINING > 0
               PERFORM 480-WRITE-GROUP-BACKORDERS
           END-IF
       .

       450-POST-MATCHED-GROUP.
           MOVE GROUP-QTY-SOLD TO QTY-REMAINING
           MOVE 0 TO GROUP-COST-VALUE
           PERFORM UNTIL NO-MORE-INVENTORY-DATA
                     OR IR-COSTUME-ID NOT = GROUP-PROD-ID
                     OR QTY-REMAINING = 0
               PERFORM 460-DEPLETE-INVENTORY-RECORD
               PERFORM 420-READ-INVENTORY
           END-PERFORM
           IF GROUP-COST-VALUE > 0
               MOVE GROUP-COST-VALUE TO JW-AMOUNT
               MOVE GROUP-PROD-ID TO JW-REFERENCE
               PERFORM 860-WRITE-JOURNAL-ENTRY
           END-IF
           IF QTY-REMAINING > 0
               MOVE SPACES TO REGISTER-DETAIL-LINE
               MOVE GROUP-PROD-ID TO RD-ITEM-ID
               MOVE 'INSUFFICIENT STOCK' TO RD-REMARK
               PERFORM 650-WRITE-REGISTER-DETAIL
               ADD QTY-REMAINING TO PT-TOTAL-UNAPPLIED
               PERFORM 480-WRITE-GROUP-BACKORDERS
           END-IF
       .

           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 6
                      OR QTY-REMAINING = 0
               IF IR-QUANTITY-IN-STOCK(SUB) IS NUMERIC
                   IF IR-QUANTITY-IN-STOCK(SUB) >= QTY-REMAINING
                       MOVE QTY-REMAINING TO QTY-TAKEN
                   ELSE
                       MOVE IR-QUANTITY-IN-STOCK(SUB) TO QTY-TAKEN
                   END-IF
                   SUBTRACT QTY-TAKEN
                       FROM IR-QUANTITY-IN-STOCK(SUB)
                   SUBTRACT QTY-TAKEN FROM QTY-REMAINING
                   ADD QTY-TAKEN TO RECORD-QTY-APPLIED
                   IF IR-PURCH-PRICE(SUB) IS NUMERIC
                       MULTIPLY QTY-TAKEN BY IR-PURCH-PRICE(SUB)
                           GIVING QTY-TAKEN-COST
                       ADD QTY-TAKEN-COST TO GROUP-COST-VALUE
                   END-IF
                   IF QTY-TAKEN > 0
                       PERFORM 465-WRITE-SALE-MOVEMENT
                   END-IF
               END-IF
           END-PERFORM
           IF RECORD-QTY-APPLIED > 0
               REWRITE INVENTORY-REC
                   INVALID KEY
                       DISPLAY 'INVENTORY REWRITE FAILED, KEY=' IR-KEY
               END-REWRITE
               MOVE SPACES TO REGISTER-DETAIL-LINE
               MOVE IR-COSTUME-ID TO RD-ITEM-ID
               MOVE IR-VENDOR-ID TO RD-VENDOR-ID
               MOVE IR-WAREHOUSE-ID TO RD-WAREHOUSE-ID
               MOVE RECORD-QTY-APPLIED TO RD-QTY-APPLIED
               MOVE 0 TO RD-QTY-UNAPPLIED
               MOVE 'POSTED' TO RD-REMARK
           END-IF
       .

       465-WRITE-SALE-MOVEMENT.
           MOVE 'S' TO MV-MOVEMENT-TYPE
           MOVE IR-VENDOR-ID TO MV-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO MV-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO MV-COSTUME-ID
           MOVE SUB TO MV-SLOT
           MOVE '-' TO MV-DIRECTION
           MOVE QTY-TAKEN TO MV-QUANTITY
           IF IR-PURCH-PRICE(SUB) IS NUMERIC
               MOVE IR-PURCH-PRICE(SUB) TO MV-UNIT-COST
           ELSE
               MOVE 0 TO MV-UNIT-COST
           END-IF
           MOVE 'SALES' TO MV-REFERENCE
           PERFORM 870-WRITE-MOVEMENT
       .

       470-TALLY-AFTER-POSTING.
           MOVE LOW-VALUES TO IR-KEY
           MOVE 'Y' TO INVENTORY-EOF-FLAG
           START INVENTORY-FILE
               KEY IS NOT LESS THAN IR-KEY
               INVALID KEY
                   MOVE 'N' TO INVENTORY-EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-INVENTORY-DATA
               PERFORM 420-READ-INVENTORY
               IF MORE-INVENTORY-RECORDS
                   PERFORM 475-TALLY-AFTER-STOCK
               END-IF
           END-PERFORM
       .

       475-TALLY-AFTER-STOCK.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF IR-QUANTITY-IN-STOCK(SUB) IS NUMERIC
                   ADD IR-QUANTITY-IN-STOCK(SUB) TO CT-AFTER-STOCK
               END-IF
           END-PERFORM
       .

       480-WRITE-GROUP-BACKORDERS.
           SUBTRACT QTY-REMAINING FROM GROUP-QTY-SOLD
               GIVING GROUP-FILL-LEFT
           MOVE 0 TO GROUP-QTY-BACKORDERED
           PERFORM 490-FIND-NEXT-SEQUENCE
           PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > GROUP-LINE-COUNT
               IF GT-QTY-SOLD(LINE-SUB) > GROUP-FILL-LEFT
                   SUBTRACT GROUP-FILL-LEFT FROM GT-QTY-SOLD(LINE-SUB)
                       GIVING BW-QTY
                   MOVE 0 TO GROUP-FILL-LEFT
                   PERFORM 485-WRITE-ONE-BACKORDER
               ELSE
                   SUBTRACT GT-QTY-SOLD(LINE-SUB) FROM GROUP-FILL-LEFT
               END-IF
           END-PERFORM
           IF GROUP-QTY-BACKORDERED < QTY-REMAINING
               MOVE SPACES TO REGISTER-DETAIL-LINE
               MOVE GROUP-PROD-ID TO RD-ITEM-ID
               MOVE 0 TO RD-QTY-APPLIED
               SUBTRACT GROUP-QTY-BACKORDERED FROM QTY-REMAINING
                   GIVING RD-QTY-UNAPPLIED
               MOVE 'NOT BACKORDERED-TBL FULL' TO RD-REMARK
               PERFORM 650-WRITE-REGISTER-DETAIL
           END-IF
       .

       485-WRITE-ONE-BACKORDER.
           MOVE GROUP-PROD-ID TO BO-PROD-ID
           MOVE WS-CURRENT-DATE-N TO BO-BACKORDER-DATE
           MOVE BW-NEXT-SEQUENCE TO BO-SEQUENCE
           MOVE GT-CUSTOMER-ID(LINE-SUB) TO BO-CUSTOMER-ID
           MOVE GT-CUSTOMER-NAME(LINE-SUB) TO BO-CUSTOMER-NAME
           MOVE GT-PROD-NAME(LINE-SUB) TO BO-PROD-NAME
           MOVE BW-QTY TO BO-QTY-ORDERED
           MOVE 0 TO BO-QTY-FILLED
           MOVE 0 TO BO-LAST-FILL-DATE
           SET BACKORDER-OPEN TO TRUE
           WRITE BACKORDER-HOLD-REC FROM BACKORDER-RECORD
           ADD BW-QTY TO GROUP-QTY-BACKORDERED
                         PT-TOTAL-BACKORDERED
           ADD 1 TO PT-BACKORDERS-WRITTEN
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE GROUP-PROD-ID TO RD-ITEM-ID
           MOVE 0 TO RD-QTY-APPLIED
           MOVE BW-QTY TO RD-QTY-UNAPPLIED
           MOVE GT-CUSTOMER-ID(LINE-SUB) TO BW-CUSTOMER-ID
           MOVE BW-REMARK TO RD-REMARK
           PERFORM 650-WRITE-REGISTER-DETAIL
           ADD 1 TO BW-NEXT-SEQUENCE
       .

       490-FIND-NEXT-SEQUENCE.
           MOVE 1 TO BW-NEXT-SEQUENCE
           MOVE 'Y' TO BACKORDER-SCAN-SW
           MOVE GROUP-PROD-ID TO BO-PROD-ID
           MOVE WS-CURRENT-DATE-N TO BO-BACKORDER-DATE
           MOVE 0 TO BO-SEQUENCE
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BO-KEY
               INVALID KEY
                   MOVE 'N' TO BACKORDER-SCAN-SW
           END-START
           PERFORM UNTIL NO-MORE-BACKORDER-SCAN
               READ BACKORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO BACKORDER-SCAN-SW
                   NOT AT END
                       IF BO-PROD-ID = GROUP-PROD-ID
                          AND BO-BACKORDER-DATE = WS-CURRENT-DATE-N
                           COMPUTE BW-NEXT-SEQUENCE = BO-SEQUENCE + 1
                       ELSE
                           MOVE 'N' TO BACKORDER-SCAN-SW
                       END-IF
               END-READ
           END-PERFORM
       .

       650-WRITE-REGISTER-DETAIL.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           PERFORM 470-TALLY-AFTER-POSTING
           MOVE 'TOTAL QUANTITY SOLD:' TO RT-CAPTION
           MOVE PT-TOTAL-SOLD TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL QUANTITY BACKORDERED:' TO RT-CAPTION
           MOVE PT-TOTAL-BACKORDERED TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'BACKORDER LINES WRITTEN:' TO RT-CAPTION
           MOVE PT-BACKORDERS-WRITTEN TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'STOCK TOTAL BEFORE POSTING:' TO CT-CAPTION
           MOVE CT-BEFORE-STOCK TO CT-TOTAL
           MOVE CONTROL-TOTAL-LINE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
       .

       860-WRITE-JOURNAL-ENTRY.
           MOVE 'PROGRAM7' TO GJ-SOURCE-PROGRAM
           MOVE WS-CURRENT-DATE TO GJ-JOURNAL-DATE
           MOVE JW-TRANS-CODE TO GJ-TRANS-CODE
           MOVE JW-AMOUNT TO GJ-AMOUNT
           MOVE JW-REFERENCE TO GJ-REFERENCE
           MOVE JW-DEBIT-ACCOUNT TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DEBIT-CREDIT
           WRITE JOURNAL-HOLD-REC FROM JOURNAL-RECORD
           MOVE JW-CREDIT-ACCOUNT TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           WRITE JOURNAL-HOLD-REC FROM JOURNAL-RECORD
       .

       870-WRITE-MOVEMENT.
           MOVE WS-CURRENT-DATE TO MV-MOVEMENT-DATE
           MOVE 'PROGRAM7' TO MV-SOURCE-PROGRAM
           WRITE MOVEMENT-HOLD-REC FROM MOVEMENT-RECORD
       .

       900-FINAL-ROUTINE.
           CLOSE SORTED-SALES-FILE
                 INVENTORY-FILE
                 POSTING-REGISTER
           PERFORM 910-APPLY-HELD-JOURNAL
           PERFORM 920-APPLY-HELD-MOVEMENTS
           PERFORM 930-APPLY-HELD-BACKORDERS
           CLOSE JOURNAL-FILE
                 MOVEMENT-FILE
                 BACKORDER-FILE
           MOVE 'C' TO FP-RUN-STATUS
           PERFORM 950-STAMP-POSTING-CONTROL
           STOP RUN
       .

      *    THE HELD OUTPUT IS ONLY ADDED TO THE SHARED FILES ONCE
      *    EVERY SALE HAS BEEN POSTED, SO A FAILED RUN ADDS NOTHING.
       910-APPLY-HELD-JOURNAL.
           CLOSE JOURNAL-HOLD-FILE
           OPEN INPUT JOURNAL-HOLD-FILE
           MOVE 'Y' TO HOLD-EOF-FLAG
           PERFORM UNTIL NO-MORE-HOLD-DATA
               READ JOURNAL-HOLD-FILE
                   AT END
                       MOVE 'N' TO HOLD-EOF-FLAG
                   NOT AT END
                       WRITE JOURNAL-RECORD FROM JOURNAL-HOLD-REC
               END-READ
           END-PERFORM
           CLOSE JOURNAL-HOLD-FILE
       .

       920-APPLY-HELD-MOVEMENTS.
           CLOSE MOVEMENT-HOLD-FILE
           OPEN INPUT MOVEMENT-HOLD-FILE
           MOVE 'Y' TO HOLD-EOF-FLAG
           PERFORM UNTIL NO-MORE-HOLD-DATA
               READ MOVEMENT-HOLD-FILE
                   AT END
                       MOVE 'N' TO HOLD-EOF-FLAG
                   NOT AT END
                       WRITE MOVEMENT-RECORD FROM MOVEMENT-HOLD-REC
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-HOLD-FILE
       .

       930-APPLY-HELD-BACKORDERS.
           CLOSE BACKORDER-HOLD-FILE
           OPEN INPUT BACKORDER-HOLD-FILE
           MOVE 'Y' TO HOLD-EOF-FLAG
           PERFORM UNTIL NO-MORE-HOLD-DATA
               READ BACKORDER-HOLD-FILE
                   AT END
                       MOVE 'N' TO HOLD-EOF-FLAG
                   NOT AT END
                       MOVE BACKORDER-HOLD-REC TO BACKORDER-RECORD
                       WRITE BACKORDER-RECORD
                           INVALID KEY
                               DISPLAY 'BACKORDER WRITE FAILED, KEY='
                                       BO-KEY
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BACKORDER-HOLD-FILE
       .

       950-STAMP-POSTING-CONTROL.
           OPEN OUTPUT POSTING-CONTROL-FILE
           MOVE FP-RUN-STATUS TO PG-RUN-STATUS
           MOVE FP-RECORD-COUNT TO PG-EXTRACT-COUNT
           MOVE FP-QTY-TOTAL TO PG-EXTRACT-QTY
           MOVE FP-VALUE-TOTAL TO PG-EXTRACT-VALUE
