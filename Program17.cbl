      *ASHRALS LTD.  It reads the keyed dock receipts file
      *DOCKRCPT.TXT, matches each receipt to its open purchase order
      *line on OPENPO.DAT (the master PROGRAM9 builds) by vendor,
      *warehouse, costume and size, adds the received quantity into the
      *matching quantity-in-stock bucket of the position read by key
      *from the inventory master INVMAST.DAT, rewrites the position in
      *place, and closes the PO line once the ordered quantity is in.
      *The receiving register lists every receipt with its
      *disposition, and over-shipments, under-shipments and receipts
      *with no open order are flagged so purchasing can chase the
      *vendor instead of re-ordering. Each receipt posted is journalled
      *to GLJOURNAL.TXT for PROGRAM29 at the purchase order unit price,
      *as an inventory debit and received-not-invoiced credit on the
      *accounts mapped to code RCPT on ACCTMAP.DAT.  The quantity each
      *receipt adds to its bucket is also appended to the permanent
      *inventory movement file INVMOVE.TXT for the PROGRAM36 stock
      *card.  Before received stock becomes generally available it is
      *allocated to the open customer backorders PROGRAM7 left on
      *BACKORDER.DAT for the costume, oldest backorder first.  Each
      *allocation is printed on the backorder fill register
      *BACKORDER-FILL-REGISTER.TXT for shipping, taken back out of the
      *bucket as a sale on INVMOVE.TXT, and journalled at the bucket
      *purchase price on the accounts mapped to code COGS.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT RECEIPT-SORT-FILE
               ASSIGN TO 'PR17RCPTSORT.TMP'.

           SELECT SORTED-RECEIPT-FILE
               ASSIGN TO 'PR17SORTEDRCPT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPENPO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPEN-PO-STATUS.

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

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT RECEIVING-REGISTER
               ASSIGN TO PRINTER 'PO-RECEIVING-REGISTER.TXT'.

           SELECT FILL-REGISTER
               ASSIGN TO PRINTER 'BACKORDER-FILL-REGISTER.TXT'.

       DATA DIVISION.
       FILE SECTION.

             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
         05  RSR-QTY-RECEIVED            PIC 9(5).
         05  RSR-RECEIPT-DATE            PIC 9(6).

       FD    SORTED-RECEIPT-FILE.

       01    SORTED-RECEIPT-REC.
         05  SR-QTY-RECEIVED             PIC 9(5).
         05  SR-RECEIPT-DATE             PIC 9(6).

       FD    OPEN-PO-FILE.
       01    OPEN-PO-RECORD.
             05  OP-KEY.
             05  OP-UNIT-PRICE               PIC 99V99.
             05  OP-ORDER-DATE               PIC 9(6).
             05  OP-LINE-STATUS              PIC X.
             05  OP-QTY-BILLED               PIC 9(5).

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

       FD    ACCOUNT-MAP.
       01    ACCOUNT-MAP-RECORD.
             05  AM-TRANS-CODE               PIC X(4).
             05  AM-DESCRIPTION              PIC X(20).
             05  AM-DEBIT-ACCOUNT            PIC 9(6).
             05  AM-CREDIT-ACCOUNT           PIC 9(6).

       FD    RECEIVING-REGISTER.
       01    REGISTER-LINE               PIC X(80).

       FD    FILL-REGISTER.
       01    FILL-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-OPEN-PO-STATUS         PIC X(2) VALUE '00'.
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
           05  RECEIPT-EOF-FLAG            PIC X       VALUE 'Y'.
               88  NO-MORE-RECEIPT-DATA                VALUE 'N'.
               88  MORE-RECEIPT-RECORDS                VALUE 'Y'.
           05  INVENTORY-STATUS-FLAG       PIC X       VALUE 'N'.
               88  INVENTORY-POSITION-FOUND            VALUE 'Y'.
               88  INVENTORY-POSITION-NOT-FOUND        VALUE 'N'.
           05  PO-LINE-STATUS-FLAG         PIC X       VALUE 'N'.
               88  PO-LINE-FOUND                       VALUE 'Y'.
               88  PO-LINE-NOT-FOUND                   VALUE 'N'.
           05  BUCKET-CAPPED-SW            PIC X       VALUE 'N'.
               88  STOCK-BUCKET-CAPPED                 VALUE 'Y'.
           05  BACKORDER-SCAN-SW           PIC X       VALUE 'Y'.
               88  NO-MORE-BACKORDER-SCAN              VALUE 'N'.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.

       01  CALC-FIELDS.
           05  CALC-OUTSTANDING            PIC 9(5)    VALUE 0.
           05  CALC-OLD-QTY                PIC 9(3)    VALUE 0.
           05  CALC-VARIANCE               PIC 9(5)    VALUE 0.
           05  CALC-FILL-AVAILABLE         PIC 9(5)    VALUE 0.
           05  CALC-BACKORDER-OPEN         PIC 9(5)    VALUE 0.
           05  CALC-FILL-QTY               PIC 9(5)    VALUE 0.
           05  CALC-BUCKET-FILLED          PIC 9(5)    VALUE 0.

       01  BACKORDER-DATE-WORK.
           05  BD-YEAR                     PIC 99.
           05  BD-MONTH                    PIC 99.
           05  BD-DAY                      PIC 99.

       01  JOURNAL-WORK.
           05  JW-TRANS-CODE               PIC X(4)    VALUE SPACES.
           05  JW-DEBIT-ACCOUNT            PIC 9(6)    VALUE 0.
           05  JW-CREDIT-ACCOUNT           PIC 9(6)    VALUE 0.
           05  JW-AMOUNT                   PIC 9(9)V99 VALUE 0.
           05  JW-REFERENCE                PIC X(10)   VALUE SPACES.

       01  JOURNAL-ACCOUNTS.
           05  JA-RECEIPT-DEBIT-ACCOUNT    PIC 9(6)    VALUE 0.
           05  JA-RECEIPT-CREDIT-ACCOUNT   PIC 9(6)    VALUE 0.
           05  JA-COGS-DEBIT-ACCOUNT       PIC 9(6)    VALUE 0.
           05  JA-COGS-CREDIT-ACCOUNT      PIC 9(6)    VALUE 0.

       01  RECEIVING-TOTALS.
           05  RT-RECEIPTS-READ            PIC 9(5)    VALUE 0.
           05  RT-QTY-REJECTED             PIC 9(7)    VALUE 0.
           05  RT-LINES-CLOSED             PIC 9(5)    VALUE 0.

       01  FILL-TOTALS.
           05  FT-FILLS                    PIC 9(5)    VALUE 0.
           05  FT-QTY-FILLED               PIC 9(7)    VALUE 0.
           05  FT-BACKORDERS-CLOSED        PIC 9(5)    VALUE 0.

      *************************OUTPUT AREA********************************
       01  HEADING-ONE.
           05                              PIC X(35) VALUE SPACES.
           05                              PIC X(5)  VALUE SPACES.
           05  RT-CAPTION                  PIC X(28).
           05  RT-TOTAL                    PIC ZZZZZZ9.
      *
       01  FILL-HEADING-TWO.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  H2-DATE.
               10  H2-MONTH                PIC 99.
               10                          PIC X    VALUE '/'.
               10  H2-DAY                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  H2-YEAR                 PIC 99.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(30) VALUE
                                        'BACKORDER FILL REGISTER'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  FILL-HEADING-THREE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'CUST'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'CUSTOMER NAME'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'ITM'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'BO DATE'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'ORDER'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE ' FILL'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE ' OPEN'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'SHIP FROM'.
      *
       01  FILL-DETAIL-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  FD-CUSTOMER-ID              PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  FD-CUSTOMER-NAME            PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  FD-PROD-ID                  PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  FD-BACKORDER-DATE.
               10  FD-MONTH                PIC 99.
               10                          PIC X     VALUE '/'.
               10  FD-DAY                  PIC 99.
               10                          PIC X     VALUE '/'.
               10  FD-YEAR                 PIC 99.
           05                              PIC X(2)  VALUE SPACES.
           05  FD-QTY-ORDERED              PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  FD-QTY-FILLED               PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  FD-QTY-OPEN                 PIC ZZZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  FD-VENDOR-ID                PIC X(4).
           05                              PIC X     VALUE SPACES.
           05  FD-WAREHOUSE-ID             PIC X(3).

       PROCEDURE DIVISION.
      *
           PERFORM 150-SORT-INPUT-FILES
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-POST-RECEIPT-GROUPS
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .
                ON ASCENDING KEY RSR-COSTUME-SIZE
                USING RECEIPTS-FILE
                GIVING SORTED-RECEIPT-FILE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-RECEIPT-FILE
                I-O    OPEN-PO-FILE
                       INVENTORY-FILE
                OUTPUT RECEIVING-REGISTER
           IF WS-OPEN-PO-STATUS NOT = '00'
               DISPLAY 'OPEN-PO-FILE OPEN FAILED, STATUS='
                       WS-OPEN-PO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
           PERFORM 270-LOAD-ACCOUNT-MAP
           OPEN EXTEND MOVEMENT-FILE
                OUTPUT FILL-REGISTER
           PERFORM 280-OPEN-BACKORDER-FILE
       .

       270-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP
           IF WS-ACCOUNT-MAP-STATUS = '00'
               MOVE 'RCPT' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-RECEIPT-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-RECEIPT-CREDIT-ACCOUNT
               MOVE 'COGS' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-COGS-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-COGS-CREDIT-ACCOUNT
               CLOSE ACCOUNT-MAP
           ELSE
               DISPLAY 'ACCOUNT-MAP OPEN FAILED, STATUS='
                       WS-ACCOUNT-MAP-STATUS
                       ' - JOURNAL LINES LEFT UNMAPPED'
           END-IF
           OPEN EXTEND JOURNAL-FILE
       .

       275-READ-ACCOUNT-MAP.
           MOVE 0 TO JW-DEBIT-ACCOUNT
           MOVE 0 TO JW-CREDIT-ACCOUNT
           MOVE JW-TRANS-CODE TO AM-TRANS-CODE
           READ ACCOUNT-MAP
               INVALID KEY
                   DISPLAY 'ACCOUNT MAP HAS NO CODE ' JW-TRANS-CODE
                           ' - JOURNAL LINES LEFT UNMAPPED'
               NOT INVALID KEY
                   MOVE AM-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                   MOVE AM-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
           END-READ
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
           MOVE HEADING-THREE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-ONE TO FILL-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-FILL-LINE

           MOVE FILL-HEADING-TWO TO FILL-LINE
           PERFORM 710-WRITE-FILL-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE FILL-HEADING-THREE TO FILL-LINE
           PERFORM 710-WRITE-FILL-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-POST-RECEIPT-GROUPS.
           PERFORM 410-READ-RECEIPT
           PERFORM UNTIL NO-MORE-RECEIPT-DATA
               PERFORM 420-READ-INVENTORY
               IF INVENTORY-POSITION-NOT-FOUND
                   PERFORM 440-UNMATCHED-RECEIPT
               ELSE
                   PERFORM 450-POST-MATCHED-RECEIPTS
               END-IF
           END-PERFORM
       .

       .

       420-READ-INVENTORY.
           MOVE SR-MATCH-KEY TO IR-KEY
           READ INVENTORY-FILE
               INVALID KEY
                   SET INVENTORY-POSITION-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET INVENTORY-POSITION-FOUND TO TRUE
           END-READ
       .


       450-POST-MATCHED-RECEIPTS.
           PERFORM UNTIL NO-MORE-RECEIPT-DATA
                     OR SR-MATCH-KEY NOT = IR-KEY
               PERFORM 460-APPLY-ONE-RECEIPT
               PERFORM 410-READ-RECEIPT
           END-PERFORM
           REWRITE INVENTORY-REC
               INVALID KEY
                   DISPLAY 'INVENTORY REWRITE FAILED, KEY=' IR-KEY
           END-REWRITE
       .

       460-APPLY-ONE-RECEIPT.
       480-LOCATE-SIZE-BUCKET.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 6
                      OR IR-COSTUME-SIZE(SUB) = SR-COSTUME-SIZE
               CONTINUE
           END-PERFORM
       .
           SUBTRACT OP-QTY-RECEIVED FROM OP-QTY-ORDERED
               GIVING CALC-OUTSTANDING
           MOVE 'N' TO BUCKET-CAPPED-SW
           IF IR-QUANTITY-IN-STOCK(SUB) IS NOT NUMERIC
               MOVE 0 TO IR-QUANTITY-IN-STOCK(SUB)
           END-IF
           MOVE IR-QUANTITY-IN-STOCK(SUB) TO CALC-OLD-QTY
           ADD SR-QTY-RECEIVED TO IR-QUANTITY-IN-STOCK(SUB)
               ON SIZE ERROR
                   MOVE 999 TO IR-QUANTITY-IN-STOCK(SUB)
                   MOVE 'Y' TO BUCKET-CAPPED-SW
           END-ADD
           PERFORM 510-WRITE-RECEIPT-MOVEMENT
           ADD SR-QTY-RECEIVED TO OP-QTY-RECEIVED
           ADD SR-QTY-RECEIVED TO RT-QTY-POSTED
           EVALUATE TRUE
                   ADD 1 TO RT-LINES-CLOSED
           END-EVALUATE
           REWRITE OPEN-PO-RECORD
           MULTIPLY SR-QTY-RECEIVED BY OP-UNIT-PRICE
               GIVING JW-AMOUNT
           IF JW-AMOUNT > 0
               MOVE 'RCPT' TO JW-TRANS-CODE
               MOVE JA-RECEIPT-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
               MOVE JA-RECEIPT-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
               MOVE SR-MATCH-KEY TO JW-REFERENCE
               PERFORM 860-WRITE-JOURNAL-ENTRY
           END-IF
           PERFORM 650-WRITE-REGISTER-DETAIL
           IF STOCK-BUCKET-CAPPED
               PERFORM 520-REPORT-CAPPED-BUCKET
           END-IF
           PERFORM 530-FILL-BACKORDERS
       .

       510-WRITE-RECEIPT-MOVEMENT.
           IF IR-QUANTITY-IN-STOCK(SUB) > CALC-OLD-QTY
               MOVE 'R' TO MV-MOVEMENT-TYPE
               MOVE IR-VENDOR-ID TO MV-VENDOR-ID
               MOVE IR-WAREHOUSE-ID TO MV-WAREHOUSE-ID
               MOVE IR-COSTUME-ID TO MV-COSTUME-ID
               MOVE SUB TO MV-SLOT
               MOVE '+' TO MV-DIRECTION
               SUBTRACT CALC-OLD-QTY FROM IR-QUANTITY-IN-STOCK(SUB)
                   GIVING MV-QUANTITY
               MOVE OP-UNIT-PRICE TO MV-UNIT-COST
               MOVE SR-RECEIPT-DATE TO MV-REFERENCE
               PERFORM 870-WRITE-MOVEMENT
           END-IF
       .

       520-REPORT-CAPPED-BUCKET.
           PERFORM 650-WRITE-REGISTER-DETAIL
       .

       530-FILL-BACKORDERS.
           IF IR-QUANTITY-IN-STOCK(SUB) < SR-QTY-RECEIVED
               MOVE IR-QUANTITY-IN-STOCK(SUB) TO CALC-FILL-AVAILABLE
           ELSE
               MOVE SR-QTY-RECEIVED TO CALC-FILL-AVAILABLE
           END-IF
           MOVE 0 TO CALC-BUCKET-FILLED
           MOVE 'Y' TO BACKORDER-SCAN-SW
           MOVE IR-COSTUME-ID TO BO-PROD-ID
           MOVE 0 TO BO-BACKORDER-DATE
           MOVE 0 TO BO-SEQUENCE
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BO-KEY
               INVALID KEY
                   MOVE 'N' TO BACKORDER-SCAN-SW
           END-START
           PERFORM UNTIL NO-MORE-BACKORDER-SCAN
                      OR CALC-FILL-AVAILABLE = 0
               READ BACKORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO BACKORDER-SCAN-SW
                   NOT AT END
                       IF BO-PROD-ID NOT = IR-COSTUME-ID
                           MOVE 'N' TO BACKORDER-SCAN-SW
                       ELSE
                           IF BACKORDER-OPEN
                               PERFORM 540-FILL-ONE-BACKORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CALC-BUCKET-FILLED > 0
               SUBTRACT CALC-BUCKET-FILLED
                   FROM IR-QUANTITY-IN-STOCK(SUB)
               PERFORM 550-WRITE-FILL-MOVEMENT
               IF IR-PURCH-PRICE(SUB) IS NUMERIC
                   MULTIPLY CALC-BUCKET-FILLED BY IR-PURCH-PRICE(SUB)
                       GIVING JW-AMOUNT
               ELSE
                   MOVE 0 TO JW-AMOUNT
               END-IF
               IF JW-AMOUNT > 0
                   MOVE 'COGS' TO JW-TRANS-CODE
                   MOVE JA-COGS-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                   MOVE JA-COGS-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
                   MOVE SR-MATCH-KEY TO JW-REFERENCE
                   PERFORM 860-WRITE-JOURNAL-ENTRY
               END-IF
           END-IF
       .

       540-FILL-ONE-BACKORDER.
           SUBTRACT BO-QTY-FILLED FROM BO-QTY-ORDERED
               GIVING CALC-BACKORDER-OPEN
           IF CALC-BACKORDER-OPEN > CALC-FILL-AVAILABLE
               MOVE CALC-FILL-AVAILABLE TO CALC-FILL-QTY
           ELSE
               MOVE CALC-BACKORDER-OPEN TO CALC-FILL-QTY
           END-IF
           ADD CALC-FILL-QTY TO BO-QTY-FILLED
           MOVE WS-CURRENT-DATE-N TO BO-LAST-FILL-DATE
           IF BO-QTY-FILLED NOT < BO-QTY-ORDERED
               SET BACKORDER-FILLED TO TRUE
               ADD 1 TO FT-BACKORDERS-CLOSED
           END-IF
           REWRITE BACKORDER-RECORD
               INVALID KEY
                   DISPLAY 'BACKORDER REWRITE FAILED, KEY=' BO-KEY
           END-REWRITE
           SUBTRACT CALC-FILL-QTY FROM CALC-FILL-AVAILABLE
           ADD CALC-FILL-QTY TO CALC-BUCKET-FILLED
                                FT-QTY-FILLED
           ADD 1 TO FT-FILLS
           PERFORM 560-WRITE-FILL-DETAIL
       .

       550-WRITE-FILL-MOVEMENT.
           MOVE 'S' TO MV-MOVEMENT-TYPE
           MOVE IR-VENDOR-ID TO MV-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO MV-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO MV-COSTUME-ID
           MOVE SUB TO MV-SLOT
           MOVE '-' TO MV-DIRECTION
           MOVE CALC-BUCKET-FILLED TO MV-QUANTITY
           IF IR-PURCH-PRICE(SUB) IS NUMERIC
               MOVE IR-PURCH-PRICE(SUB) TO MV-UNIT-COST
           ELSE
               MOVE 0 TO MV-UNIT-COST
           END-IF
           MOVE 'BACKORDER' TO MV-REFERENCE
           PERFORM 870-WRITE-MOVEMENT
       .

       560-WRITE-FILL-DETAIL.
           MOVE BO-CUSTOMER-ID TO FD-CUSTOMER-ID
           MOVE BO-CUSTOMER-NAME TO FD-CUSTOMER-NAME
           MOVE BO-PROD-ID TO FD-PROD-ID
           MOVE BO-BACKORDER-DATE TO BACKORDER-DATE-WORK
           MOVE BD-MONTH TO FD-MONTH
           MOVE BD-DAY TO FD-DAY
           MOVE BD-YEAR TO FD-YEAR
           MOVE BO-QTY-ORDERED TO FD-QTY-ORDERED
           MOVE CALC-FILL-QTY TO FD-QTY-FILLED
           SUBTRACT BO-QTY-FILLED FROM BO-QTY-ORDERED
               GIVING FD-QTY-OPEN
           MOVE IR-VENDOR-ID TO FD-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO FD-WAREHOUSE-ID
           MOVE FILL-DETAIL-LINE TO FILL-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-FILL-LINE
       .

       650-WRITE-REGISTER-DETAIL.
               AFTER ADVANCING PROPER-SPACING
       .

       710-WRITE-FILL-LINE.
           WRITE FILL-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'RECEIPTS PROCESSED:' TO RT-CAPTION
           MOVE RT-RECEIPTS-READ TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'BACKORDER FILLS:' TO RT-CAPTION
           MOVE FT-FILLS TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO FILL-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 710-WRITE-FILL-LINE
           MOVE 'TOTAL QUANTITY FILLED:' TO RT-CAPTION
           MOVE FT-QTY-FILLED TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO FILL-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-FILL-LINE
           MOVE 'BACKORDERS CLOSED:' TO RT-CAPTION
           MOVE FT-BACKORDERS-CLOSED TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO FILL-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-FILL-LINE
       .

       860-WRITE-JOURNAL-ENTRY.
           MOVE 'PROGRAM17' TO GJ-SOURCE-PROGRAM
           MOVE WS-CURRENT-DATE TO GJ-JOURNAL-DATE
           MOVE JW-TRANS-CODE TO GJ-TRANS-CODE
           MOVE JW-AMOUNT TO GJ-AMOUNT
           MOVE JW-REFERENCE TO GJ-REFERENCE
           MOVE JW-DEBIT-ACCOUNT TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DEBIT-CREDIT
           WRITE JOURNAL-RECORD
           MOVE JW-CREDIT-ACCOUNT TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           WRITE JOURNAL-RECORD
       .

       870-WRITE-MOVEMENT.
           MOVE WS-CURRENT-DATE TO MV-MOVEMENT-DATE
           MOVE 'PROGRAM17' TO MV-SOURCE-PROGRAM
           WRITE MOVEMENT-RECORD
       .

       900-FINAL-ROUTINE.
           CLOSE SORTED-RECEIPT-FILE
                 INVENTORY-FILE
                 OPEN-PO-FILE
                 RECEIVING-REGISTER
                 JOURNAL-FILE
                 MOVEMENT-FILE
                 BACKORDER-FILE
                 FILL-REGISTER
           STOP RUN
       .
