       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM36.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program prints the inventory stock card for ASHRALS LTD.
      *Every program that changes stock appends a movement to the
      *permanent inventory movement file INVMOVE.TXT - sales from
      *PROGRAM7, dock receipts and backorder fills from PROGRAM17,
      *transfers out and in from PROGRAM18, restocked customer returns
      *from PROGRAM27 and count adjustments from PROGRAM35 - and
      *PROGRAM4 records a balance-set movement for every slot each time
      *it rebuilds the merged file from the regional feeds.  The
      *optional parameter record STOCKCARDCTL.TXT names the vendor,
      *warehouse and costume to report (any left blank means all, so a
      *whole warehouse or a single item can be asked for) and the from
      *and to dates (YYMMDD, defaulting to the whole file).  For each
      *size/type slot selected the card shows the opening balance built
      *from the movements before the from date, every movement in the
      *range with its running balance, and the closing balance.  The
      *balance is then carried through any later movements and compared
      *with the quantity on the inventory master INVMAST.DAT today; any
      *slot where the two do not agree is flagged so the missing or
      *extra posting can be chased.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STOCK-CARD-CONTROL
               ASSIGN TO 'STOCKCARDCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'INVMOVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT MOVEMENT-SORT-FILE
               ASSIGN TO 'PR36MOVESORT.TMP'.

           SELECT INV-SORT-FILE
               ASSIGN TO 'PR36INVSORT.TMP'.

           SELECT SORTED-MOVEMENT-FILE
               ASSIGN TO 'PR36SORTEDMOVE.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-INV-FILE
               ASSIGN TO 'PR36SORTEDINV.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOCK-CARD-REPORT
               ASSIGN TO PRINTER 'STOCK-CARD.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    STOCK-CARD-CONTROL.
       01    STOCK-CARD-CONTROL-RECORD.
             05  SK-VENDOR-ID                PIC X(4).
             05  SK-WAREHOUSE-ID             PIC X(3).
             05  SK-COSTUME-ID               PIC X(3).
             05  SK-FROM-DATE                PIC 9(6).
             05  SK-TO-DATE                  PIC 9(6).

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

       FD    INVENTORY-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA             PIC X(126).

       SD    MOVEMENT-SORT-FILE.
       01    MOVEMENT-SORT-RECORD.
             05  MSR-VENDOR-ID               PIC X(4).
             05  MSR-WAREHOUSE-ID            PIC X(3).
             05  MSR-COSTUME-ID              PIC X(3).
             05  MSR-SLOT                    PIC 9.
             05  MSR-MOVEMENT-DATE           PIC 9(6).
             05  MSR-SEQUENCE                PIC 9(7).
             05  MSR-SOURCE-PROGRAM          PIC X(9).
             05  MSR-MOVEMENT-TYPE           PIC X.
             05  MSR-DIRECTION               PIC X.
             05  MSR-QUANTITY                PIC 9(5).
             05  MSR-UNIT-COST               PIC 99V99.
             05  MSR-REFERENCE               PIC X(10).

       SD    INV-SORT-FILE
             RECORD CONTAINS 136 CHARACTERS.
       01    INV-SORT-RECORD.
             05    ISR-VENDOR-ID               PIC X(4).
             05    ISR-WAREHOUSE-ID            PIC X(3).
             05    ISR-COSTUME-ID              PIC X(3).
             05    ISR-COSTUME-DATA            PIC X(126).

       FD    SORTED-MOVEMENT-FILE.
       01    SORTED-MOVEMENT-REC.
             05  SM-MATCH-KEY.
                 10  SM-VENDOR-ID            PIC X(4).
                 10  SM-WAREHOUSE-ID         PIC X(3).
                 10  SM-COSTUME-ID           PIC X(3).
             05  SM-SLOT                     PIC 9.
             05  SM-MOVEMENT-DATE            PIC 9(6).
             05  SM-MOVEMENT-DATE-X REDEFINES SM-MOVEMENT-DATE.
                 10  SM-MOVE-YEAR            PIC 99.
                 10  SM-MOVE-MONTH           PIC 99.
                 10  SM-MOVE-DAY             PIC 99.
             05  SM-SEQUENCE                 PIC 9(7).
             05  SM-SOURCE-PROGRAM           PIC X(9).
             05  SM-MOVEMENT-TYPE            PIC X.
             05  SM-DIRECTION                PIC X.
             05  SM-QUANTITY                 PIC 9(5).
             05  SM-UNIT-COST                PIC 99V99.
             05  SM-REFERENCE                PIC X(10).

       FD    SORTED-INV-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    SORTED-INV-REC.
             05    SI-MATCH-KEY.
                   10  SI-VENDOR-ID            PIC X(4).
                   10  SI-WAREHOUSE-ID         PIC X(3).
                   10  SI-COSTUME-ID           PIC X(3).
             05    SI-COSTUME-DATA OCCURS 6 TIMES.
                   10  SI-COSTUME-NAME         PIC X(9).
                   10  SI-COSTUME-SIZE         PIC A.
                   10  SI-COSTUME-TYPE         PIC A.
                   10  SI-QUANTITY-IN-STOCK    PIC 9(3).
                   10  SI-REORDER-PT           PIC 9(3).
                   10  SI-PURCH-PRICE          PIC 99V99.

       FD    STOCK-CARD-REPORT.
       01    REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  MOVEMENT-EOF-FLAG           PIC X       VALUE 'Y'.
               88  NO-MORE-MOVEMENT-DATA               VALUE 'N'.
               88  MORE-MOVEMENT-RECORDS               VALUE 'Y'.
           05  INVENTORY-EOF-FLAG          PIC X       VALUE 'Y'.
               88  NO-MORE-INVENTORY-DATA              VALUE 'N'.
               88  MORE-INVENTORY-RECORDS              VALUE 'Y'.
           05  INVENTORY-PRESENT-SW        PIC X       VALUE 'N'.
               88  INVENTORY-PRESENT                   VALUE 'Y'.
           05  ITEM-SELECTED-SW            PIC X       VALUE 'N'.
               88  ITEM-SELECTED                       VALUE 'Y'.
           05  SLOT-LISTED-SW              PIC X       VALUE 'N'.
               88  SLOT-LISTED                         VALUE 'Y'.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.

       01  SELECTION-FIELDS.
           05  SEL-VENDOR-ID               PIC X(4)    VALUE SPACES.
           05  SEL-WAREHOUSE-ID            PIC X(3)    VALUE SPACES.
           05  SEL-COSTUME-ID              PIC X(3)    VALUE SPACES.
           05  SEL-FROM-DATE               PIC 9(6)    VALUE 0.
           05  SEL-TO-DATE                 PIC 9(6)    VALUE 999999.
           05  TEST-VENDOR-ID              PIC X(4)    VALUE SPACES.
           05  TEST-WAREHOUSE-ID           PIC X(3)    VALUE SPACES.
           05  TEST-COSTUME-ID             PIC X(3)    VALUE SPACES.
           05  MOVEMENT-SEQUENCE           PIC 9(7)    VALUE 0.

       01  ITEM-FIELDS.
           05  ITEM-KEY.
               10  ITEM-VENDOR-ID          PIC X(4).
               10  ITEM-WAREHOUSE-ID       PIC X(3).
               10  ITEM-COSTUME-ID         PIC X(3).

       01  SLOT-FIELDS.
           05  SC-BALANCE                  PIC S9(7)   VALUE 0.
           05  SC-OPENING                  PIC S9(7)   VALUE 0.
           05  SC-CLOSING                  PIC S9(7)   VALUE 0.
           05  SC-ON-FILE                  PIC S9(7)   VALUE 0.
           05  SC-QTY-IN                   PIC 9(7)    VALUE 0.
           05  SC-QTY-OUT                  PIC 9(7)    VALUE 0.
           05  SC-LATER-COUNT              PIC 9(5)    VALUE 0.

       01  CARD-TOTALS.
           05  CD-ITEMS-LISTED             PIC 9(5)    VALUE 0.
           05  CD-SLOTS-LISTED             PIC 9(5)    VALUE 0.
           05  CD-MOVEMENTS-LISTED         PIC 9(7)    VALUE 0.
           05  CD-SLOTS-OUT-OF-AGREEMENT   PIC 9(5)    VALUE 0.
           05  CD-BAD-SLOT-MOVEMENTS       PIC 9(5)    VALUE 0.

      *************************OUTPUT AREA********************************
       01  HEADING-ONE.
           05                              PIC X(35) VALUE SPACES.
           05                              PIC X(25) VALUE 'ASHRAL LTD'.
      *
       01  HEADING-TWO.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10                          PIC X    VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  H1-YEAR                 PIC 99.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(30) VALUE
                                        'INVENTORY STOCK CARD'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  SELECTION-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'VENDOR: '.
           05  SL-VENDOR-ID                PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'WAREHOUSE: '.
           05  SL-WAREHOUSE-ID             PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'COSTUME: '.
           05  SL-COSTUME-ID               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'DATES: '.
           05  SL-FROM-DATE                PIC 9(6).
           05                              PIC X(4)  VALUE ' TO '.
           05  SL-TO-DATE                  PIC 9(6).
      *
       01  ITEM-HEADING-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'VENDOR: '.
           05  IH-VENDOR-ID                PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'WAREHOUSE: '.
           05  IH-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'COSTUME: '.
           05  IH-COSTUME-ID               PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  IH-REMARK                   PIC X(30).
      *
       01  SLOT-HEADING-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'SLOT: '.
           05  SH-SLOT                     PIC 9.
           05                              PIC X(3)  VALUE SPACES.
           05  SH-COSTUME-NAME             PIC X(9).
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'SIZE: '.
           05  SH-COSTUME-SIZE             PIC X.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'TYPE: '.
           05  SH-COSTUME-TYPE             PIC X.
      *
       01  MOVEMENT-HEADING-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'DATE'.
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'SOURCE'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'TYPE'.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'REFERENCE'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(2)  VALUE 'IN'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'OUT'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'BALANCE'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'UNIT COST'.
      *
       01  MOVEMENT-DETAIL-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  MD-DATE.
               10  MD-MONTH                PIC 99.
               10                          PIC X     VALUE '/'.
               10  MD-DAY                  PIC 99.
               10                          PIC X     VALUE '/'.
               10  MD-YEAR                 PIC 99.
           05                              PIC X(3)  VALUE SPACES.
           05  MD-SOURCE-PROGRAM           PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  MD-TYPE                     PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  MD-REFERENCE                PIC X(10).
           05                              PIC X(2)  VALUE SPACES.
           05  MD-QTY-IN                   PIC ZZZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  MD-QTY-OUT                  PIC ZZZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  MD-BALANCE                  PIC ------9.
           05                              PIC X(4)  VALUE SPACES.
           05  MD-UNIT-COST                PIC $$9.99.
      *
       01  BALANCE-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05  BL-CAPTION                  PIC X(30).
           05                              PIC X(27) VALUE SPACES.
           05  BL-BALANCE                  PIC ------9.
      *
       01  AGREEMENT-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(15) VALUE
                                           'LEDGER BALANCE '.
           05  AG-LEDGER-BALANCE           PIC ------9.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'ON INVMAST.DAT      '.
           05  AG-ON-FILE                  PIC ------9.
           05                              PIC X(3)  VALUE SPACES.
           05  AG-REMARK                   PIC X(20).
      *
       01  REPORT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RT-CAPTION                  PIC X(28).
           05  RT-TOTAL                    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *
       100-PRINT-STOCK-CARDS.
           PERFORM 120-READ-STOCK-CARD-CONTROL
           PERFORM 150-SORT-INPUT-FILES
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-MATCH-FILES
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       120-READ-STOCK-CARD-CONTROL.
           OPEN INPUT STOCK-CARD-CONTROL
           READ STOCK-CARD-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SK-VENDOR-ID TO SEL-VENDOR-ID
                   MOVE SK-WAREHOUSE-ID TO SEL-WAREHOUSE-ID
                   MOVE SK-COSTUME-ID TO SEL-COSTUME-ID
                   IF SK-FROM-DATE IS NUMERIC
                       MOVE SK-FROM-DATE TO SEL-FROM-DATE
                   END-IF
                   IF SK-TO-DATE IS NUMERIC
                      AND SK-TO-DATE > 0
                       MOVE SK-TO-DATE TO SEL-TO-DATE
                   END-IF
           END-READ
           CLOSE STOCK-CARD-CONTROL
           IF SEL-FROM-DATE > SEL-TO-DATE
               DISPLAY 'STOCK CARD FROM DATE ' SEL-FROM-DATE
                       ' IS AFTER TO DATE ' SEL-TO-DATE
               STOP RUN
           END-IF
       .

       150-SORT-INPUT-FILES.
           OPEN INPUT MOVEMENT-FILE
           SORT MOVEMENT-SORT-FILE
                ON ASCENDING KEY MSR-VENDOR-ID
                ON ASCENDING KEY MSR-WAREHOUSE-ID
                ON ASCENDING KEY MSR-COSTUME-ID
                ON ASCENDING KEY MSR-SLOT
                ON ASCENDING KEY MSR-MOVEMENT-DATE
                ON ASCENDING KEY MSR-SEQUENCE
                INPUT PROCEDURE IS 160-RELEASE-MOVEMENTS
                GIVING SORTED-MOVEMENT-FILE
           CLOSE MOVEMENT-FILE

           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               STOP RUN
           END-IF
           SORT INV-SORT-FILE
                ON ASCENDING KEY ISR-VENDOR-ID
                ON ASCENDING KEY ISR-WAREHOUSE-ID
                ON ASCENDING KEY ISR-COSTUME-ID
                INPUT PROCEDURE IS 170-RELEASE-INVENTORY
                GIVING SORTED-INV-FILE
           CLOSE INVENTORY-FILE
       .

       160-RELEASE-MOVEMENTS.
           PERFORM UNTIL NO-MORE-MOVEMENT-DATA
               READ MOVEMENT-FILE
                   AT END
                       MOVE 'N' TO MOVEMENT-EOF-FLAG
                   NOT AT END
                       MOVE MV-VENDOR-ID TO TEST-VENDOR-ID
                       MOVE MV-WAREHOUSE-ID TO TEST-WAREHOUSE-ID
                       MOVE MV-COSTUME-ID TO TEST-COSTUME-ID
                       PERFORM 180-CHECK-SELECTION
                       IF ITEM-SELECTED
                           PERFORM 165-RELEASE-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'Y' TO MOVEMENT-EOF-FLAG
       .

       165-RELEASE-ONE-MOVEMENT.
           ADD 1 TO MOVEMENT-SEQUENCE
           MOVE MV-VENDOR-ID TO MSR-VENDOR-ID
           MOVE MV-WAREHOUSE-ID TO MSR-WAREHOUSE-ID
           MOVE MV-COSTUME-ID TO MSR-COSTUME-ID
           MOVE MV-SLOT TO MSR-SLOT
           MOVE MV-MOVEMENT-DATE TO MSR-MOVEMENT-DATE
           MOVE MOVEMENT-SEQUENCE TO MSR-SEQUENCE
           MOVE MV-SOURCE-PROGRAM TO MSR-SOURCE-PROGRAM
           MOVE MV-MOVEMENT-TYPE TO MSR-MOVEMENT-TYPE
           MOVE MV-DIRECTION TO MSR-DIRECTION
           MOVE MV-QUANTITY TO MSR-QUANTITY
           MOVE MV-UNIT-COST TO MSR-UNIT-COST
           MOVE MV-REFERENCE TO MSR-REFERENCE
           RELEASE MOVEMENT-SORT-RECORD
       .

       170-RELEASE-INVENTORY.
           PERFORM UNTIL NO-MORE-INVENTORY-DATA
               READ INVENTORY-FILE
                   AT END
                       MOVE 'N' TO INVENTORY-EOF-FLAG
                   NOT AT END
                       MOVE IR-VENDOR-ID TO TEST-VENDOR-ID
                       MOVE IR-WAREHOUSE-ID TO TEST-WAREHOUSE-ID
                       MOVE IR-COSTUME-ID TO TEST-COSTUME-ID
                       PERFORM 180-CHECK-SELECTION
                       IF ITEM-SELECTED
                           MOVE INVENTORY-REC TO INV-SORT-RECORD
                           RELEASE INV-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'Y' TO INVENTORY-EOF-FLAG
       .

       180-CHECK-SELECTION.
           MOVE 'Y' TO ITEM-SELECTED-SW
           IF SEL-VENDOR-ID NOT = SPACES
              AND SEL-VENDOR-ID NOT = TEST-VENDOR-ID
               MOVE 'N' TO ITEM-SELECTED-SW
           END-IF
           IF SEL-WAREHOUSE-ID NOT = SPACES
              AND SEL-WAREHOUSE-ID NOT = TEST-WAREHOUSE-ID
               MOVE 'N' TO ITEM-SELECTED-SW
           END-IF
           IF SEL-COSTUME-ID NOT = SPACES
              AND SEL-COSTUME-ID NOT = TEST-COSTUME-ID
               MOVE 'N' TO ITEM-SELECTED-SW
           END-IF
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-MOVEMENT-FILE
                       SORTED-INV-FILE
                OUTPUT STOCK-CARD-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE SEL-VENDOR-ID TO SL-VENDOR-ID
           IF SEL-VENDOR-ID = SPACES
               MOVE 'ALL' TO SL-VENDOR-ID
           END-IF
           MOVE SEL-WAREHOUSE-ID TO SL-WAREHOUSE-ID
           IF SEL-WAREHOUSE-ID = SPACES
               MOVE 'ALL' TO SL-WAREHOUSE-ID
           END-IF
           MOVE SEL-COSTUME-ID TO SL-COSTUME-ID
           IF SEL-COSTUME-ID = SPACES
               MOVE 'ALL' TO SL-COSTUME-ID
           END-IF
           MOVE SEL-FROM-DATE TO SL-FROM-DATE
           MOVE SEL-TO-DATE TO SL-TO-DATE
       .

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE SELECTION-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE MOVEMENT-HEADING-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-MATCH-FILES.
           PERFORM 410-READ-MOVEMENT
           PERFORM 420-READ-INVENTORY
           PERFORM UNTIL NO-MORE-MOVEMENT-DATA
                     AND NO-MORE-INVENTORY-DATA
               EVALUATE TRUE
                   WHEN NO-MORE-MOVEMENT-DATA
                       MOVE SI-MATCH-KEY TO ITEM-KEY
                       MOVE 'Y' TO INVENTORY-PRESENT-SW
                   WHEN NO-MORE-INVENTORY-DATA
                       MOVE SM-MATCH-KEY TO ITEM-KEY
                       MOVE 'N' TO INVENTORY-PRESENT-SW
                   WHEN SM-MATCH-KEY < SI-MATCH-KEY
                       MOVE SM-MATCH-KEY TO ITEM-KEY
                       MOVE 'N' TO INVENTORY-PRESENT-SW
                   WHEN SM-MATCH-KEY > SI-MATCH-KEY
                       MOVE SI-MATCH-KEY TO ITEM-KEY
                       MOVE 'Y' TO INVENTORY-PRESENT-SW
                   WHEN OTHER
                       MOVE SI-MATCH-KEY TO ITEM-KEY
                       MOVE 'Y' TO INVENTORY-PRESENT-SW
               END-EVALUATE
               PERFORM 450-PRINT-ITEM-CARD
               IF INVENTORY-PRESENT
                   PERFORM 420-READ-INVENTORY
               END-IF
           END-PERFORM
       .

       410-READ-MOVEMENT.
           READ SORTED-MOVEMENT-FILE
               AT END
                   MOVE 'N' TO MOVEMENT-EOF-FLAG
           END-READ
       .

       420-READ-INVENTORY.
           READ SORTED-INV-FILE
               AT END
                   MOVE 'N' TO INVENTORY-EOF-FLAG
           END-READ
       .

       450-PRINT-ITEM-CARD.
           MOVE SPACES TO IH-REMARK
           MOVE ITEM-VENDOR-ID TO IH-VENDOR-ID
           MOVE ITEM-WAREHOUSE-ID TO IH-WAREHOUSE-ID
           MOVE ITEM-COSTUME-ID TO IH-COSTUME-ID
           IF NOT INVENTORY-PRESENT
               MOVE '*** NOT ON INVMAST.DAT' TO IH-REMARK
           END-IF
           MOVE ITEM-HEADING-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           ADD 1 TO CD-ITEMS-LISTED
           PERFORM 460-SKIP-BAD-SLOT-MOVEMENTS
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               PERFORM 500-PRINT-SLOT-CARD
           END-PERFORM
           PERFORM 460-SKIP-BAD-SLOT-MOVEMENTS
       .

       460-SKIP-BAD-SLOT-MOVEMENTS.
           PERFORM UNTIL NO-MORE-MOVEMENT-DATA
                      OR SM-MATCH-KEY NOT = ITEM-KEY
                      OR (SM-SLOT IS NUMERIC
                          AND SM-SLOT > 0 AND SM-SLOT < 7)
               ADD 1 TO CD-BAD-SLOT-MOVEMENTS
               PERFORM 410-READ-MOVEMENT
           END-PERFORM
       .

       500-PRINT-SLOT-CARD.
           MOVE 'N' TO SLOT-LISTED-SW
           IF MORE-MOVEMENT-RECORDS
              AND SM-MATCH-KEY = ITEM-KEY
              AND SM-SLOT = SUB
               MOVE 'Y' TO SLOT-LISTED-SW
           END-IF
           MOVE 0 TO SC-ON-FILE
           IF INVENTORY-PRESENT
               IF SI-QUANTITY-IN-STOCK(SUB) IS NUMERIC
                   MOVE SI-QUANTITY-IN-STOCK(SUB) TO SC-ON-FILE
               END-IF
               IF SI-COSTUME-NAME(SUB) NOT = SPACES
                  OR SC-ON-FILE > 0
                   MOVE 'Y' TO SLOT-LISTED-SW
               END-IF
           END-IF
           IF SLOT-LISTED
               PERFORM 510-OPENING-BALANCE
               PERFORM 530-PERIOD-MOVEMENTS
               PERFORM 550-CLOSING-BALANCE
           END-IF
       .

       510-OPENING-BALANCE.
           MOVE 0 TO SC-BALANCE
           MOVE 0 TO SC-QTY-IN
           MOVE 0 TO SC-QTY-OUT
           MOVE 0 TO SC-LATER-COUNT
           PERFORM UNTIL NO-MORE-MOVEMENT-DATA
                      OR SM-MATCH-KEY NOT = ITEM-KEY
                      OR SM-SLOT NOT = SUB
                      OR SM-MOVEMENT-DATE NOT < SEL-FROM-DATE
               PERFORM 520-APPLY-MOVEMENT
               PERFORM 410-READ-MOVEMENT
           END-PERFORM
           MOVE SC-BALANCE TO SC-OPENING
           MOVE SUB TO SH-SLOT
           IF INVENTORY-PRESENT
               MOVE SI-COSTUME-NAME(SUB) TO SH-COSTUME-NAME
               MOVE SI-COSTUME-SIZE(SUB) TO SH-COSTUME-SIZE
               MOVE SI-COSTUME-TYPE(SUB) TO SH-COSTUME-TYPE
           ELSE
               MOVE SPACES TO SH-COSTUME-NAME
               MOVE SPACES TO SH-COSTUME-SIZE
               MOVE SPACES TO SH-COSTUME-TYPE
           END-IF
           MOVE SLOT-HEADING-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'OPENING BALANCE' TO BL-CAPTION
           MOVE SC-OPENING TO BL-BALANCE
           MOVE BALANCE-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           ADD 1 TO CD-SLOTS-LISTED
       .

       520-APPLY-MOVEMENT.
           IF SM-QUANTITY IS NOT NUMERIC
               MOVE 0 TO SM-QUANTITY
           END-IF
           EVALUATE SM-DIRECTION
               WHEN '+'
                   ADD SM-QUANTITY TO SC-BALANCE
               WHEN '-'
                   SUBTRACT SM-QUANTITY FROM SC-BALANCE
               WHEN '='
                   MOVE SM-QUANTITY TO SC-BALANCE
           END-EVALUATE
       .

       530-PERIOD-MOVEMENTS.
           PERFORM UNTIL NO-MORE-MOVEMENT-DATA
                      OR SM-MATCH-KEY NOT = ITEM-KEY
                      OR SM-SLOT NOT = SUB
                      OR SM-MOVEMENT-DATE > SEL-TO-DATE
               PERFORM 520-APPLY-MOVEMENT
               PERFORM 540-PRINT-MOVEMENT
               PERFORM 410-READ-MOVEMENT
           END-PERFORM
       .

       540-PRINT-MOVEMENT.
           MOVE SM-MOVE-MONTH TO MD-MONTH
           MOVE SM-MOVE-DAY TO MD-DAY
           MOVE SM-MOVE-YEAR TO MD-YEAR
           MOVE SM-SOURCE-PROGRAM TO MD-SOURCE-PROGRAM
           EVALUATE SM-MOVEMENT-TYPE
               WHEN 'S'
                   MOVE 'SALE' TO MD-TYPE
               WHEN 'R'
                   MOVE 'RECEIPT' TO MD-TYPE
               WHEN 'O'
                   MOVE 'XFER OUT' TO MD-TYPE
               WHEN 'I'
                   MOVE 'XFER IN' TO MD-TYPE
               WHEN 'A'
                   MOVE 'ADJUST' TO MD-TYPE
               WHEN 'B'
                   MOVE 'BAL SET' TO MD-TYPE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO MD-TYPE
           END-EVALUATE
           MOVE SM-REFERENCE TO MD-REFERENCE
           MOVE 0 TO MD-QTY-IN
           MOVE 0 TO MD-QTY-OUT
           EVALUATE SM-DIRECTION
               WHEN '+'
                   MOVE SM-QUANTITY TO MD-QTY-IN
                   ADD SM-QUANTITY TO SC-QTY-IN
               WHEN '-'
                   MOVE SM-QUANTITY TO MD-QTY-OUT
                   ADD SM-QUANTITY TO SC-QTY-OUT
           END-EVALUATE
           MOVE SC-BALANCE TO MD-BALANCE
           IF SM-UNIT-COST IS NUMERIC
               MOVE SM-UNIT-COST TO MD-UNIT-COST
           ELSE
               MOVE 0 TO MD-UNIT-COST
           END-IF
           MOVE MOVEMENT-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           ADD 1 TO CD-MOVEMENTS-LISTED
       .

       550-CLOSING-BALANCE.
           MOVE SC-BALANCE TO SC-CLOSING
           MOVE 'CLOSING BALANCE' TO BL-CAPTION
           MOVE SC-CLOSING TO BL-BALANCE
           MOVE BALANCE-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           PERFORM UNTIL NO-MORE-MOVEMENT-DATA
                      OR SM-MATCH-KEY NOT = ITEM-KEY
                      OR SM-SLOT NOT = SUB
               PERFORM 520-APPLY-MOVEMENT
               ADD 1 TO SC-LATER-COUNT
               PERFORM 410-READ-MOVEMENT
           END-PERFORM
           IF SC-LATER-COUNT > 0
               MOVE 'AFTER LATER MOVEMENTS' TO BL-CAPTION
               MOVE SC-BALANCE TO BL-BALANCE
               MOVE BALANCE-LINE TO REPORT-LINE
               PERFORM 700-WRITE-A-LINE
           END-IF
           MOVE SC-BALANCE TO AG-LEDGER-BALANCE
           MOVE SC-ON-FILE TO AG-ON-FILE
           IF SC-BALANCE = SC-ON-FILE
               MOVE 'AGREES' TO AG-REMARK
           ELSE
               MOVE '*** DOES NOT AGREE' TO AG-REMARK
               ADD 1 TO CD-SLOTS-OUT-OF-AGREEMENT
           END-IF
           MOVE AGREEMENT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'ITEMS LISTED:' TO RT-CAPTION
           MOVE CD-ITEMS-LISTED TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'SLOTS LISTED:' TO RT-CAPTION
           MOVE CD-SLOTS-LISTED TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'MOVEMENTS LISTED:' TO RT-CAPTION
           MOVE CD-MOVEMENTS-LISTED TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'SLOTS NOT IN AGREEMENT:' TO RT-CAPTION
           MOVE CD-SLOTS-OUT-OF-AGREEMENT TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'MOVEMENTS WITH BAD SLOT:' TO RT-CAPTION
           MOVE CD-BAD-SLOT-MOVEMENTS TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE SORTED-MOVEMENT-FILE
                 SORTED-INV-FILE
                 STOCK-CARD-REPORT
           STOP RUN
       .
