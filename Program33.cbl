       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM33.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program prints the physical inventory count sheets for
      *ASHRALS LTD from the inventory master INVMAST.DAT.  The sheets
      *are sorted into warehouse, vendor and costume order and start a
      *new page for each warehouse, with one line for every one of the
      *six size/type slots on each costume record and a blank for the
      *counter to write in the quantity found.  The count control
      *record COUNTCTL.TXT chooses the run: a full count of every
      *costume, or a cycle count of only the vendor/warehouse/costume
      *IDs listed on CYCLELIST.TXT for this week, limited to a single
      *warehouse if one is given, and whether the book quantity is
      *printed on the sheet or left off so the count is blind. When
      *there is no control record a blind full count of every warehouse
      *is printed.  The counted sheets are keyed to COUNTENT.TXT by
      *vendor/warehouse/costume and slot number for the variance report
      *in PROGRAM34.  The book quantity of every slot printed is saved
      *on the count snapshot file COUNTSNAP.TXT, in sheet order, so the
      *count is valued against the stock as it stood when the sheets
      *were printed and not as it stands after later sales, receipts
      *and transfers.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT INV-SORT-FILE
               ASSIGN TO 'PR33INVSORT.TMP'.

           SELECT SORTED-INV-FILE
               ASSIGN TO 'PR33SORTEDINV.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNT-CONTROL-FILE
               ASSIGN TO 'COUNTCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CYCLE-LIST-FILE
               ASSIGN TO 'CYCLELIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COUNT-SNAPSHOT-FILE
               ASSIGN TO 'COUNTSNAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COUNT-SHEETS
               ASSIGN TO PRINTER 'COUNT-SHEETS.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    INVENTORY-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
                   10  IR-COSTUME-TYPE         PIC A.
                   10  IR-QUANTITY-IN-STOCK    PIC 9(3).
                   10  IR-REORDER-PT           PIC 9(3).
                   10  IR-PURCH-PRICE          PIC 99V99.

       SD    INV-SORT-FILE
             RECORD CONTAINS 136 CHARACTERS.
       01    INV-SORT-RECORD.
             05    ISR-VENDOR-ID               PIC X(4).
             05    ISR-WAREHOUSE-ID            PIC X(3).
             05    ISR-COSTUME-ID              PIC X(3).
             05    ISR-COSTUME-DATA            PIC X(126).

       FD    SORTED-INV-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    SORTED-INV-REC.
             05    SI-VENDOR-ID                PIC X(4).
             05    SI-WAREHOUSE-ID             PIC X(3).
             05    SI-COSTUME-ID               PIC X(3).
             05    SI-COSTUME-DATA OCCURS 6 TIMES.
                   10  SI-COSTUME-NAME         PIC X(9).
                   10  SI-COSTUME-SIZE         PIC A.
                   10  SI-COSTUME-TYPE         PIC A.
                   10  SI-QUANTITY-IN-STOCK    PIC 9(3).
                   10  SI-REORDER-PT           PIC 9(3).
                   10  SI-PURCH-PRICE          PIC 99V99.

       FD    COUNT-CONTROL-FILE.
       01    COUNT-CONTROL-RECORD.
             05  CC-COUNT-MODE               PIC X.
             05  CC-WAREHOUSE-ID             PIC X(3).
             05  CC-SHOW-BOOK-QTY            PIC X.

       FD    CYCLE-LIST-FILE.
       01    CYCLE-LIST-RECORD.
             05  CL-VENDOR-ID                PIC X(4).
             05  CL-WAREHOUSE-ID             PIC X(3).
             05  CL-COSTUME-ID               PIC X(3).

       FD    COUNT-SNAPSHOT-FILE.
       01    COUNT-SNAPSHOT-RECORD.
             05  SN-WAREHOUSE-ID             PIC X(3).
             05  SN-VENDOR-ID                PIC X(4).
             05  SN-COSTUME-ID               PIC X(3).
             05  SN-SLOT                     PIC 9.
             05  SN-BOOK-QTY                 PIC 9(3).
             05  SN-SNAPSHOT-DATE            PIC 9(6).

       FD    COUNT-SHEETS.
       01    SHEET-LINE                  PIC X(80).

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
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-RECORDS                      VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  SORTED-EOF-FLAG             PIC X       VALUE 'Y'.
               88 NO-MORE-SORTED-DATA                  VALUE 'N'.
               88 MORE-SORTED-RECORDS                  VALUE 'Y'.
           05  LIST-EOF-FLAG               PIC X       VALUE 'Y'.
               88 NO-MORE-LIST-DATA                    VALUE 'N'.
               88 MORE-LIST-RECORDS                    VALUE 'Y'.
           05  COUNT-MODE-SW               PIC X       VALUE 'F'.
               88  FULL-COUNT                          VALUE 'F'.
               88  CYCLE-COUNT                         VALUE 'C'.
           05  SHOW-BOOK-SW                PIC X       VALUE 'N'.
               88  SHOW-BOOK-QTY                       VALUE 'Y'.
           05  SELECT-WAREHOUSE            PIC X(3)    VALUE SPACES.
           05  ITEM-SELECTED-SW            PIC X       VALUE 'N'.
               88  ITEM-SELECTED                       VALUE 'Y'.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.
           05  LIST-SUB                    PIC 9(3)    VALUE 1.
           05  LIST-COUNT                  PIC 9(3)    VALUE 0.

       01  CYCLE-LIST-TABLE.
           05  CYCLE-LIST-ENTRY OCCURS 200 TIMES.
               10  CT-ITEM-KEY             PIC X(10).

       01  ITEM-KEY-WORK.
           05  IK-VENDOR-ID                PIC X(4).
           05  IK-WAREHOUSE-ID             PIC X(3).
           05  IK-COSTUME-ID               PIC X(3).

       01  GROUP-FIELDS.
           05  GROUP-WAREHOUSE-ID          PIC X(3).
           05  GROUP-ITEM-COUNT            PIC 9(5)    VALUE 0.
           05  GROUP-SLOT-COUNT            PIC 9(5)    VALUE 0.

       01  SHEET-TOTALS.
           05  ST-WAREHOUSES               PIC 9(5)    VALUE 0.
           05  ST-ITEMS                    PIC 9(5)    VALUE 0.
           05  ST-SLOTS                    PIC 9(5)    VALUE 0.

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
                                 'PHYSICAL INVENTORY COUNT SHEET'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  WAREHOUSE-HEADING.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'WAREHOUSE: '.
           05  WH-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(5)  VALUE SPACES.
           05  WH-COUNT-TYPE               PIC X(11).
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'VENDOR'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'ITEM'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'SLOT'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'COSTUME'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'SIZE'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'TYPE'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'BOOK'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'COUNTED'.
      *
       01  SHEET-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  SD-VENDOR-ID                PIC X(4).
           05                              PIC X(4)  VALUE SPACES.
           05  SD-COSTUME-ID               PIC X(3).
           05                              PIC X(4)  VALUE SPACES.
           05  SD-SLOT                     PIC 9.
           05                              PIC X(3)  VALUE SPACES.
           05  SD-COSTUME-NAME             PIC X(9).
           05                              PIC X(3)  VALUE SPACES.
           05  SD-COSTUME-SIZE             PIC X.
           05                              PIC X(5)  VALUE SPACES.
           05  SD-COSTUME-TYPE             PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  SD-BOOK-QTY                 PIC X(3).
           05                              PIC X(4)  VALUE SPACES.
           05  SD-COUNT-BLANK              PIC X(9)  VALUE '_________'.
      *
       01  BOOK-QTY-EDIT                   PIC ZZ9.
      *
       01  WAREHOUSE-FOOTING.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(12) VALUE
                                           'ITEMS LISTED'.
           05  WF-ITEM-COUNT               PIC ZZZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(12) VALUE
                                           'SLOTS LISTED'.
           05  WF-SLOT-COUNT               PIC ZZZZ9.
      *
       01  SIGNATURE-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(32) VALUE
                                 'COUNTED BY _____________________'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(32) VALUE
                                 'CHECKED BY _____________________'.
      *
       01  COUNT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CT-CAPTION                  PIC X(24).
           05  CT-COUNT                    PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       100-PRINT-COUNT-SHEETS.
           PERFORM 120-READ-COUNT-CONTROL
           PERFORM 150-SORT-INVENTORY
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-PROCESS-WAREHOUSES
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       120-READ-COUNT-CONTROL.
           OPEN INPUT COUNT-CONTROL-FILE
           READ COUNT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-COUNT-MODE = 'C'
                       MOVE 'C' TO COUNT-MODE-SW
                   END-IF
                   MOVE CC-WAREHOUSE-ID TO SELECT-WAREHOUSE
                   IF CC-SHOW-BOOK-QTY = 'Y'
                       MOVE 'Y' TO SHOW-BOOK-SW
                   END-IF
           END-READ
           CLOSE COUNT-CONTROL-FILE
           IF CYCLE-COUNT
               PERFORM 130-LOAD-CYCLE-LIST
           END-IF
       .

       130-LOAD-CYCLE-LIST.
           OPEN INPUT CYCLE-LIST-FILE
           PERFORM UNTIL NO-MORE-LIST-DATA
               READ CYCLE-LIST-FILE
                   AT END
                       MOVE 'N' TO LIST-EOF-FLAG
                   NOT AT END
                       IF LIST-COUNT < 200
                           ADD 1 TO LIST-COUNT
                           MOVE CYCLE-LIST-RECORD
                               TO CT-ITEM-KEY(LIST-COUNT)
                       ELSE
                           DISPLAY 'CYCLE LIST FULL - ' CL-VENDOR-ID
                                   CL-WAREHOUSE-ID CL-COSTUME-ID
                                   ' NOT LISTED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLE-LIST-FILE
           IF LIST-COUNT = 0
               DISPLAY 'CYCLE COUNT REQUESTED BUT CYCLELIST.TXT IS '
                       'EMPTY - NO SHEETS PRINTED'
               STOP RUN
           END-IF
       .

       150-SORT-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               STOP RUN
           END-IF
           SORT INV-SORT-FILE
                ON ASCENDING KEY ISR-WAREHOUSE-ID
                ON ASCENDING KEY ISR-VENDOR-ID
                ON ASCENDING KEY ISR-COSTUME-ID
                INPUT PROCEDURE IS 160-RELEASE-COUNT-ITEMS
                GIVING SORTED-INV-FILE
           CLOSE INVENTORY-FILE
       .

       160-RELEASE-COUNT-ITEMS.
           PERFORM UNTIL NO-MORE-RECORDS
               READ INVENTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 170-SELECT-ITEM
                       IF ITEM-SELECTED
                           MOVE INVENTORY-REC TO INV-SORT-RECORD
                           RELEASE INV-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
       .

       170-SELECT-ITEM.
           MOVE 'Y' TO ITEM-SELECTED-SW
           IF SELECT-WAREHOUSE NOT = SPACES
              AND IR-WAREHOUSE-ID NOT = SELECT-WAREHOUSE
               MOVE 'N' TO ITEM-SELECTED-SW
           END-IF
           IF ITEM-SELECTED AND CYCLE-COUNT
               MOVE IR-VENDOR-ID TO IK-VENDOR-ID
               MOVE IR-WAREHOUSE-ID TO IK-WAREHOUSE-ID
               MOVE IR-COSTUME-ID TO IK-COSTUME-ID
               PERFORM VARYING LIST-SUB FROM 1 BY 1
                       UNTIL LIST-SUB > LIST-COUNT
                          OR CT-ITEM-KEY(LIST-SUB) = ITEM-KEY-WORK
                   CONTINUE
               END-PERFORM
               IF LIST-SUB > LIST-COUNT
                   MOVE 'N' TO ITEM-SELECTED-SW
               END-IF
           END-IF
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-INV-FILE
                OUTPUT COUNT-SHEETS
                       COUNT-SNAPSHOT-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           IF CYCLE-COUNT
               MOVE 'CYCLE COUNT' TO WH-COUNT-TYPE
           ELSE
               MOVE 'FULL COUNT' TO WH-COUNT-TYPE
           END-IF
       .

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO SHEET-LINE
           WRITE SHEET-LINE
               AFTER ADVANCING PAGE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO SHEET-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE GROUP-WAREHOUSE-ID TO WH-WAREHOUSE-ID
           MOVE WAREHOUSE-HEADING TO SHEET-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO SHEET-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-PROCESS-WAREHOUSES.
           PERFORM 410-READ-SORTED-ITEM
           PERFORM UNTIL NO-MORE-SORTED-DATA
               PERFORM 430-START-WAREHOUSE
               PERFORM UNTIL NO-MORE-SORTED-DATA
                         OR SI-WAREHOUSE-ID NOT = GROUP-WAREHOUSE-ID
                   PERFORM 500-LIST-ITEM-SLOTS
                   PERFORM 410-READ-SORTED-ITEM
               END-PERFORM
               PERFORM 600-WAREHOUSE-FOOTING
           END-PERFORM
       .

       410-READ-SORTED-ITEM.
           READ SORTED-INV-FILE
               AT END
                   MOVE 'N' TO SORTED-EOF-FLAG
           END-READ
       .

       430-START-WAREHOUSE.
           MOVE SI-WAREHOUSE-ID TO GROUP-WAREHOUSE-ID
           MOVE 0 TO GROUP-ITEM-COUNT
           MOVE 0 TO GROUP-SLOT-COUNT
           ADD 1 TO ST-WAREHOUSES
           PERFORM 300-COLUMN-HEADERS
       .

       500-LIST-ITEM-SLOTS.
           ADD 1 TO GROUP-ITEM-COUNT
                    ST-ITEMS
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF SI-COSTUME-NAME(SUB) NOT = SPACES
                  OR SI-COSTUME-SIZE(SUB) NOT = SPACES
                   PERFORM 550-WRITE-SLOT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO SHEET-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       550-WRITE-SLOT-LINE.
           MOVE SI-VENDOR-ID TO SD-VENDOR-ID
           MOVE SI-COSTUME-ID TO SD-COSTUME-ID
           MOVE SUB TO SD-SLOT
           MOVE SI-COSTUME-NAME(SUB) TO SD-COSTUME-NAME
           MOVE SI-COSTUME-SIZE(SUB) TO SD-COSTUME-SIZE
           MOVE SI-COSTUME-TYPE(SUB) TO SD-COSTUME-TYPE
           IF SHOW-BOOK-QTY
              AND SI-QUANTITY-IN-STOCK(SUB) IS NUMERIC
               MOVE SI-QUANTITY-IN-STOCK(SUB) TO BOOK-QTY-EDIT
               MOVE BOOK-QTY-EDIT TO SD-BOOK-QTY
           ELSE
               MOVE '---' TO SD-BOOK-QTY
           END-IF
           MOVE SHEET-DETAIL-LINE TO SHEET-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           ADD 1 TO GROUP-SLOT-COUNT
                    ST-SLOTS
           MOVE SI-WAREHOUSE-ID TO SN-WAREHOUSE-ID
           MOVE SI-VENDOR-ID TO SN-VENDOR-ID
           MOVE SI-COSTUME-ID TO SN-COSTUME-ID
           MOVE SUB TO SN-SLOT
           IF SI-QUANTITY-IN-STOCK(SUB) IS NUMERIC
               MOVE SI-QUANTITY-IN-STOCK(SUB) TO SN-BOOK-QTY
           ELSE
               MOVE 0 TO SN-BOOK-QTY
           END-IF
           MOVE WS-CURRENT-DATE TO SN-SNAPSHOT-DATE
           WRITE COUNT-SNAPSHOT-RECORD
       .

       600-WAREHOUSE-FOOTING.
           MOVE GROUP-ITEM-COUNT TO WF-ITEM-COUNT
           MOVE GROUP-SLOT-COUNT TO WF-SLOT-COUNT
           MOVE WAREHOUSE-FOOTING TO SHEET-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE SIGNATURE-LINE TO SHEET-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       700-WRITE-A-LINE.
           WRITE SHEET-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'WAREHOUSES PRINTED:' TO CT-CAPTION
           MOVE ST-WAREHOUSES TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO SHEET-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'ITEMS PRINTED:' TO CT-CAPTION
           MOVE ST-ITEMS TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO SHEET-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'SLOTS PRINTED:' TO CT-CAPTION
           MOVE ST-SLOTS TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO SHEET-LINE
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE SORTED-INV-FILE
                 COUNT-SHEETS
                 COUNT-SNAPSHOT-FILE
           STOP RUN
       .
