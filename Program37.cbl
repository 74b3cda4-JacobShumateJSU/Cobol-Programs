       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM37.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program prints the open customer backorders for ASHRALS
      *LTD from the backorder master BACKORDER.DAT that PROGRAM7 writes
      *when a sale cannot be filled and PROGRAM17 relieves as dock
      *receipts come in.  Every backorder still open is listed twice -
      *first grouped by customer so customer service can answer
      *"where is my order", then grouped by product so purchasing can
      *see which costumes are holding customers up.  Each line shows
      *the quantity ordered, the quantity still open and its age in
      *days against the run date, with a subtotal and oldest age per
      *group and grand totals at the end.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORDER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT BACKORDER-SORT-FILE
               ASSIGN TO 'PR37BACKSORT.TMP'.

           SELECT SORTED-CUSTOMER-FILE
               ASSIGN TO 'PR37SORTEDCUST.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-PRODUCT-FILE
               ASSIGN TO 'PR37SORTEDPROD.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKORDER-REPORT
               ASSIGN TO PRINTER 'OPEN-BACKORDERS.TXT'.

       DATA DIVISION.
       FILE SECTION.

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

       SD    BACKORDER-SORT-FILE.
       01    BACKORDER-SORT-RECORD.
             05  BSR-CUSTOMER-ID             PIC 9(5).
             05  BSR-CUSTOMER-NAME           PIC X(25).
             05  BSR-PROD-ID                 PIC X(3).
             05  BSR-PROD-NAME               PIC X(14).
             05  BSR-BACKORDER-DATE          PIC 9(6).
             05  BSR-SEQUENCE                PIC 9(4).
             05  BSR-QTY-ORDERED             PIC 9(5).
             05  BSR-QTY-OPEN                PIC 9(5).

       FD    SORTED-CUSTOMER-FILE.
       01    SORTED-CUSTOMER-REC.
             05  SC-CUSTOMER-ID              PIC 9(5).
             05  SC-CUSTOMER-NAME            PIC X(25).
             05  SC-PROD-ID                  PIC X(3).
             05  SC-PROD-NAME                PIC X(14).
             05  SC-BACKORDER-DATE           PIC 9(6).
             05  SC-SEQUENCE                 PIC 9(4).
             05  SC-QTY-ORDERED              PIC 9(5).
             05  SC-QTY-OPEN                 PIC 9(5).

       FD    SORTED-PRODUCT-FILE.
       01    SORTED-PRODUCT-REC.
             05  SP-CUSTOMER-ID              PIC 9(5).
             05  SP-CUSTOMER-NAME            PIC X(25).
             05  SP-PROD-ID                  PIC X(3).
             05  SP-PROD-NAME                PIC X(14).
             05  SP-BACKORDER-DATE           PIC 9(6).
             05  SP-SEQUENCE                 PIC 9(4).
             05  SP-QTY-ORDERED              PIC 9(5).
             05  SP-QTY-OPEN                 PIC 9(5).

       FD    BACKORDER-REPORT.
       01    REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-BACKORDER-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-BACKORDER-DATE.
           05  BD-YEAR                     PIC 99.
           05  BD-MONTH                    PIC 99.
           05  BD-DAY                      PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-RECORDS                      VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  CUSTOMER-EOF-FLAG           PIC X       VALUE 'Y'.
               88 NO-MORE-CUSTOMER-DATA                VALUE 'N'.
               88 MORE-CUSTOMER-RECORDS                VALUE 'Y'.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'Y'.
               88 NO-MORE-PRODUCT-DATA                 VALUE 'N'.
               88 MORE-PRODUCT-RECORDS                 VALUE 'Y'.
      *
       01  CALC-FIELDS.
           05  CALC-RUN-DAYS               PIC 9(7)    VALUE 0.
           05  CALC-BACKORDER-DAYS         PIC 9(7)    VALUE 0.
           05  CALC-AGE-DAYS               PIC S9(7)   VALUE 0.

       01  GROUP-FIELDS.
           05  GROUP-CUSTOMER-ID           PIC 9(5).
           05  GROUP-PROD-ID               PIC X(3).
           05  GROUP-QTY-OPEN              PIC 9(7)    VALUE 0.
           05  GROUP-OLDEST-DAYS           PIC 9(5)    VALUE 0.

       01  GRAND-TOTAL-FIELDS.
           05  GT-OPEN-LINES               PIC 9(7)    VALUE 0.
           05  GT-QTY-OPEN                 PIC 9(7)    VALUE 0.
           05  GT-CUSTOMERS                PIC 9(7)    VALUE 0.
           05  GT-PRODUCTS                 PIC 9(7)    VALUE 0.
           05  GT-OLDEST-DAYS              PIC 9(5)    VALUE 0.

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
           05  H1-TITLE                    PIC X(30).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  CUSTOMER-HEADING-THREE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'ITM'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(14) VALUE
                                           'DESCRIPTION'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'BO DATE'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'ORDER'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(5)  VALUE ' OPEN'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'AGE DAYS'.
      *
       01  PRODUCT-HEADING-THREE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'CUST'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(15) VALUE
                                           'CUSTOMER NAME'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'BO DATE'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'ORDER'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(5)  VALUE ' OPEN'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'AGE DAYS'.
      *
       01  CUSTOMER-NAME-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CN-CUSTOMER-ID              PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  CN-CUSTOMER-NAME            PIC X(25).
      *
       01  PRODUCT-NAME-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  PN-PROD-ID                  PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  PN-PROD-NAME                PIC X(14).
      *
       01  CUSTOMER-DETAIL-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  CD-PROD-ID                  PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  CD-PROD-NAME                PIC X(14).
           05                              PIC X(2)  VALUE SPACES.
           05  CD-BACKORDER-DATE.
               10  CD-MONTH                PIC 99.
               10                          PIC X     VALUE '/'.
               10  CD-DAY                  PIC 99.
               10                          PIC X     VALUE '/'.
               10  CD-YEAR                 PIC 99.
           05                              PIC X(3)  VALUE SPACES.
           05  CD-QTY-ORDERED              PIC ZZZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  CD-QTY-OPEN                 PIC ZZZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  CD-AGE-DAYS                 PIC ZZZZ9.
      *
       01  PRODUCT-DETAIL-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  PD-CUSTOMER-ID              PIC 9(5).
           05                              PIC X(1)  VALUE SPACES.
           05  PD-CUSTOMER-NAME            PIC X(15).
           05                              PIC X(1)  VALUE SPACES.
           05  PD-BACKORDER-DATE.
               10  PD-MONTH                PIC 99.
               10                          PIC X     VALUE '/'.
               10  PD-DAY                  PIC 99.
               10                          PIC X     VALUE '/'.
               10  PD-YEAR                 PIC 99.
           05                              PIC X(3)  VALUE SPACES.
           05  PD-QTY-ORDERED              PIC ZZZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  PD-QTY-OPEN                 PIC ZZZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  PD-AGE-DAYS                 PIC ZZZZ9.
      *
       01  GROUP-TOTAL-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  GL-CAPTION                  PIC X(42).
           05  GL-QTY-OPEN                 PIC ZZZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  GL-OLDEST-DAYS              PIC ZZZZ9.
      *
       01  NO-DATA-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(22) VALUE
                                           'NO OPEN BACKORDERS'.
      *
       01  REPORT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RT-CAPTION                  PIC X(28).
           05  RT-TOTAL                    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *
       100-REPORT-BACKORDERS.
           PERFORM 150-SORT-BACKORDERS
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-CUSTOMER-HEADERS
           PERFORM 400-CUSTOMER-SECTION
           PERFORM 350-PRODUCT-HEADERS
           PERFORM 500-PRODUCT-SECTION
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       150-SORT-BACKORDERS.
           PERFORM 155-OPEN-BACKORDER-FILE
           SORT BACKORDER-SORT-FILE
                ON ASCENDING KEY BSR-CUSTOMER-ID
                ON ASCENDING KEY BSR-PROD-ID
                ON ASCENDING KEY BSR-BACKORDER-DATE
                ON ASCENDING KEY BSR-SEQUENCE
                INPUT PROCEDURE IS 160-RELEASE-OPEN-BACKORDERS
                GIVING SORTED-CUSTOMER-FILE
           CLOSE BACKORDER-FILE

           PERFORM 155-OPEN-BACKORDER-FILE
           SORT BACKORDER-SORT-FILE
                ON ASCENDING KEY BSR-PROD-ID
                ON ASCENDING KEY BSR-BACKORDER-DATE
                ON ASCENDING KEY BSR-SEQUENCE
                INPUT PROCEDURE IS 160-RELEASE-OPEN-BACKORDERS
                GIVING SORTED-PRODUCT-FILE
           CLOSE BACKORDER-FILE
       .

       155-OPEN-BACKORDER-FILE.
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-STATUS NOT = '00'
               DISPLAY 'BACKORDER-FILE OPEN FAILED, STATUS='
                       WS-BACKORDER-STATUS
               STOP RUN
           END-IF
           MOVE 'Y' TO EOF-FLAG
       .

       160-RELEASE-OPEN-BACKORDERS.
           PERFORM UNTIL NO-MORE-RECORDS
               READ BACKORDER-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF BACKORDER-OPEN
                          AND BO-QTY-ORDERED > BO-QTY-FILLED
                           MOVE BO-CUSTOMER-ID TO BSR-CUSTOMER-ID
                           MOVE BO-CUSTOMER-NAME TO BSR-CUSTOMER-NAME
                           MOVE BO-PROD-ID TO BSR-PROD-ID
                           MOVE BO-PROD-NAME TO BSR-PROD-NAME
                           MOVE BO-BACKORDER-DATE
                               TO BSR-BACKORDER-DATE
                           MOVE BO-SEQUENCE TO BSR-SEQUENCE
                           MOVE BO-QTY-ORDERED TO BSR-QTY-ORDERED
                           SUBTRACT BO-QTY-FILLED FROM BO-QTY-ORDERED
                               GIVING BSR-QTY-OPEN
                           RELEASE BACKORDER-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-CUSTOMER-FILE
                       SORTED-PRODUCT-FILE
                OUTPUT BACKORDER-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           COMPUTE CALC-RUN-DAYS =
               (WS-YEAR * 365) + (WS-MONTH * 30) + WS-DAY
       .

       300-CUSTOMER-HEADERS.
           MOVE HEADING-ONE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'OPEN BACKORDERS BY CUSTOMER' TO H1-TITLE
           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE CUSTOMER-HEADING-THREE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       350-PRODUCT-HEADERS.
           MOVE HEADING-ONE TO REPORT-LINE
           WRITE REPORT-LINE
               AFTER ADVANCING PAGE
           MOVE 1 TO PROPER-SPACING

           MOVE 'OPEN BACKORDERS BY PRODUCT' TO H1-TITLE
           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE PRODUCT-HEADING-THREE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-CUSTOMER-SECTION.
           PERFORM 410-READ-CUSTOMER-ORDER
           IF NO-MORE-CUSTOMER-DATA
               MOVE NO-DATA-LINE TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 700-WRITE-A-LINE
           END-IF
           PERFORM UNTIL NO-MORE-CUSTOMER-DATA
               PERFORM 430-START-CUSTOMER-GROUP
               PERFORM UNTIL NO-MORE-CUSTOMER-DATA
                         OR SC-CUSTOMER-ID NOT = GROUP-CUSTOMER-ID
                   PERFORM 450-PRINT-CUSTOMER-DETAIL
                   PERFORM 410-READ-CUSTOMER-ORDER
               END-PERFORM
               MOVE 'CUSTOMER TOTAL OPEN / OLDEST:' TO GL-CAPTION
               PERFORM 600-GROUP-TOTAL-BREAK
           END-PERFORM
       .

       410-READ-CUSTOMER-ORDER.
           READ SORTED-CUSTOMER-FILE
               AT END
                   MOVE 'N' TO CUSTOMER-EOF-FLAG
           END-READ
       .

       430-START-CUSTOMER-GROUP.
           MOVE SC-CUSTOMER-ID TO GROUP-CUSTOMER-ID
           MOVE 0 TO GROUP-QTY-OPEN
           MOVE 0 TO GROUP-OLDEST-DAYS
           ADD 1 TO GT-CUSTOMERS
           MOVE SC-CUSTOMER-ID TO CN-CUSTOMER-ID
           MOVE SC-CUSTOMER-NAME TO CN-CUSTOMER-NAME
           MOVE CUSTOMER-NAME-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       450-PRINT-CUSTOMER-DETAIL.
           MOVE SC-BACKORDER-DATE TO WS-BACKORDER-DATE
           PERFORM 650-COMPUTE-AGE
           MOVE SC-PROD-ID TO CD-PROD-ID
           MOVE SC-PROD-NAME TO CD-PROD-NAME
           MOVE BD-MONTH TO CD-MONTH
           MOVE BD-DAY TO CD-DAY
           MOVE BD-YEAR TO CD-YEAR
           MOVE SC-QTY-ORDERED TO CD-QTY-ORDERED
           MOVE SC-QTY-OPEN TO CD-QTY-OPEN
           MOVE CALC-AGE-DAYS TO CD-AGE-DAYS
           ADD SC-QTY-OPEN TO GROUP-QTY-OPEN
                              GT-QTY-OPEN
           ADD 1 TO GT-OPEN-LINES
           IF CALC-AGE-DAYS > GT-OLDEST-DAYS
               MOVE CALC-AGE-DAYS TO GT-OLDEST-DAYS
           END-IF
           MOVE CUSTOMER-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       500-PRODUCT-SECTION.
           PERFORM 510-READ-PRODUCT-ORDER
           IF NO-MORE-PRODUCT-DATA
               MOVE NO-DATA-LINE TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 700-WRITE-A-LINE
           END-IF
           PERFORM UNTIL NO-MORE-PRODUCT-DATA
               PERFORM 530-START-PRODUCT-GROUP
               PERFORM UNTIL NO-MORE-PRODUCT-DATA
                         OR SP-PROD-ID NOT = GROUP-PROD-ID
                   PERFORM 550-PRINT-PRODUCT-DETAIL
                   PERFORM 510-READ-PRODUCT-ORDER
               END-PERFORM
               MOVE 'PRODUCT TOTAL OPEN / OLDEST:' TO GL-CAPTION
               PERFORM 600-GROUP-TOTAL-BREAK
           END-PERFORM
       .

       510-READ-PRODUCT-ORDER.
           READ SORTED-PRODUCT-FILE
               AT END
                   MOVE 'N' TO PRODUCT-EOF-FLAG
           END-READ
       .

       530-START-PRODUCT-GROUP.
           MOVE SP-PROD-ID TO GROUP-PROD-ID
           MOVE 0 TO GROUP-QTY-OPEN
           MOVE 0 TO GROUP-OLDEST-DAYS
           ADD 1 TO GT-PRODUCTS
           MOVE SP-PROD-ID TO PN-PROD-ID
           MOVE SP-PROD-NAME TO PN-PROD-NAME
           MOVE PRODUCT-NAME-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       550-PRINT-PRODUCT-DETAIL.
           MOVE SP-BACKORDER-DATE TO WS-BACKORDER-DATE
           PERFORM 650-COMPUTE-AGE
           MOVE SP-CUSTOMER-ID TO PD-CUSTOMER-ID
           MOVE SP-CUSTOMER-NAME TO PD-CUSTOMER-NAME
           MOVE BD-MONTH TO PD-MONTH
           MOVE BD-DAY TO PD-DAY
           MOVE BD-YEAR TO PD-YEAR
           MOVE SP-QTY-ORDERED TO PD-QTY-ORDERED
           MOVE SP-QTY-OPEN TO PD-QTY-OPEN
           MOVE CALC-AGE-DAYS TO PD-AGE-DAYS
           ADD SP-QTY-OPEN TO GROUP-QTY-OPEN
           MOVE PRODUCT-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       600-GROUP-TOTAL-BREAK.
           MOVE GROUP-QTY-OPEN TO GL-QTY-OPEN
           MOVE GROUP-OLDEST-DAYS TO GL-OLDEST-DAYS
           MOVE GROUP-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       650-COMPUTE-AGE.
           COMPUTE CALC-BACKORDER-DAYS =
               (BD-YEAR * 365) + (BD-MONTH * 30) + BD-DAY
           COMPUTE CALC-AGE-DAYS =
               CALC-RUN-DAYS - CALC-BACKORDER-DAYS
           IF CALC-AGE-DAYS < 0
               MOVE 0 TO CALC-AGE-DAYS
           END-IF
           IF CALC-AGE-DAYS > GROUP-OLDEST-DAYS
               MOVE CALC-AGE-DAYS TO GROUP-OLDEST-DAYS
           END-IF
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'OPEN BACKORDER LINES:' TO RT-CAPTION
           MOVE GT-OPEN-LINES TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL QUANTITY OPEN:' TO RT-CAPTION
           MOVE GT-QTY-OPEN TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'CUSTOMERS WAITING:' TO RT-CAPTION
           MOVE GT-CUSTOMERS TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'PRODUCTS ON BACKORDER:' TO RT-CAPTION
           MOVE GT-PRODUCTS TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'OLDEST BACKORDER (DAYS):' TO RT-CAPTION
           MOVE GT-OLDEST-DAYS TO RT-TOTAL
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE SORTED-CUSTOMER-FILE
                 SORTED-PRODUCT-FILE
                 BACKORDER-REPORT
           STOP RUN
       .
