       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM31.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program performs the three-way match of vendor invoices
      *for ASHRALS LTD before anything is paid.  Each billed line on
      *the vendor-invoice entry file VENDINV.TXT is checked against
      *the vendor master VENDMAST.DAT (PROGRAM30), against the
      *purchase order line on OPENPO.DAT that PROGRAM9 raised for the
      *same vendor, warehouse, costume and size (quantity ordered and
      *unit price), and against the quantity PROGRAM17 actually took
      *in at the dock.  The quantity test counts what the vendor has
      *already billed against the order line, kept on the line itself
      *as OP-QTY-BILLED, so a line is only matched while everything
      *billed against that order, this line included, is no more than
      *was ordered and received; each matched line is added to it.
      *PROGRAM9 starts the count again when it reuses a closed line
      *for a new order.  A line that passes and whose price is within
      *the vendor's tolerance of the order price is written to the
      *accounts payable open item file APOPEN.DAT, due the invoice
      *date plus the vendor's terms, and journalled to GLJOURNAL.TXT
      *under code APIN as a received-not-invoiced debit and a
      *payables credit.
      *Every other line - price variance, quantity variance, goods
      *never received, no order line, unknown vendor or a line
      *already on file - is printed on the invoice hold report for
      *purchasing to resolve with the vendor.  PROGRAM32 selects the
      *open items for payment.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE
               ASSIGN TO 'VENDINV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-SORT-FILE
               ASSIGN TO 'PR31INVSORT.TMP'.

           SELECT SORTED-INVOICE-FILE
               ASSIGN TO 'PR31SORTEDINV.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-VEND-MASTER-STATUS.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPENPO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT AP-OPEN-FILE
               ASSIGN TO 'APOPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-OPEN-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'GLJOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT HOLD-REPORT
               ASSIGN TO PRINTER 'AP-HOLD-REPORT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    VENDOR-INVOICE-FILE.

       01    VENDOR-INVOICE-REC.
         05  VI-VENDOR-ID                PIC X(4).
         05  VI-INVOICE-NUMBER           PIC X(10).
         05  VI-INVOICE-DATE             PIC 9(6).
         05  VI-WAREHOUSE-ID             PIC X(3).
         05  VI-COSTUME-ID               PIC X(3).
         05  VI-COSTUME-SIZE             PIC X.
         05  VI-QTY-BILLED               PIC 9(5).
         05  VI-UNIT-PRICE               PIC 99V99.

       SD    INVOICE-SORT-FILE.
       01    INVOICE-SORT-RECORD.
         05  ISR-VENDOR-ID               PIC X(4).
         05  ISR-INVOICE-NUMBER          PIC X(10).
         05  ISR-INVOICE-DATE            PIC 9(6).
         05  ISR-WAREHOUSE-ID            PIC X(3).
         05  ISR-COSTUME-ID              PIC X(3).
         05  ISR-COSTUME-SIZE            PIC X.
         05  ISR-QTY-BILLED              PIC 9(5).
         05  ISR-UNIT-PRICE              PIC 99V99.

       FD    SORTED-INVOICE-FILE.

       01    SORTED-INVOICE-REC.
         05  SV-VENDOR-ID                PIC X(4).
         05  SV-INVOICE-NUMBER           PIC X(10).
         05  SV-INVOICE-DATE             PIC 9(6).
         05  SV-WAREHOUSE-ID             PIC X(3).
         05  SV-COSTUME-ID               PIC X(3).
         05  SV-COSTUME-SIZE             PIC X.
         05  SV-QTY-BILLED               PIC 9(5).
         05  SV-UNIT-PRICE               PIC 99V99.

       FD    VENDOR-MASTER.
       01    VENDOR-MASTER-RECORD.
             05  VM-VENDOR-ID                PIC X(4).
             05  VM-VENDOR-NAME              PIC X(25).
             05  VM-REMIT-ADDRESS            PIC X(25).
             05  VM-REMIT-CITY               PIC X(15).
             05  VM-REMIT-STATE              PIC X(2).
             05  VM-REMIT-ZIP-CODE           PIC 9(5).
             05  VM-TERMS-DAYS               PIC 9(3).
             05  VM-PRICE-TOLERANCE          PIC 99V9.

       FD    OPEN-PO-FILE.
       01    OPEN-PO-RECORD.
             05  OP-KEY.
                 10  OP-VENDOR-ID            PIC X(4).
                 10  OP-WAREHOUSE-ID         PIC X(3).
                 10  OP-COSTUME-ID           PIC X(3).
                 10  OP-COSTUME-SIZE         PIC X.
             05  OP-COSTUME-NAME             PIC X(9).
             05  OP-QTY-ORDERED              PIC 9(5).
             05  OP-QTY-RECEIVED             PIC 9(5).
             05  OP-UNIT-PRICE               PIC 99V99.
             05  OP-ORDER-DATE               PIC 9(6).
             05  OP-LINE-STATUS              PIC X.
             05  OP-QTY-BILLED               PIC 9(5).

       FD    AP-OPEN-FILE.
       01    AP-OPEN-RECORD.
             05  AP-KEY.
                 10  AP-VENDOR-ID            PIC X(4).
                 10  AP-INVOICE-NUMBER       PIC X(10).
                 10  AP-WAREHOUSE-ID         PIC X(3).
                 10  AP-COSTUME-ID           PIC X(3).
                 10  AP-COSTUME-SIZE         PIC X.
             05  AP-INVOICE-DATE             PIC 9(6).
             05  AP-DUE-DATE                 PIC 9(6).
             05  AP-QTY-BILLED               PIC 9(5).
             05  AP-UNIT-PRICE               PIC 99V99.
             05  AP-LINE-AMOUNT              PIC 9(7)V99.
             05  AP-MATCH-DATE               PIC 9(6).
             05  AP-ITEM-STATUS              PIC X.

       FD    JOURNAL-FILE.
       01    JOURNAL-RECORD.
             05  GJ-SOURCE-PROGRAM           PIC X(9).
             05  GJ-JOURNAL-DATE             PIC 9(6).
             05  GJ-TRANS-CODE               PIC X(4).
             05  GJ-ACCOUNT                  PIC 9(6).
             05  GJ-DEBIT-CREDIT             PIC X.
             05  GJ-AMOUNT                   PIC 9(9)V99.
             05  GJ-REFERENCE                PIC X(10).

       FD    ACCOUNT-MAP.
       01    ACCOUNT-MAP-RECORD.
             05  AM-TRANS-CODE               PIC X(4).
             05  AM-DESCRIPTION              PIC X(20).
             05  AM-DEBIT-ACCOUNT            PIC 9(6).
             05  AM-CREDIT-ACCOUNT           PIC 9(6).

       FD    HOLD-REPORT.
       01    HOLD-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-VEND-MASTER-STATUS     PIC X(2) VALUE '00'.
             05    WS-OPEN-PO-STATUS         PIC X(2) VALUE '00'.
             05    WS-AP-OPEN-STATUS         PIC X(2) VALUE '00'.
             05    WS-ACCOUNT-MAP-STATUS     PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-DUE-DATE.
           05  DD-YEAR                     PIC 99.
           05  DD-MONTH                    PIC 99.
           05  DD-DAY                      PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  VENDOR-STATUS-FLAG          PIC X       VALUE 'N'.
               88  VENDOR-FOUND                        VALUE 'Y'.
               88  VENDOR-NOT-FOUND                    VALUE 'N'.
           05  PO-LINE-STATUS-FLAG         PIC X       VALUE 'N'.
               88  PO-LINE-FOUND                       VALUE 'Y'.
               88  PO-LINE-NOT-FOUND                   VALUE 'N'.
           05  HOLD-REASON                 PIC X(20)   VALUE SPACES.
               88  LINE-MATCHED                        VALUE SPACES.
      *
       01  CALC-FIELDS.
           05  CALC-LINE-AMOUNT            PIC 9(7)V99 VALUE 0.
           05  CALC-PRICE-DIFF             PIC 99V99   VALUE 0.
           05  CALC-PRICE-LIMIT            PIC 99V9999 VALUE 0.
           05  CALC-DUE-DAY                PIC 9(4)    VALUE 0.
           05  CALC-TOTAL-BILLED           PIC 9(7)    VALUE 0.

       01  JOURNAL-WORK.
           05  JW-TRANS-CODE               PIC X(4)    VALUE 'APIN'.
           05  JW-DEBIT-ACCOUNT            PIC 9(6)    VALUE 0.
           05  JW-CREDIT-ACCOUNT           PIC 9(6)    VALUE 0.
           05  JW-AMOUNT                   PIC 9(9)V99 VALUE 0.
           05  JW-REFERENCE                PIC X(10)   VALUE SPACES.

       01  MATCH-TOTALS.
           05  MT-LINES-READ               PIC 9(5)    VALUE 0.
           05  MT-LINES-MATCHED            PIC 9(5)    VALUE 0.
           05  MT-LINES-HELD               PIC 9(5)    VALUE 0.
           05  MT-PRICE-VARIANCES          PIC 9(5)    VALUE 0.
           05  MT-QTY-VARIANCES            PIC 9(5)    VALUE 0.
           05  MT-NOT-RECEIVED             PIC 9(5)    VALUE 0.
           05  MT-OTHER-HOLDS              PIC 9(5)    VALUE 0.
           05  MT-AMOUNT-MATCHED           PIC 9(9)V99 VALUE 0.
           05  MT-AMOUNT-HELD              PIC 9(9)V99 VALUE 0.

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
                                        'VENDOR INVOICE HOLD REPORT'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'VEND'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'INVOICE'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'WHS'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'ITEM'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(2)  VALUE 'SZ'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'BILLD'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'ORDRD'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'RECVD'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'BILL$'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'PO $'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'REASON'.
      *
       01  HOLD-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  HD-VENDOR-ID                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  HD-INVOICE-NUMBER           PIC X(10).
           05                              PIC X(2)  VALUE SPACES.
           05  HD-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  HD-COSTUME-ID               PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  HD-COSTUME-SIZE             PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  HD-QTY-BILLED               PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  HD-QTY-ORDERED              PIC ZZZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  HD-QTY-RECEIVED             PIC ZZZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  HD-BILLED-PRICE             PIC Z9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  HD-PO-PRICE                 PIC Z9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  HD-REASON                   PIC X(20).
      *
       01  MATCH-COUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  MC-CAPTION                  PIC X(28).
           05  MC-COUNT                    PIC ZZZZ9.
      *
       01  MATCH-AMOUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  MA-CAPTION                  PIC X(28).
           05  MA-AMOUNT                   PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *
       100-MATCH-VENDOR-INVOICES.
           PERFORM 150-SORT-INVOICE-LINES
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-READ-FILE
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       150-SORT-INVOICE-LINES.
           SORT INVOICE-SORT-FILE
                ON ASCENDING KEY ISR-VENDOR-ID
                ON ASCENDING KEY ISR-INVOICE-NUMBER
                ON ASCENDING KEY ISR-WAREHOUSE-ID
                ON ASCENDING KEY ISR-COSTUME-ID
                ON ASCENDING KEY ISR-COSTUME-SIZE
                USING VENDOR-INVOICE-FILE
                GIVING SORTED-INVOICE-FILE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-INVOICE-FILE
                       VENDOR-MASTER
                I-O    OPEN-PO-FILE
                OUTPUT HOLD-REPORT
           IF WS-VEND-MASTER-STATUS NOT = '00'
               DISPLAY 'VENDOR-MASTER OPEN FAILED, STATUS='
                       WS-VEND-MASTER-STATUS
               STOP RUN
           END-IF
           IF WS-OPEN-PO-STATUS NOT = '00'
               DISPLAY 'OPEN-PO-FILE OPEN FAILED, STATUS='
                       WS-OPEN-PO-STATUS
               STOP RUN
           END-IF
           OPEN I-O AP-OPEN-FILE
           IF WS-AP-OPEN-STATUS = '35'
               OPEN OUTPUT AP-OPEN-FILE
               CLOSE AP-OPEN-FILE
               OPEN I-O AP-OPEN-FILE
           END-IF
           IF WS-AP-OPEN-STATUS NOT = '00'
               DISPLAY 'AP-OPEN-FILE OPEN FAILED, STATUS='
                       WS-AP-OPEN-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 270-LOAD-ACCOUNT-MAP
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

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO HOLD-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO HOLD-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO HOLD-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-READ-FILE.
           PERFORM UNTIL NO-MORE-DATA
               READ SORTED-INVOICE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO MT-LINES-READ
                       PERFORM 450-MATCH-INVOICE-LINE
               END-READ
           END-PERFORM
       .

       450-MATCH-INVOICE-LINE.
           MOVE SPACES TO HOLD-REASON
           MOVE 0 TO CALC-LINE-AMOUNT
           SET PO-LINE-NOT-FOUND TO TRUE
           IF SV-QTY-BILLED IS NOT NUMERIC
              OR SV-UNIT-PRICE IS NOT NUMERIC
              OR SV-INVOICE-DATE IS NOT NUMERIC
              OR SV-QTY-BILLED = 0
               MOVE 'INVALID LINE DATA' TO HOLD-REASON
           ELSE
               MULTIPLY SV-QTY-BILLED BY SV-UNIT-PRICE
                   GIVING CALC-LINE-AMOUNT
               PERFORM 460-LOCATE-VENDOR
               IF VENDOR-NOT-FOUND
                   MOVE 'VENDOR NOT ON FILE' TO HOLD-REASON
               ELSE
                   PERFORM 470-LOCATE-PO-LINE
                   IF PO-LINE-NOT-FOUND
                       MOVE 'NO PO LINE' TO HOLD-REASON
                   ELSE
                       PERFORM 480-CHECK-QUANTITY
                       IF LINE-MATCHED
                           PERFORM 490-CHECK-PRICE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF LINE-MATCHED
               PERFORM 500-WRITE-OPEN-ITEM
           END-IF
           IF NOT LINE-MATCHED
               PERFORM 650-WRITE-HOLD-LINE
           END-IF
       .

       460-LOCATE-VENDOR.
           MOVE SV-VENDOR-ID TO VM-VENDOR-ID
           READ VENDOR-MASTER
               INVALID KEY
                   SET VENDOR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET VENDOR-FOUND TO TRUE
           END-READ
       .

       470-LOCATE-PO-LINE.
           MOVE SV-VENDOR-ID TO OP-VENDOR-ID
           MOVE SV-WAREHOUSE-ID TO OP-WAREHOUSE-ID
           MOVE SV-COSTUME-ID TO OP-COSTUME-ID
           MOVE SV-COSTUME-SIZE TO OP-COSTUME-SIZE
           READ OPEN-PO-FILE
               INVALID KEY
                   SET PO-LINE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PO-LINE-FOUND TO TRUE
           END-READ
       .

       480-CHECK-QUANTITY.
           ADD OP-QTY-BILLED SV-QTY-BILLED
               GIVING CALC-TOTAL-BILLED
           EVALUATE TRUE
               WHEN OP-QTY-RECEIVED = 0
                   MOVE 'NOT RECEIVED' TO HOLD-REASON
                   ADD 1 TO MT-NOT-RECEIVED
               WHEN CALC-TOTAL-BILLED > OP-QTY-RECEIVED
                   MOVE 'QTY OVER RECEIVED' TO HOLD-REASON
                   ADD 1 TO MT-QTY-VARIANCES
               WHEN CALC-TOTAL-BILLED > OP-QTY-ORDERED
                   MOVE 'QTY OVER ORDERED' TO HOLD-REASON
                   ADD 1 TO MT-QTY-VARIANCES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       490-CHECK-PRICE.
           IF SV-UNIT-PRICE > OP-UNIT-PRICE
               SUBTRACT OP-UNIT-PRICE FROM SV-UNIT-PRICE
                   GIVING CALC-PRICE-DIFF
           ELSE
               SUBTRACT SV-UNIT-PRICE FROM OP-UNIT-PRICE
                   GIVING CALC-PRICE-DIFF
           END-IF
           COMPUTE CALC-PRICE-LIMIT =
               OP-UNIT-PRICE * VM-PRICE-TOLERANCE / 100
           IF CALC-PRICE-DIFF > CALC-PRICE-LIMIT
               IF SV-UNIT-PRICE > OP-UNIT-PRICE
                   MOVE 'PRICE OVER PO' TO HOLD-REASON
               ELSE
                   MOVE 'PRICE UNDER PO' TO HOLD-REASON
               END-IF
               ADD 1 TO MT-PRICE-VARIANCES
           END-IF
       .

       500-WRITE-OPEN-ITEM.
           MOVE SV-VENDOR-ID TO AP-VENDOR-ID
           MOVE SV-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE SV-WAREHOUSE-ID TO AP-WAREHOUSE-ID
           MOVE SV-COSTUME-ID TO AP-COSTUME-ID
           MOVE SV-COSTUME-SIZE TO AP-COSTUME-SIZE
           MOVE SV-INVOICE-DATE TO AP-INVOICE-DATE
           PERFORM 550-CALCULATE-DUE-DATE
           MOVE WS-DUE-DATE TO AP-DUE-DATE
           MOVE SV-QTY-BILLED TO AP-QTY-BILLED
           MOVE SV-UNIT-PRICE TO AP-UNIT-PRICE
           MOVE CALC-LINE-AMOUNT TO AP-LINE-AMOUNT
           MOVE WS-CURRENT-DATE TO AP-MATCH-DATE
           MOVE 'O' TO AP-ITEM-STATUS
           WRITE AP-OPEN-RECORD
               INVALID KEY
                   MOVE 'ALREADY ON FILE' TO HOLD-REASON
               NOT INVALID KEY
                   ADD 1 TO MT-LINES-MATCHED
                   ADD CALC-LINE-AMOUNT TO MT-AMOUNT-MATCHED
                   PERFORM 510-UPDATE-PO-BILLED
                   IF CALC-LINE-AMOUNT > 0
                       MOVE CALC-LINE-AMOUNT TO JW-AMOUNT
                       MOVE SV-INVOICE-NUMBER TO JW-REFERENCE
                       PERFORM 860-WRITE-JOURNAL-ENTRY
                   END-IF
           END-WRITE
       .

       510-UPDATE-PO-BILLED.
           ADD SV-QTY-BILLED TO OP-QTY-BILLED
           REWRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY 'OPEN-PO-FILE REWRITE FAILED, STATUS='
                           WS-OPEN-PO-STATUS ' KEY=' OP-KEY
           END-REWRITE
       .

       550-CALCULATE-DUE-DATE.
           MOVE SV-INVOICE-DATE TO WS-DUE-DATE
           COMPUTE CALC-DUE-DAY = DD-DAY + VM-TERMS-DAYS
           PERFORM UNTIL CALC-DUE-DAY NOT > 30
               SUBTRACT 30 FROM CALC-DUE-DAY
               IF DD-MONTH = 12
                   MOVE 1 TO DD-MONTH
                   ADD 1 TO DD-YEAR
               ELSE
                   ADD 1 TO DD-MONTH
               END-IF
           END-PERFORM
           MOVE CALC-DUE-DAY TO DD-DAY
       .

       650-WRITE-HOLD-LINE.
           ADD 1 TO MT-LINES-HELD
           ADD CALC-LINE-AMOUNT TO MT-AMOUNT-HELD
           IF HOLD-REASON = 'VENDOR NOT ON FILE'
              OR HOLD-REASON = 'NO PO LINE'
              OR HOLD-REASON = 'INVALID LINE DATA'
              OR HOLD-REASON = 'ALREADY ON FILE'
               ADD 1 TO MT-OTHER-HOLDS
           END-IF
           MOVE SPACES TO HOLD-DETAIL-LINE
           MOVE SV-VENDOR-ID TO HD-VENDOR-ID
           MOVE SV-INVOICE-NUMBER TO HD-INVOICE-NUMBER
           MOVE SV-WAREHOUSE-ID TO HD-WAREHOUSE-ID
           MOVE SV-COSTUME-ID TO HD-COSTUME-ID
           MOVE SV-COSTUME-SIZE TO HD-COSTUME-SIZE
           IF SV-QTY-BILLED IS NUMERIC
               MOVE SV-QTY-BILLED TO HD-QTY-BILLED
           ELSE
               MOVE 0 TO HD-QTY-BILLED
           END-IF
           IF SV-UNIT-PRICE IS NUMERIC
               MOVE SV-UNIT-PRICE TO HD-BILLED-PRICE
           ELSE
               MOVE 0 TO HD-BILLED-PRICE
           END-IF
           IF PO-LINE-FOUND
               MOVE OP-QTY-ORDERED TO HD-QTY-ORDERED
               MOVE OP-QTY-RECEIVED TO HD-QTY-RECEIVED
               MOVE OP-UNIT-PRICE TO HD-PO-PRICE
           ELSE
               MOVE 0 TO HD-QTY-ORDERED
               MOVE 0 TO HD-QTY-RECEIVED
               MOVE 0 TO HD-PO-PRICE
           END-IF
           MOVE HOLD-REASON TO HD-REASON
           MOVE HOLD-DETAIL-LINE TO HOLD-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       700-WRITE-A-LINE.
           WRITE HOLD-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'INVOICE LINES READ:' TO MC-CAPTION
           MOVE MT-LINES-READ TO MC-COUNT
           MOVE MATCH-COUNT-LINE TO HOLD-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'LINES MATCHED TO PAYABLES:' TO MC-CAPTION
           MOVE MT-LINES-MATCHED TO MC-COUNT
           MOVE MATCH-COUNT-LINE TO HOLD-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'LINES ON HOLD:' TO MC-CAPTION
           MOVE MT-LINES-HELD TO MC-COUNT
           MOVE MATCH-COUNT-LINE TO HOLD-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE '   PRICE VARIANCES:' TO MC-CAPTION
           MOVE MT-PRICE-VARIANCES TO MC-COUNT
           MOVE MATCH-COUNT-LINE TO HOLD-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE '   QUANTITY VARIANCES:' TO MC-CAPTION
           MOVE MT-QTY-VARIANCES TO MC-COUNT
           MOVE MATCH-COUNT-LINE TO HOLD-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE '   NOT RECEIVED:' TO MC-CAPTION
           MOVE MT-NOT-RECEIVED TO MC-COUNT
           MOVE MATCH-COUNT-LINE TO HOLD-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE '   OTHER HOLDS:' TO MC-CAPTION
           MOVE MT-OTHER-HOLDS TO MC-COUNT
           MOVE MATCH-COUNT-LINE TO HOLD-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'AMOUNT MATCHED:' TO MA-CAPTION
           MOVE MT-AMOUNT-MATCHED TO MA-AMOUNT
           MOVE MATCH-AMOUNT-LINE TO HOLD-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'AMOUNT ON HOLD:' TO MA-CAPTION
           MOVE MT-AMOUNT-HELD TO MA-AMOUNT
           MOVE MATCH-AMOUNT-LINE TO HOLD-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       860-WRITE-JOURNAL-ENTRY.
           MOVE 'PROGRAM31' TO GJ-SOURCE-PROGRAM
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

       900-FINAL-ROUTINE.
           CLOSE SORTED-INVOICE-FILE
                 VENDOR-MASTER
                 OPEN-PO-FILE
                 AP-OPEN-FILE
                 HOLD-REPORT
                 JOURNAL-FILE
           STOP RUN
       .
