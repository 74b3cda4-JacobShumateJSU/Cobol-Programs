       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM42.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program audits the master files of ASHRALS LTD against
      *each other and prints an exception report, INTEGRITY-AUDIT.TXT,
      *grouped by check with the number of records checked and the
      *number of exceptions under each one.  The checks are: open
      *items on OPENINV.DAT whose customer is not on CUSTMAST.DAT;
      *customers whose CM-CURRENT-BALANCE does not equal the unpaid
      *amount (invoice amount less amount paid) of their open items,
      *with credit items (status R) from PROGRAM27 taken off and a net
      *credit taken as a zero balance the way PROGRAM15 and PROGRAM27
      *leave it; purchase order lines on OPENPO.DAT with no position
      *for their vendor, warehouse and costume on the inventory master
      *INVMAST.DAT; products on PRICEMAST.DAT and SALESHIST.DAT that
      *are missing from PRODMAST.DAT; and products on PRODMAST.DAT
      *with no selling price in effect on the run date.  Nothing is
      *changed on any file.  When the optional control record
      *AUDITCTL.TXT carries a Y and the initials of the person asking
      *for them, a change transaction is also written to BALCORR.TXT
      *for every balance mismatch, in the PROGRAM6 MASTTRAN.TXT layout
      *with the customer's details as they stand and the balance the
      *open items support, so the corrections can be reviewed and
      *then fed through PROGRAM6 with its before and after audit.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-CONTROL
               ASSIGN TO 'AUDITCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPENINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-INVOICE-NUMBER
               FILE STATUS IS WS-OPEN-INV-STATUS.

           SELECT OPEN-ITEM-SORT-FILE
               ASSIGN TO 'PR42OPENSORT.TMP'.

           SELECT SORTED-OPEN-FILE
               ASSIGN TO 'PR42SORTEDOPEN.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPENPO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PROD-ID
               FILE STATUS IS WS-PROD-MASTER-STATUS.

           SELECT PRICE-MASTER
               ASSIGN TO 'PRICEMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PRICE-MASTER-STATUS.

           SELECT SALES-HISTORY
               ASSIGN TO 'SALESHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CORRECTION-FILE
               ASSIGN TO 'BALCORR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-REPORT
               ASSIGN TO PRINTER 'INTEGRITY-AUDIT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    AUDIT-CONTROL.
       01    AUDIT-CONTROL-RECORD.
             05  AU-WRITE-CORRECTIONS        PIC X.
             05  AU-REQUESTED-BY             PIC X(3).

       FD    OPEN-INVOICE-FILE.
       01    OPEN-INVOICE-RECORD.
             05  OI-INVOICE-NUMBER           PIC 9(10).
             05  OI-CUSTOMER-ID              PIC 9(5).
             05  OI-INVOICE-DATE             PIC 9(6).
             05  OI-PAYMENT-TERMS            PIC X(11).
             05  OI-INVOICE-AMOUNT           PIC 9(7)V99.
             05  OI-AMOUNT-PAID              PIC 9(7)V99.
             05  OI-INVOICE-STATUS           PIC X.

       SD    OPEN-ITEM-SORT-FILE.
       01    OPEN-ITEM-SORT-RECORD.
             05  OSR-CUSTOMER-ID             PIC 9(5).
             05  OSR-INVOICE-NUMBER          PIC 9(10).
             05  OSR-INVOICE-DATE            PIC 9(6).
             05  OSR-INVOICE-AMOUNT          PIC 9(7)V99.
             05  OSR-AMOUNT-PAID             PIC 9(7)V99.
             05  OSR-INVOICE-STATUS          PIC X.

       FD    SORTED-OPEN-FILE.
       01    SORTED-OPEN-REC.
             05  SO-CUSTOMER-ID              PIC 9(5).
             05  SO-INVOICE-NUMBER           PIC 9(10).
             05  SO-INVOICE-DATE             PIC 9(6).
             05  SO-INVOICE-AMOUNT           PIC 9(7)V99.
             05  SO-AMOUNT-PAID              PIC 9(7)V99.
             05  SO-INVOICE-STATUS           PIC X.
                 88  SO-OPEN-INVOICE                   VALUE 'O'.
                 88  SO-CREDIT-ITEM                    VALUE 'R'.

       FD    CUSTOMER-MASTER.
       01    CUSTOMER-MASTER-RECORD.
             05  CM-CUSTOMER-ID              PIC 9(5).
             05  CM-CUSTOMER-NAME            PIC X(25).
             05  CM-ADDRESS-LINE             PIC X(25).
             05  CM-CITY                     PIC X(15).
             05  CM-STATE                    PIC X(2).
             05  CM-ZIP-CODE                 PIC 9(5).
             05  CM-CREDIT-LIMIT             PIC 9(7)V99.
             05  CM-PAYMENT-TERMS            PIC X(11).
             05  CM-CURRENT-BALANCE          PIC 9(7)V99.
             05  CM-TAX-EXEMPT               PIC X.
                 88  CUSTOMER-TAX-EXEMPT             VALUE 'Y'.

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

       FD    PRODUCT-MASTER.
       01    PRODUCT-MASTER-RECORD.
             05  PM-PROD-ID                  PIC X(3).
             05  PM-PROD-NAME                PIC X(14).

       FD    PRICE-MASTER.
       01    PRICE-MASTER-RECORD.
             05  PX-KEY.
                 10  PX-PROD-ID              PIC X(3).
                 10  PX-EFFECTIVE-DATE       PIC 9(6).
             05  PX-SELLING-PRICE            PIC 999V99.

       FD    SALES-HISTORY.
       01    SALES-HISTORY-RECORD.
             05  SH-KEY.
                 10  SH-PROD-ID              PIC X(3).
                 10  SH-PERIOD               PIC 9(6).
             05  SH-PROD-NAME                PIC X(14).
             05  SH-QTY-SOLD                 PIC 9(7).
             05  SH-SALES-VALUE              PIC 9(9)V99.

       FD    CORRECTION-FILE.
       01    CORRECTION-REC.
         05  TR-FILE-CODE                PIC X.
         05  TR-ACTION                   PIC X.
         05  TR-CUSTOMER-ID              PIC 9(5).
         05  TR-CUSTOMER-NAME            PIC X(25).
         05  TR-ADDRESS-LINE             PIC X(25).
         05  TR-CITY                     PIC X(15).
         05  TR-STATE                    PIC X(2).
         05  TR-ZIP-CODE                 PIC 9(5).
         05  TR-CREDIT-LIMIT             PIC 9(7)V99.
         05  TR-PAYMENT-TERMS            PIC X(11).
         05  TR-CURRENT-BALANCE          PIC 9(7)V99.
         05  TR-PROD-ID                  PIC X(3).
         05  TR-PROD-NAME                PIC X(14).
         05  TR-TAX-EXEMPT               PIC X.

       FD    AUDIT-REPORT.
       01    REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-OPEN-INV-STATUS        PIC X(2) VALUE '00'.
             05    WS-CUST-MASTER-STATUS     PIC X(2) VALUE '00'.
             05    WS-OPEN-PO-STATUS         PIC X(2) VALUE '00'.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.
             05    WS-PROD-MASTER-STATUS     PIC X(2) VALUE '00'.
             05    WS-PRICE-MASTER-STATUS    PIC X(2) VALUE '00'.
             05    WS-HISTORY-STATUS         PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  PRICE-AS-OF-DATE                PIC 9(6)    VALUE 0.

       01  COLUMN-HEADING-HOLD             PIC X(100)  VALUE SPACES.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-RECORDS                      VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  OPEN-EOF-FLAG               PIC X       VALUE 'Y'.
               88 NO-MORE-OPEN-DATA                    VALUE 'N'.
           05  CUSTOMER-EOF-FLAG           PIC X       VALUE 'Y'.
               88 NO-MORE-CUSTOMER-DATA                VALUE 'N'.
           05  PO-EOF-FLAG                 PIC X       VALUE 'Y'.
               88 NO-MORE-PO-DATA                      VALUE 'N'.
           05  PRICE-EOF-FLAG              PIC X       VALUE 'Y'.
               88 NO-MORE-PRICE-DATA                   VALUE 'N'.
           05  HISTORY-EOF-FLAG            PIC X       VALUE 'Y'.
               88 NO-MORE-HISTORY-DATA                 VALUE 'N'.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'Y'.
               88 NO-MORE-PRODUCT-DATA                 VALUE 'N'.
           05  CUSTOMER-STATUS-FLAG        PIC X       VALUE 'N'.
               88  CUSTOMER-FOUND                      VALUE 'Y'.
               88  CUSTOMER-NOT-FOUND                  VALUE 'N'.
           05  PRODUCT-STATUS-FLAG         PIC X       VALUE 'N'.
               88  PRODUCT-FOUND                       VALUE 'Y'.
               88  PRODUCT-NOT-FOUND                   VALUE 'N'.
           05  PRICE-FOUND-SW              PIC X       VALUE 'N'.
               88  CURRENT-PRICE-FOUND                 VALUE 'Y'.
           05  CORRECTIONS-SW              PIC X       VALUE 'N'.
               88  CORRECTIONS-REQUESTED               VALUE 'Y'.
      *
       01  MATCH-KEYS.
           05  CUSTOMER-MATCH-KEY          PIC X(5).
           05  ITEM-MATCH-KEY              PIC X(5).

       01  GROUP-FIELDS.
           05  GROUP-CUSTOMER-ID           PIC 9(5).
           05  GROUP-PROD-ID               PIC X(3).
           05  GROUP-PROD-NAME             PIC X(14).
           05  GROUP-RECORD-COUNT          PIC 9(4)    VALUE 0.
           05  GROUP-NET-OPEN              PIC S9(9)V99 VALUE 0.

       01  CALC-FIELDS.
           05  CALC-EXPECTED-BALANCE       PIC 9(7)V99 VALUE 0.
           05  CALC-DIFFERENCE             PIC S9(9)V99 VALUE 0.
           05  CALC-ITEM-UNPAID            PIC 9(7)V99 VALUE 0.
           05  CHECK-EXCEPTION-COUNT       PIC 9(7)    VALUE 0.

       01  AUDIT-COUNTERS.
           05  AC-ITEMS-CHECKED            PIC 9(7)    VALUE 0.
           05  AC-ORPHAN-ITEMS             PIC 9(7)    VALUE 0.
           05  AC-CUSTOMERS-CHECKED        PIC 9(7)    VALUE 0.
           05  AC-BALANCE-MISMATCHES       PIC 9(7)    VALUE 0.
           05  AC-CORRECTIONS-WRITTEN      PIC 9(7)    VALUE 0.
           05  AC-PO-LINES-CHECKED         PIC 9(7)    VALUE 0.
           05  AC-PO-LINE-EXCEPTIONS       PIC 9(7)    VALUE 0.
           05  AC-PRICE-PRODS-CHECKED      PIC 9(7)    VALUE 0.
           05  AC-PRICE-PROD-EXCEPTIONS    PIC 9(7)    VALUE 0.
           05  AC-HIST-PRODS-CHECKED       PIC 9(7)    VALUE 0.
           05  AC-HIST-PROD-EXCEPTIONS     PIC 9(7)    VALUE 0.
           05  AC-PRODUCTS-CHECKED         PIC 9(7)    VALUE 0.
           05  AC-NO-PRICE-EXCEPTIONS      PIC 9(7)    VALUE 0.
           05  AC-TOTAL-EXCEPTIONS         PIC 9(7)    VALUE 0.
           05  AC-NET-DIFFERENCE           PIC S9(9)V99 VALUE 0.

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
                                'FILE INTEGRITY AUDIT REPORT'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  CORRECTION-NOTE-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(35) VALUE
                               'BALANCE CORRECTIONS REQUESTED BY: '.
           05  CN-REQUESTED-BY             PIC X(3).
           05                              PIC X(21) VALUE
                                           ' - WRITTEN TO BALCORR'.
           05                              PIC X(4)  VALUE '.TXT'.
      *
       01  CHECK-TITLE-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'CHECK '.
           05  CK-CHECK-NUMBER             PIC 9.
           05                              PIC X(3)  VALUE ' - '.
           05  CK-CHECK-TITLE              PIC X(60).
      *
       01  CHECK-COUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CC-CAPTION                  PIC X(20).
           05  CC-CHECKED                  PIC Z,ZZZ,ZZ9.
           05                              PIC X(15) VALUE
                                           '   EXCEPTIONS: '.
           05  CC-EXCEPTIONS               PIC Z,ZZZ,ZZ9.
      *
       01  NO-EXCEPTIONS-LINE.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(16) VALUE
                                           'NO EXCEPTIONS'.
      *
       01  ORPHAN-HEADING.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(12) VALUE 'INVOICE'.
           05                              PIC X(10) VALUE 'CUSTOMER'.
           05                              PIC X(10) VALUE 'DATE'.
           05                              PIC X(8)  VALUE 'STATUS'.
           05                              PIC X(14) VALUE
                                           '        AMOUNT'.
           05                              PIC X(14) VALUE
                                           '          PAID'.
      *
       01  ORPHAN-DETAIL-LINE.
           05                              PIC X(10) VALUE SPACES.
           05  OD-INVOICE-NUMBER           PIC 9(10).
           05                              PIC X(2)  VALUE SPACES.
           05  OD-CUSTOMER-ID              PIC 9(5).
           05                              PIC X(5)  VALUE SPACES.
           05  OD-INVOICE-DATE             PIC 9(6).
           05                              PIC X(4)  VALUE SPACES.
           05  OD-INVOICE-STATUS           PIC X.
           05                              PIC X(7)  VALUE SPACES.
           05  OD-INVOICE-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  OD-AMOUNT-PAID              PIC Z,ZZZ,ZZ9.99.
      *
       01  BALANCE-HEADING.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(6)  VALUE 'CUST'.
           05                              PIC X(26) VALUE 'NAME'.
           05                              PIC X(14) VALUE
                                           ' MASTER BAL'.
           05                              PIC X(14) VALUE
                                           ' OPEN ITEMS'.
           05                              PIC X(15) VALUE
                                           '  DIFFERENCE'.
           05                              PIC X(15) VALUE 'REMARK'.
      *
       01  BALANCE-DETAIL-LINE.
           05                              PIC X(10) VALUE SPACES.
           05  BD-CUSTOMER-ID              PIC 9(5).
           05                              PIC X(1)  VALUE SPACES.
           05  BD-CUSTOMER-NAME            PIC X(25).
           05                              PIC X(1)  VALUE SPACES.
           05  BD-MASTER-BALANCE           PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  BD-OPEN-ITEMS               PIC Z,ZZZ,ZZ9.99-.
           05                              PIC X(1)  VALUE SPACES.
           05  BD-DIFFERENCE               PIC ZZ,ZZZ,ZZ9.99-.
           05                              PIC X(1)  VALUE SPACES.
           05  BD-REMARK                   PIC X(15).
      *
       01  PO-HEADING.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(7)  VALUE 'VENDOR'.
           05                              PIC X(5)  VALUE 'WHSE'.
           05                              PIC X(8)  VALUE 'COSTUME'.
           05                              PIC X(5)  VALUE 'SIZE'.
           05                              PIC X(10) VALUE 'NAME'.
           05                              PIC X(9)  VALUE 'ORDERED'.
           05                              PIC X(7)  VALUE 'STATUS'.
           05                              PIC X(25) VALUE 'REASON'.
      *
       01  PO-DETAIL-LINE.
           05                              PIC X(10) VALUE SPACES.
           05  PD-VENDOR-ID                PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  PD-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  PD-COSTUME-ID               PIC X(3).
           05                              PIC X(5)  VALUE SPACES.
           05  PD-COSTUME-SIZE             PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  PD-COSTUME-NAME             PIC X(9).
           05                              PIC X(1)  VALUE SPACES.
           05  PD-QTY-ORDERED              PIC ZZZZ9.
           05                              PIC X(6)  VALUE SPACES.
           05  PD-LINE-STATUS              PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  PD-REASON                   PIC X(30).
      *
       01  PRODUCT-HEADING.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(9)  VALUE 'PRODUCT'.
           05                              PIC X(16) VALUE 'NAME'.
           05                              PIC X(9)  VALUE 'RECORDS'.
           05                              PIC X(30) VALUE 'REMARK'.
      *
       01  PRODUCT-DETAIL-LINE.
           05                              PIC X(10) VALUE SPACES.
           05  PRD-PROD-ID                 PIC X(3).
           05                              PIC X(6)  VALUE SPACES.
           05  PRD-PROD-NAME               PIC X(14).
           05                              PIC X(2)  VALUE SPACES.
           05  PRD-RECORD-COUNT            PIC ZZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  PRD-REMARK                  PIC X(35).
      *
       01  SUMMARY-HEADING.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(30) VALUE
                                           'AUDIT SUMMARY'.
      *
       01  SUMMARY-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  SL-CAPTION                  PIC X(40).
           05  SL-COUNT                    PIC Z,ZZZ,ZZ9.
      *
       01  SUMMARY-AMOUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  SA-CAPTION                  PIC X(40).
           05  SA-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      *
       100-AUDIT-FILES.
           PERFORM 120-READ-AUDIT-CONTROL
           PERFORM 150-SORT-OPEN-ITEMS
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-CHECK-ITEM-CUSTOMERS
           PERFORM 450-CHECK-CUSTOMER-BALANCES
           PERFORM 500-CHECK-OPEN-PO-LINES
           PERFORM 550-CHECK-PRICE-PRODUCTS
           PERFORM 600-CHECK-HISTORY-PRODUCTS
           PERFORM 650-CHECK-CURRENT-PRICES
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       120-READ-AUDIT-CONTROL.
           OPEN INPUT AUDIT-CONTROL
           READ AUDIT-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF AU-WRITE-CORRECTIONS = 'Y'
                       IF AU-REQUESTED-BY = SPACES
                           DISPLAY 'BALANCE CORRECTIONS NEED THE '
                                   'INITIALS OF THE PERSON ASKING '
                                   '- NO CORRECTION FILE WRITTEN'
                       ELSE
                           MOVE 'Y' TO CORRECTIONS-SW
                           MOVE AU-REQUESTED-BY TO CN-REQUESTED-BY
                       END-IF
                   END-IF
           END-READ
           CLOSE AUDIT-CONTROL
       .

       150-SORT-OPEN-ITEMS.
           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OPEN-INV-STATUS NOT = '00'
               DISPLAY 'OPEN-INVOICE-FILE OPEN FAILED, STATUS='
                       WS-OPEN-INV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT OPEN-ITEM-SORT-FILE
                ON ASCENDING KEY OSR-CUSTOMER-ID
                ON ASCENDING KEY OSR-INVOICE-NUMBER
                INPUT PROCEDURE IS 160-RELEASE-OPEN-ITEMS
                GIVING SORTED-OPEN-FILE
           CLOSE OPEN-INVOICE-FILE
       .

       160-RELEASE-OPEN-ITEMS.
           PERFORM UNTIL NO-MORE-RECORDS
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE OI-CUSTOMER-ID TO OSR-CUSTOMER-ID
                       MOVE OI-INVOICE-NUMBER TO OSR-INVOICE-NUMBER
                       MOVE OI-INVOICE-DATE TO OSR-INVOICE-DATE
                       MOVE OI-INVOICE-AMOUNT TO OSR-INVOICE-AMOUNT
                       MOVE OI-AMOUNT-PAID TO OSR-AMOUNT-PAID
                       MOVE OI-INVOICE-STATUS TO OSR-INVOICE-STATUS
                       RELEASE OPEN-ITEM-SORT-RECORD
               END-READ
           END-PERFORM
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  CUSTOMER-MASTER
           IF WS-CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-MASTER OPEN FAILED, STATUS='
                       WS-CUST-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = '00'
               DISPLAY 'OPEN-PO-FILE OPEN FAILED, STATUS='
                       WS-OPEN-PO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  PRODUCT-MASTER
           IF WS-PROD-MASTER-STATUS NOT = '00'
               DISPLAY 'PRODUCT-MASTER OPEN FAILED, STATUS='
                       WS-PROD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  PRICE-MASTER
           IF WS-PRICE-MASTER-STATUS NOT = '00'
               DISPLAY 'PRICE-MASTER OPEN FAILED, STATUS='
                       WS-PRICE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  SALES-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'SALES-HISTORY OPEN FAILED, STATUS='
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-REPORT
           IF CORRECTIONS-REQUESTED
               OPEN OUTPUT CORRECTION-FILE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-CURRENT-DATE TO PRICE-AS-OF-DATE
       .

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           IF CORRECTIONS-REQUESTED
               MOVE CORRECTION-NOTE-LINE TO REPORT-LINE
               PERFORM 700-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
           END-IF
       .

      *    CHECK 1 - EVERY OPEN ITEM MUST BELONG TO A CUSTOMER ON FILE
       400-CHECK-ITEM-CUSTOMERS.
           MOVE 1 TO CK-CHECK-NUMBER
           MOVE 'OPEN ITEMS ON OPENINV.DAT WITH NO CUSTOMER ON CUSTMAST'
               TO CK-CHECK-TITLE
           MOVE ORPHAN-HEADING TO COLUMN-HEADING-HOLD
           PERFORM 710-WRITE-CHECK-TITLE
           OPEN INPUT SORTED-OPEN-FILE
           MOVE 'Y' TO OPEN-EOF-FLAG
           PERFORM 410-READ-OPEN-ITEM
           PERFORM UNTIL NO-MORE-OPEN-DATA
               MOVE SO-CUSTOMER-ID TO GROUP-CUSTOMER-ID
               MOVE SO-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       SET CUSTOMER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
               PERFORM UNTIL NO-MORE-OPEN-DATA
                         OR SO-CUSTOMER-ID NOT = GROUP-CUSTOMER-ID
                   ADD 1 TO AC-ITEMS-CHECKED
                   IF CUSTOMER-NOT-FOUND
                       PERFORM 420-REPORT-ORPHAN-ITEM
                   END-IF
                   PERFORM 410-READ-OPEN-ITEM
               END-PERFORM
           END-PERFORM
           CLOSE SORTED-OPEN-FILE
           MOVE 'OPEN ITEMS CHECKED:' TO CC-CAPTION
           MOVE AC-ITEMS-CHECKED TO CC-CHECKED
           MOVE AC-ORPHAN-ITEMS TO CHECK-EXCEPTION-COUNT
           PERFORM 720-WRITE-CHECK-COUNT
       .

       410-READ-OPEN-ITEM.
           READ SORTED-OPEN-FILE
               AT END
                   MOVE 'N' TO OPEN-EOF-FLAG
                   MOVE HIGH-VALUES TO ITEM-MATCH-KEY
               NOT AT END
                   MOVE SO-CUSTOMER-ID TO ITEM-MATCH-KEY
           END-READ
       .

       420-REPORT-ORPHAN-ITEM.
           MOVE SO-INVOICE-NUMBER TO OD-INVOICE-NUMBER
           MOVE SO-CUSTOMER-ID TO OD-CUSTOMER-ID
           MOVE SO-INVOICE-DATE TO OD-INVOICE-DATE
           MOVE SO-INVOICE-STATUS TO OD-INVOICE-STATUS
           MOVE SO-INVOICE-AMOUNT TO OD-INVOICE-AMOUNT
           MOVE SO-AMOUNT-PAID TO OD-AMOUNT-PAID
           MOVE ORPHAN-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           ADD 1 TO AC-ORPHAN-ITEMS
       .

      *    CHECK 2 - CUSTOMER BALANCE AGAINST THE UNPAID OPEN ITEMS.
      *    CUSTOMERS IN KEY ORDER ARE MATCHED TO THE SORTED OPEN ITEMS
      *    SO A CUSTOMER WITH NO OPEN ITEMS IS CHECKED AGAINST ZERO.
       450-CHECK-CUSTOMER-BALANCES.
           MOVE 2 TO CK-CHECK-NUMBER
           MOVE 'CUSTOMER BALANCE NOT EQUAL TO UNPAID OPEN ITEMS'
               TO CK-CHECK-TITLE
           MOVE BALANCE-HEADING TO COLUMN-HEADING-HOLD
           PERFORM 710-WRITE-CHECK-TITLE
           OPEN INPUT SORTED-OPEN-FILE
           MOVE 'Y' TO OPEN-EOF-FLAG
           PERFORM 410-READ-OPEN-ITEM
           MOVE LOW-VALUES TO CUSTOMER-MATCH-KEY
           MOVE 0 TO CM-CUSTOMER-ID
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'N' TO CUSTOMER-EOF-FLAG
                   MOVE HIGH-VALUES TO CUSTOMER-MATCH-KEY
           END-START
           IF CUSTOMER-MATCH-KEY NOT = HIGH-VALUES
               PERFORM 460-READ-NEXT-CUSTOMER
           END-IF
           MOVE 0 TO GROUP-NET-OPEN
           PERFORM UNTIL CUSTOMER-MATCH-KEY = HIGH-VALUES
                     AND ITEM-MATCH-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN ITEM-MATCH-KEY < CUSTOMER-MATCH-KEY
      *                NO CUSTOMER - ALREADY LISTED UNDER CHECK 1
                       PERFORM 410-READ-OPEN-ITEM
                   WHEN ITEM-MATCH-KEY = CUSTOMER-MATCH-KEY
                       PERFORM 470-ADD-OPEN-ITEM
                       PERFORM 410-READ-OPEN-ITEM
                   WHEN OTHER
                       PERFORM 480-COMPARE-CUSTOMER-BALANCE
                       MOVE 0 TO GROUP-NET-OPEN
                       PERFORM 460-READ-NEXT-CUSTOMER
               END-EVALUATE
           END-PERFORM
           CLOSE SORTED-OPEN-FILE
           MOVE 'CUSTOMERS CHECKED:' TO CC-CAPTION
           MOVE AC-CUSTOMERS-CHECKED TO CC-CHECKED
           MOVE AC-BALANCE-MISMATCHES TO CHECK-EXCEPTION-COUNT
           PERFORM 720-WRITE-CHECK-COUNT
       .

       460-READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'N' TO CUSTOMER-EOF-FLAG
                   MOVE HIGH-VALUES TO CUSTOMER-MATCH-KEY
               NOT AT END
                   MOVE CM-CUSTOMER-ID TO CUSTOMER-MATCH-KEY
           END-READ
       .

       470-ADD-OPEN-ITEM.
           IF SO-AMOUNT-PAID < SO-INVOICE-AMOUNT
               SUBTRACT SO-AMOUNT-PAID FROM SO-INVOICE-AMOUNT
                   GIVING CALC-ITEM-UNPAID
           ELSE
               MOVE 0 TO CALC-ITEM-UNPAID
           END-IF
           EVALUATE TRUE
               WHEN SO-OPEN-INVOICE
                   ADD CALC-ITEM-UNPAID TO GROUP-NET-OPEN
               WHEN SO-CREDIT-ITEM
                   SUBTRACT CALC-ITEM-UNPAID FROM GROUP-NET-OPEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       480-COMPARE-CUSTOMER-BALANCE.
           ADD 1 TO AC-CUSTOMERS-CHECKED
           MOVE SPACES TO BD-REMARK
           IF GROUP-NET-OPEN < 0
               MOVE 0 TO CALC-EXPECTED-BALANCE
               MOVE 'NET CREDIT' TO BD-REMARK
           ELSE
               MOVE GROUP-NET-OPEN TO CALC-EXPECTED-BALANCE
           END-IF
           IF CM-CURRENT-BALANCE NOT = CALC-EXPECTED-BALANCE
               ADD 1 TO AC-BALANCE-MISMATCHES
               COMPUTE CALC-DIFFERENCE =
                   CM-CURRENT-BALANCE - CALC-EXPECTED-BALANCE
               ADD CALC-DIFFERENCE TO AC-NET-DIFFERENCE
               MOVE CM-CUSTOMER-ID TO BD-CUSTOMER-ID
               MOVE CM-CUSTOMER-NAME TO BD-CUSTOMER-NAME
               MOVE CM-CURRENT-BALANCE TO BD-MASTER-BALANCE
               MOVE GROUP-NET-OPEN TO BD-OPEN-ITEMS
               MOVE CALC-DIFFERENCE TO BD-DIFFERENCE
               IF CORRECTIONS-REQUESTED
                   PERFORM 490-WRITE-CORRECTION
                   MOVE 'CORRECTION OUT' TO BD-REMARK
               END-IF
               MOVE BALANCE-DETAIL-LINE TO REPORT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 700-WRITE-A-LINE
           END-IF
       .

       490-WRITE-CORRECTION.
           MOVE SPACES TO CORRECTION-REC
           MOVE 'C' TO TR-FILE-CODE
           MOVE 'C' TO TR-ACTION
           MOVE CM-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO TR-CUSTOMER-NAME
           MOVE CM-ADDRESS-LINE TO TR-ADDRESS-LINE
           MOVE CM-CITY TO TR-CITY
           MOVE CM-STATE TO TR-STATE
           MOVE CM-ZIP-CODE TO TR-ZIP-CODE
           MOVE CM-CREDIT-LIMIT TO TR-CREDIT-LIMIT
           MOVE CM-PAYMENT-TERMS TO TR-PAYMENT-TERMS
           MOVE CALC-EXPECTED-BALANCE TO TR-CURRENT-BALANCE
           IF CUSTOMER-TAX-EXEMPT
               MOVE 'Y' TO TR-TAX-EXEMPT
           ELSE
               MOVE 'N' TO TR-TAX-EXEMPT
           END-IF
           WRITE CORRECTION-REC
           ADD 1 TO AC-CORRECTIONS-WRITTEN
       .

      *    CHECK 3 - EVERY PURCHASE ORDER LINE MUST HAVE A POSITION
      *    FOR ITS VENDOR, WAREHOUSE AND COSTUME ON THE INVENTORY MASTER
       500-CHECK-OPEN-PO-LINES.
           MOVE 3 TO CK-CHECK-NUMBER
           MOVE 'OPENPO.DAT LINES WITH NO INVMAST VENDOR/WHSE/COSTUME'
               TO CK-CHECK-TITLE
           MOVE PO-HEADING TO COLUMN-HEADING-HOLD
           PERFORM 710-WRITE-CHECK-TITLE
           PERFORM UNTIL NO-MORE-PO-DATA
               READ OPEN-PO-FILE
                   AT END
                       MOVE 'N' TO PO-EOF-FLAG
                   NOT AT END
                       ADD 1 TO AC-PO-LINES-CHECKED
                       PERFORM 510-CHECK-ONE-PO-LINE
               END-READ
           END-PERFORM
           MOVE 'PO LINES CHECKED:' TO CC-CAPTION
           MOVE AC-PO-LINES-CHECKED TO CC-CHECKED
           MOVE AC-PO-LINE-EXCEPTIONS TO CHECK-EXCEPTION-COUNT
           PERFORM 720-WRITE-CHECK-COUNT
       .

       510-CHECK-ONE-PO-LINE.
           MOVE OP-VENDOR-ID TO IR-VENDOR-ID
           MOVE OP-WAREHOUSE-ID TO IR-WAREHOUSE-ID
           MOVE OP-COSTUME-ID TO IR-COSTUME-ID
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE OP-COSTUME-ID TO IR-COSTUME-ID
                   READ INVENTORY-FILE
                       KEY IS IR-COSTUME-ID
                       INVALID KEY
                           MOVE 'COSTUME NOT ON INVENTORY'
                               TO PD-REASON
                       NOT INVALID KEY
                           MOVE 'NOT STOCKED AT VENDOR/WHSE'
                               TO PD-REASON
                   END-READ
                   MOVE OP-VENDOR-ID TO PD-VENDOR-ID
                   MOVE OP-WAREHOUSE-ID TO PD-WAREHOUSE-ID
                   MOVE OP-COSTUME-ID TO PD-COSTUME-ID
                   MOVE OP-COSTUME-SIZE TO PD-COSTUME-SIZE
                   MOVE OP-COSTUME-NAME TO PD-COSTUME-NAME
                   MOVE OP-QTY-ORDERED TO PD-QTY-ORDERED
                   MOVE OP-LINE-STATUS TO PD-LINE-STATUS
                   MOVE PO-DETAIL-LINE TO REPORT-LINE
                   MOVE 1 TO PROPER-SPACING
                   PERFORM 700-WRITE-A-LINE
                   ADD 1 TO AC-PO-LINE-EXCEPTIONS
           END-READ
       .

      *    CHECK 4 - EVERY PRODUCT ON THE PRICE MASTER MUST BE ON THE
      *    PRODUCT MASTER
       550-CHECK-PRICE-PRODUCTS.
           MOVE 4 TO CK-CHECK-NUMBER
           MOVE 'PRICEMAST.DAT PRODUCTS MISSING FROM PRODMAST.DAT'
               TO CK-CHECK-TITLE
           MOVE PRODUCT-HEADING TO COLUMN-HEADING-HOLD
           PERFORM 710-WRITE-CHECK-TITLE
           MOVE LOW-VALUES TO PX-KEY
           START PRICE-MASTER
               KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'N' TO PRICE-EOF-FLAG
           END-START
           IF NOT NO-MORE-PRICE-DATA
               PERFORM 560-READ-PRICE
           END-IF
           PERFORM UNTIL NO-MORE-PRICE-DATA
               MOVE PX-PROD-ID TO GROUP-PROD-ID
               MOVE 0 TO GROUP-RECORD-COUNT
               PERFORM UNTIL NO-MORE-PRICE-DATA
                         OR PX-PROD-ID NOT = GROUP-PROD-ID
                   ADD 1 TO GROUP-RECORD-COUNT
                   PERFORM 560-READ-PRICE
               END-PERFORM
               ADD 1 TO AC-PRICE-PRODS-CHECKED
               PERFORM 570-LOOKUP-PRODUCT
               IF PRODUCT-NOT-FOUND
                   MOVE SPACES TO GROUP-PROD-NAME
                   MOVE 'PRICES FOR PRODUCT NOT ON PRODMAST'
                       TO PRD-REMARK
                   PERFORM 580-WRITE-PRODUCT-LINE
                   ADD 1 TO AC-PRICE-PROD-EXCEPTIONS
               END-IF
           END-PERFORM
           MOVE 'PRODUCTS CHECKED:' TO CC-CAPTION
           MOVE AC-PRICE-PRODS-CHECKED TO CC-CHECKED
           MOVE AC-PRICE-PROD-EXCEPTIONS TO CHECK-EXCEPTION-COUNT
           PERFORM 720-WRITE-CHECK-COUNT
       .

       560-READ-PRICE.
           READ PRICE-MASTER NEXT RECORD
               AT END
                   MOVE 'N' TO PRICE-EOF-FLAG
           END-READ
       .

       570-LOOKUP-PRODUCT.
           MOVE GROUP-PROD-ID TO PM-PROD-ID
           READ PRODUCT-MASTER
               INVALID KEY
                   SET PRODUCT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PRODUCT-FOUND TO TRUE
           END-READ
       .

       580-WRITE-PRODUCT-LINE.
           MOVE GROUP-PROD-ID TO PRD-PROD-ID
           MOVE GROUP-PROD-NAME TO PRD-PROD-NAME
           MOVE GROUP-RECORD-COUNT TO PRD-RECORD-COUNT
           MOVE PRODUCT-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

      *    CHECK 5 - EVERY PRODUCT IN SALES HISTORY MUST BE ON THE
      *    PRODUCT MASTER
       600-CHECK-HISTORY-PRODUCTS.
           MOVE 5 TO CK-CHECK-NUMBER
           MOVE 'SALESHIST.DAT PRODUCTS MISSING FROM PRODMAST.DAT'
               TO CK-CHECK-TITLE
           MOVE PRODUCT-HEADING TO COLUMN-HEADING-HOLD
           PERFORM 710-WRITE-CHECK-TITLE
           PERFORM 610-READ-HISTORY
           PERFORM UNTIL NO-MORE-HISTORY-DATA
               MOVE SH-PROD-ID TO GROUP-PROD-ID
               MOVE SH-PROD-NAME TO GROUP-PROD-NAME
               MOVE 0 TO GROUP-RECORD-COUNT
               PERFORM UNTIL NO-MORE-HISTORY-DATA
                         OR SH-PROD-ID NOT = GROUP-PROD-ID
                   ADD 1 TO GROUP-RECORD-COUNT
                   PERFORM 610-READ-HISTORY
               END-PERFORM
               ADD 1 TO AC-HIST-PRODS-CHECKED
               PERFORM 570-LOOKUP-PRODUCT
               IF PRODUCT-NOT-FOUND
                   MOVE 'HISTORY PERIODS FOR PRODUCT NOT ON FILE'
                       TO PRD-REMARK
                   PERFORM 580-WRITE-PRODUCT-LINE
                   ADD 1 TO AC-HIST-PROD-EXCEPTIONS
               END-IF
           END-PERFORM
           MOVE 'PRODUCTS CHECKED:' TO CC-CAPTION
           MOVE AC-HIST-PRODS-CHECKED TO CC-CHECKED
           MOVE AC-HIST-PROD-EXCEPTIONS TO CHECK-EXCEPTION-COUNT
           PERFORM 720-WRITE-CHECK-COUNT
       .

       610-READ-HISTORY.
           READ SALES-HISTORY
               AT END
                   MOVE 'N' TO HISTORY-EOF-FLAG
           END-READ
       .

      *    CHECK 6 - EVERY PRODUCT MUST HAVE A SELLING PRICE EFFECTIVE
      *    ON OR BEFORE THE RUN DATE
       650-CHECK-CURRENT-PRICES.
           MOVE 6 TO CK-CHECK-NUMBER
           MOVE 'PRODMAST.DAT PRODUCTS WITH NO CURRENT SELLING PRICE'
               TO CK-CHECK-TITLE
           MOVE PRODUCT-HEADING TO COLUMN-HEADING-HOLD
           PERFORM 710-WRITE-CHECK-TITLE
           MOVE LOW-VALUES TO PM-PROD-ID
           START PRODUCT-MASTER
               KEY IS NOT LESS THAN PM-PROD-ID
               INVALID KEY
                   MOVE 'N' TO PRODUCT-EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-PRODUCT-DATA
               READ PRODUCT-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO PRODUCT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO AC-PRODUCTS-CHECKED
                       PERFORM 660-FIND-CURRENT-PRICE
               END-READ
           END-PERFORM
           MOVE 'PRODUCTS CHECKED:' TO CC-CAPTION
           MOVE AC-PRODUCTS-CHECKED TO CC-CHECKED
           MOVE AC-NO-PRICE-EXCEPTIONS TO CHECK-EXCEPTION-COUNT
           PERFORM 720-WRITE-CHECK-COUNT
       .

       660-FIND-CURRENT-PRICE.
           MOVE PM-PROD-ID TO GROUP-PROD-ID
           MOVE PM-PROD-NAME TO GROUP-PROD-NAME
           MOVE 0 TO GROUP-RECORD-COUNT
           MOVE 'N' TO PRICE-FOUND-SW
           MOVE 'Y' TO PRICE-EOF-FLAG
           MOVE PM-PROD-ID TO PX-PROD-ID
           MOVE 0 TO PX-EFFECTIVE-DATE
           START PRICE-MASTER
               KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'N' TO PRICE-EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-PRICE-DATA
               READ PRICE-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO PRICE-EOF-FLAG
                   NOT AT END
                       IF PX-PROD-ID NOT = GROUP-PROD-ID
                           MOVE 'N' TO PRICE-EOF-FLAG
                       ELSE
                           ADD 1 TO GROUP-RECORD-COUNT
                           IF PX-EFFECTIVE-DATE NOT > PRICE-AS-OF-DATE
                               MOVE 'Y' TO PRICE-FOUND-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT CURRENT-PRICE-FOUND
               IF GROUP-RECORD-COUNT = 0
                   MOVE 'NO PRICE ON PRICEMAST' TO PRD-REMARK
               ELSE
                   MOVE 'ONLY FUTURE-DATED PRICES' TO PRD-REMARK
               END-IF
               PERFORM 580-WRITE-PRODUCT-LINE
               ADD 1 TO AC-NO-PRICE-EXCEPTIONS
           END-IF
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       710-WRITE-CHECK-TITLE.
           MOVE CHECK-TITLE-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE COLUMN-HEADING-HOLD TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       720-WRITE-CHECK-COUNT.
           MOVE CHECK-EXCEPTION-COUNT TO CC-EXCEPTIONS
           IF CHECK-EXCEPTION-COUNT = 0
               MOVE NO-EXCEPTIONS-LINE TO REPORT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 700-WRITE-A-LINE
           END-IF
           MOVE CHECK-COUNT-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       800-END-OF-JOB-ROUTINE.
           ADD AC-ORPHAN-ITEMS AC-BALANCE-MISMATCHES
               AC-PO-LINE-EXCEPTIONS AC-PRICE-PROD-EXCEPTIONS
               AC-HIST-PROD-EXCEPTIONS AC-NO-PRICE-EXCEPTIONS
               GIVING AC-TOTAL-EXCEPTIONS
           MOVE SUMMARY-HEADING TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'OPEN ITEMS WITH NO CUSTOMER:' TO SL-CAPTION
           MOVE AC-ORPHAN-ITEMS TO SL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'CUSTOMER BALANCE MISMATCHES:' TO SL-CAPTION
           MOVE AC-BALANCE-MISMATCHES TO SL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'PO LINES WITH NO INVENTORY POSITION:' TO SL-CAPTION
           MOVE AC-PO-LINE-EXCEPTIONS TO SL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'PRICE PRODUCTS NOT ON PRODMAST:' TO SL-CAPTION
           MOVE AC-PRICE-PROD-EXCEPTIONS TO SL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'HISTORY PRODUCTS NOT ON PRODMAST:' TO SL-CAPTION
           MOVE AC-HIST-PROD-EXCEPTIONS TO SL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'PRODUCTS WITH NO CURRENT PRICE:' TO SL-CAPTION
           MOVE AC-NO-PRICE-EXCEPTIONS TO SL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'TOTAL EXCEPTIONS:' TO SL-CAPTION
           MOVE AC-TOTAL-EXCEPTIONS TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'NET BALANCE DIFFERENCE (MASTER - ITEMS):'
               TO SA-CAPTION
           MOVE AC-NET-DIFFERENCE TO SA-AMOUNT
           MOVE SUMMARY-AMOUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           IF CORRECTIONS-REQUESTED
               MOVE 'BALANCE CORRECTIONS WRITTEN:' TO SL-CAPTION
               MOVE AC-CORRECTIONS-WRITTEN TO SL-COUNT
               PERFORM 810-WRITE-SUMMARY-LINE
           END-IF
       .

       810-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE CUSTOMER-MASTER
                 OPEN-PO-FILE
                 INVENTORY-FILE
                 PRODUCT-MASTER
                 PRICE-MASTER
                 SALES-HISTORY
                 AUDIT-REPORT
           IF CORRECTIONS-REQUESTED
               CLOSE CORRECTION-FILE
           END-IF
           STOP RUN
       .
