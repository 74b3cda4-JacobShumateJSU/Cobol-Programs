       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM32.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program prints the accounts payable payment selection
      *report for ASHRALS LTD from the open item file APOPEN.DAT that
      *PROGRAM31 builds from matched vendor invoices.  Every open
      *item is sorted into due date order and the invoice lines are
      *combined into one line per vendor invoice.  Invoices due on
      *or before the cutoff date are selected for payment and listed
      *under their due date with a subtotal per date, followed by the
      *amount to pay each vendor and the remit-to name from
      *VENDMAST.DAT.  The cutoff is taken from the payment control
      *record PAYSELCTL.TXT; when there is none the run date is used.
      *Items not yet due are counted and totalled at the end so the
      *next run can be planned.  Nothing on APOPEN.DAT is changed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE
               ASSIGN TO 'APOPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-OPEN-STATUS.

           SELECT PAY-SORT-FILE
               ASSIGN TO 'PR32PAYSORT.TMP'.

           SELECT SORTED-PAY-FILE
               ASSIGN TO 'PR32SORTEDPAY.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-VEND-MASTER-STATUS.

           SELECT OPTIONAL PAYMENT-CONTROL-FILE
               ASSIGN TO 'PAYSELCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELECTION-REPORT
               ASSIGN TO PRINTER 'PAYMENT-SELECTION.TXT'.

       DATA DIVISION.
       FILE SECTION.

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

       SD    PAY-SORT-FILE.
       01    PAY-SORT-RECORD.
             05  PSR-DUE-DATE                PIC 9(6).
             05  PSR-VENDOR-ID               PIC X(4).
             05  PSR-INVOICE-NUMBER          PIC X(10).
             05  PSR-INVOICE-DATE            PIC 9(6).
             05  PSR-LINE-AMOUNT             PIC 9(7)V99.

       FD    SORTED-PAY-FILE.
       01    SORTED-PAY-REC.
             05  SP-DUE-DATE                 PIC 9(6).
             05  SP-VENDOR-ID                PIC X(4).
             05  SP-INVOICE-NUMBER           PIC X(10).
             05  SP-INVOICE-DATE             PIC 9(6).
             05  SP-LINE-AMOUNT              PIC 9(7)V99.

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

       FD    PAYMENT-CONTROL-FILE.
       01    PAYMENT-CONTROL-RECORD.
             05  PS-CUTOFF-DATE              PIC 9(6).

       FD    SELECTION-REPORT.
       01    REPORT-LINE                 PIC X(90).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-AP-OPEN-STATUS         PIC X(2) VALUE '00'.
             05    WS-VEND-MASTER-STATUS     PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CUTOFF-DATE                  PIC 9(6)    VALUE 0.

       01  WS-DISPLAY-DATE.
           05  DS-YEAR                     PIC 99.
           05  DS-MONTH                    PIC 99.
           05  DS-DAY                      PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-RECORDS                      VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  PAY-EOF-FLAG                PIC X       VALUE 'Y'.
               88 NO-MORE-PAY-DATA                     VALUE 'N'.
               88 MORE-PAY-RECORDS                     VALUE 'Y'.
           05  VENDOR-STATUS-FLAG          PIC X       VALUE 'N'.
               88  VENDOR-FOUND                        VALUE 'Y'.
               88  VENDOR-NOT-FOUND                    VALUE 'N'.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.
           05  VENDOR-COUNT                PIC 99      VALUE 0.

       01  GROUP-FIELDS.
           05  GROUP-DUE-DATE              PIC 9(6).
           05  GROUP-DUE-TOTAL             PIC 9(9)V99 VALUE 0.
           05  GROUP-VENDOR-ID             PIC X(4).
           05  GROUP-INVOICE-NUMBER        PIC X(10).
           05  GROUP-INVOICE-AMOUNT        PIC 9(9)V99 VALUE 0.

       01  VENDOR-PAY-TABLE.
           05  VENDOR-PAY-ENTRY OCCURS 50 TIMES.
               10  VP-VENDOR-ID            PIC X(4).
               10  VP-VENDOR-NAME          PIC X(25).
               10  VP-INVOICE-COUNT        PIC 9(5).
               10  VP-PAY-AMOUNT           PIC 9(9)V99.

       01  SELECTION-TOTALS.
           05  ST-INVOICES-SELECTED        PIC 9(5)    VALUE 0.
           05  ST-AMOUNT-SELECTED          PIC 9(9)V99 VALUE 0.
           05  ST-LINES-NOT-DUE            PIC 9(5)    VALUE 0.
           05  ST-AMOUNT-NOT-DUE           PIC 9(9)V99 VALUE 0.

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
                                        'PAYMENT SELECTION REPORT'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  CUTOFF-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(27) VALUE
                                       'INVOICES DUE ON OR BEFORE: '.
           05  CL-MONTH                    PIC 99.
           05                              PIC X     VALUE '/'.
           05  CL-DAY                      PIC 99.
           05                              PIC X     VALUE '/'.
           05  CL-YEAR                     PIC 99.
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'DUE DATE'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'VEND'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'NAME'.
           05                              PIC X(23) VALUE SPACES.
           05                              PIC X(7)  VALUE 'INVOICE'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'INV DATE'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'AMOUNT'.
      *
       01  SELECTION-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  SD-DUE-DATE.
               10  SD-DUE-MONTH            PIC 99.
               10                          PIC X     VALUE '/'.
               10  SD-DUE-DAY              PIC 99.
               10                          PIC X     VALUE '/'.
               10  SD-DUE-YEAR             PIC 99.
           05                              PIC X(3)  VALUE SPACES.
           05  SD-VENDOR-ID                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  SD-VENDOR-NAME              PIC X(25).
           05                              PIC X(2)  VALUE SPACES.
           05  SD-INVOICE-NUMBER           PIC X(10).
           05                              PIC X(2)  VALUE SPACES.
           05  SD-INVOICE-DATE.
               10  SD-INV-MONTH            PIC 99.
               10                          PIC X     VALUE '/'.
               10  SD-INV-DAY              PIC 99.
               10                          PIC X     VALUE '/'.
               10  SD-INV-YEAR             PIC 99.
           05                              PIC X(2)  VALUE SPACES.
           05  SD-AMOUNT                   PIC ZZZ,ZZ9.99.
      *
       01  DUE-DATE-TOTAL-LINE.
           05                              PIC X(45) VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'TOTAL DUE THIS DATE:'.
           05  DT-AMOUNT                   PIC $ZZZ,ZZZ,ZZ9.99.
      *
       01  VENDOR-HEADING-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(26) VALUE
                                           'AMOUNT TO PAY BY VENDOR'.
      *
       01  VENDOR-PAY-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  VL-VENDOR-ID                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  VL-VENDOR-NAME              PIC X(25).
           05                              PIC X(2)  VALUE SPACES.
           05  VL-INVOICE-COUNT            PIC ZZZZ9.
           05                              PIC X(10) VALUE ' INVOICES '.
           05  VL-PAY-AMOUNT               PIC $ZZZ,ZZZ,ZZ9.99.
      *
       01  COUNT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CT-CAPTION                  PIC X(28).
           05  CT-COUNT                    PIC ZZZZ9.
      *
       01  GRAND-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  GT-CAPTION                  PIC X(28).
           05  GT-AMOUNT                   PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *
       100-SELECT-PAYMENTS.
           PERFORM 150-SORT-OPEN-ITEMS
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-PROCESS-DUE-DATES
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       150-SORT-OPEN-ITEMS.
           OPEN INPUT AP-OPEN-FILE
           IF WS-AP-OPEN-STATUS NOT = '00'
               DISPLAY 'AP-OPEN-FILE OPEN FAILED, STATUS='
                       WS-AP-OPEN-STATUS
               STOP RUN
           END-IF
           SORT PAY-SORT-FILE
                ON ASCENDING KEY PSR-DUE-DATE
                ON ASCENDING KEY PSR-VENDOR-ID
                ON ASCENDING KEY PSR-INVOICE-NUMBER
                INPUT PROCEDURE IS 160-RELEASE-OPEN-ITEMS
                GIVING SORTED-PAY-FILE
           CLOSE AP-OPEN-FILE
       .

       160-RELEASE-OPEN-ITEMS.
           PERFORM UNTIL NO-MORE-RECORDS
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF AP-ITEM-STATUS = 'O'
                           MOVE AP-DUE-DATE TO PSR-DUE-DATE
                           MOVE AP-VENDOR-ID TO PSR-VENDOR-ID
                           MOVE AP-INVOICE-NUMBER
                               TO PSR-INVOICE-NUMBER
                           MOVE AP-INVOICE-DATE TO PSR-INVOICE-DATE
                           MOVE AP-LINE-AMOUNT TO PSR-LINE-AMOUNT
                           RELEASE PAY-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-PAY-FILE
                       VENDOR-MASTER
                OUTPUT SELECTION-REPORT
           IF WS-VEND-MASTER-STATUS NOT = '00'
               DISPLAY 'VENDOR-MASTER OPEN FAILED, STATUS='
                       WS-VEND-MASTER-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 250-READ-PAYMENT-CONTROL
       .

       250-READ-PAYMENT-CONTROL.
           MOVE WS-CURRENT-DATE TO WS-CUTOFF-DATE
           OPEN INPUT PAYMENT-CONTROL-FILE
           READ PAYMENT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PS-CUTOFF-DATE IS NUMERIC
                      AND PS-CUTOFF-DATE > 0
                       MOVE PS-CUTOFF-DATE TO WS-CUTOFF-DATE
                   END-IF
           END-READ
           CLOSE PAYMENT-CONTROL-FILE
           MOVE WS-CUTOFF-DATE TO WS-DISPLAY-DATE
           MOVE DS-MONTH TO CL-MONTH
           MOVE DS-DAY TO CL-DAY
           MOVE DS-YEAR TO CL-YEAR
       .

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE CUTOFF-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-PROCESS-DUE-DATES.
           PERFORM 410-READ-PAY-ITEM
           PERFORM UNTIL NO-MORE-PAY-DATA
               IF SP-DUE-DATE > WS-CUTOFF-DATE
                   ADD 1 TO ST-LINES-NOT-DUE
                   ADD SP-LINE-AMOUNT TO ST-AMOUNT-NOT-DUE
                   PERFORM 410-READ-PAY-ITEM
               ELSE
                   PERFORM 430-START-DUE-DATE-GROUP
                   PERFORM 500-SELECT-DUE-INVOICES
                   PERFORM 600-DUE-DATE-TOTAL-BREAK
               END-IF
           END-PERFORM
       .

       410-READ-PAY-ITEM.
           READ SORTED-PAY-FILE
               AT END
                   MOVE 'N' TO PAY-EOF-FLAG
           END-READ
       .

       430-START-DUE-DATE-GROUP.
           MOVE SP-DUE-DATE TO GROUP-DUE-DATE
           MOVE 0 TO GROUP-DUE-TOTAL
       .

       500-SELECT-DUE-INVOICES.
           PERFORM UNTIL NO-MORE-PAY-DATA
                     OR SP-DUE-DATE NOT = GROUP-DUE-DATE
               MOVE SP-VENDOR-ID TO GROUP-VENDOR-ID
               MOVE SP-INVOICE-NUMBER TO GROUP-INVOICE-NUMBER
               MOVE 0 TO GROUP-INVOICE-AMOUNT
               PERFORM 520-START-INVOICE-LINE
               PERFORM UNTIL NO-MORE-PAY-DATA
                         OR SP-DUE-DATE NOT = GROUP-DUE-DATE
                         OR SP-VENDOR-ID NOT = GROUP-VENDOR-ID
                         OR SP-INVOICE-NUMBER NOT = GROUP-INVOICE-NUMBER
                   ADD SP-LINE-AMOUNT TO GROUP-INVOICE-AMOUNT
                   PERFORM 410-READ-PAY-ITEM
               END-PERFORM
               PERFORM 550-WRITE-INVOICE-LINE
           END-PERFORM
       .

       520-START-INVOICE-LINE.
           MOVE SPACES TO SELECTION-DETAIL-LINE
           MOVE GROUP-DUE-DATE TO WS-DISPLAY-DATE
           MOVE DS-MONTH TO SD-DUE-MONTH
           MOVE DS-DAY TO SD-DUE-DAY
           MOVE DS-YEAR TO SD-DUE-YEAR
           MOVE SP-INVOICE-DATE TO WS-DISPLAY-DATE
           MOVE DS-MONTH TO SD-INV-MONTH
           MOVE DS-DAY TO SD-INV-DAY
           MOVE DS-YEAR TO SD-INV-YEAR
           MOVE SP-VENDOR-ID TO SD-VENDOR-ID
           MOVE SP-INVOICE-NUMBER TO SD-INVOICE-NUMBER
           MOVE SP-VENDOR-ID TO VM-VENDOR-ID
           READ VENDOR-MASTER
               INVALID KEY
                   SET VENDOR-NOT-FOUND TO TRUE
                   MOVE 'VENDOR NOT ON FILE' TO SD-VENDOR-NAME
               NOT INVALID KEY
                   SET VENDOR-FOUND TO TRUE
                   MOVE VM-VENDOR-NAME TO SD-VENDOR-NAME
           END-READ
       .

       550-WRITE-INVOICE-LINE.
           MOVE GROUP-INVOICE-AMOUNT TO SD-AMOUNT
           MOVE SELECTION-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           ADD GROUP-INVOICE-AMOUNT TO GROUP-DUE-TOTAL
                                       ST-AMOUNT-SELECTED
           ADD 1 TO ST-INVOICES-SELECTED
           PERFORM 570-ACCUMULATE-VENDOR
       .

       570-ACCUMULATE-VENDOR.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > VENDOR-COUNT
                      OR VP-VENDOR-ID(SUB) = GROUP-VENDOR-ID
               CONTINUE
           END-PERFORM
           IF SUB > VENDOR-COUNT
               IF VENDOR-COUNT < 50
                   ADD 1 TO VENDOR-COUNT
                   MOVE VENDOR-COUNT TO SUB
                   MOVE GROUP-VENDOR-ID TO VP-VENDOR-ID(SUB)
                   MOVE SD-VENDOR-NAME TO VP-VENDOR-NAME(SUB)
                   MOVE 0 TO VP-INVOICE-COUNT(SUB)
                   MOVE 0 TO VP-PAY-AMOUNT(SUB)
               ELSE
                   DISPLAY 'VENDOR TABLE FULL - ' GROUP-VENDOR-ID
                           ' LEFT OUT OF VENDOR TOTALS'
               END-IF
           END-IF
           IF SUB NOT > VENDOR-COUNT
               ADD 1 TO VP-INVOICE-COUNT(SUB)
               ADD GROUP-INVOICE-AMOUNT TO VP-PAY-AMOUNT(SUB)
           END-IF
       .

       600-DUE-DATE-TOTAL-BREAK.
           MOVE GROUP-DUE-TOTAL TO DT-AMOUNT
           MOVE DUE-DATE-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE VENDOR-HEADING-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > VENDOR-COUNT
               MOVE VP-VENDOR-ID(SUB) TO VL-VENDOR-ID
               MOVE VP-VENDOR-NAME(SUB) TO VL-VENDOR-NAME
               MOVE VP-INVOICE-COUNT(SUB) TO VL-INVOICE-COUNT
               MOVE VP-PAY-AMOUNT(SUB) TO VL-PAY-AMOUNT
               MOVE VENDOR-PAY-LINE TO REPORT-LINE
               PERFORM 700-WRITE-A-LINE
           END-PERFORM
           MOVE 'INVOICES SELECTED:' TO CT-CAPTION
           MOVE ST-INVOICES-SELECTED TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL SELECTED FOR PAYMENT:' TO GT-CAPTION
           MOVE ST-AMOUNT-SELECTED TO GT-AMOUNT
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'OPEN LINES NOT YET DUE:' TO CT-CAPTION
           MOVE ST-LINES-NOT-DUE TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL NOT YET DUE:' TO GT-CAPTION
           MOVE ST-AMOUNT-NOT-DUE TO GT-AMOUNT
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE SORTED-PAY-FILE
                 VENDOR-MASTER
                 SELECTION-REPORT
           STOP RUN
       .
