       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM40.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program prints the monthly sales tax liability report for
      *ASHRALS LTD.  PROGRAM8 appends one record per invoice to the
      *tax history TAXHIST.TXT carrying the customer's state, the
      *merchandise value split into taxable and exempt sales, and the
      *tax charged.  The history is selected for the open period on
      *the period control file PERIODCTL.DAT (invoice dates falling
      *in that year and month), sorted into state order, and the
      *report shows one line per state with the number of invoices,
      *taxable sales, exempt sales and tax collected, followed by
      *grand totals, so the state returns can be filed straight from
      *it.  Run it before PROGRAM19 rolls the period forward.  Credit
      *memo entries PROGRAM27 adds to the history (entry type C) are
      *netted off the state's taxable sales, exempt sales and tax in
      *the period the credit was issued, and counted separately.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIODCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

           SELECT OPTIONAL TAX-HISTORY-FILE
               ASSIGN TO 'TAXHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-SORT-FILE
               ASSIGN TO 'PR40TAXSORT.TMP'.

           SELECT SORTED-TAX-FILE
               ASSIGN TO 'PR40SORTEDTAX.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-REPORT
               ASSIGN TO PRINTER 'SALES-TAX-LIABILITY.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    PERIOD-CONTROL-FILE.
       01    PERIOD-CONTROL-RECORD.
             05  PC-OPEN-PERIOD              PIC 9(6).
             05  PC-PERIOD-STATUS            PIC X.
             05  PC-RETENTION-PERIODS        PIC 9(3).

       FD    TAX-HISTORY-FILE.
       01    TAX-HISTORY-RECORD.
             05  TH-INVOICE-DATE             PIC 9(6).
             05  TH-INVOICE-NUMBER           PIC 9(10).
             05  TH-CUSTOMER-ID              PIC 9(5).
             05  TH-STATE                    PIC X(2).
             05  TH-TAX-EXEMPT               PIC X.
             05  TH-TAXABLE-AMOUNT           PIC 9(7)V99.
             05  TH-EXEMPT-AMOUNT            PIC 9(7)V99.
             05  TH-TAX-RATE                 PIC 99V999.
             05  TH-TAX-AMOUNT               PIC 9(7)V99.
             05  TH-ENTRY-TYPE               PIC X.

       SD    TAX-SORT-FILE.
       01    TAX-SORT-RECORD.
             05  TSR-STATE                   PIC X(2).
             05  TSR-INVOICE-NUMBER          PIC 9(10).
             05  TSR-TAXABLE-AMOUNT          PIC 9(7)V99.
             05  TSR-EXEMPT-AMOUNT           PIC 9(7)V99.
             05  TSR-TAX-AMOUNT              PIC 9(7)V99.
             05  TSR-ENTRY-TYPE              PIC X.

       FD    SORTED-TAX-FILE.
       01    SORTED-TAX-REC.
             05  ST-STATE                    PIC X(2).
             05  ST-INVOICE-NUMBER           PIC 9(10).
             05  ST-TAXABLE-AMOUNT           PIC 9(7)V99.
             05  ST-EXEMPT-AMOUNT            PIC 9(7)V99.
             05  ST-TAX-AMOUNT               PIC 9(7)V99.
             05  ST-ENTRY-TYPE               PIC X.
                 88  ST-CREDIT-ENTRY                 VALUE 'C'.

       FD    TAX-REPORT.
       01    REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-PERIOD-CTL-STATUS      PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-OPEN-PERIOD.
           05  OP-CENTURY                  PIC 99.
           05  OP-YEAR-MONTH               PIC 9(4).
       01  WS-OPEN-PERIOD-N REDEFINES WS-OPEN-PERIOD
                                           PIC 9(6).

       01  WS-INVOICE-DATE.
           05  ID-YEAR-MONTH               PIC 9(4).
           05  ID-DAY                      PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-RECORDS                      VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  TAX-EOF-FLAG                PIC X       VALUE 'Y'.
               88 NO-MORE-TAX-DATA                     VALUE 'N'.
               88 MORE-TAX-RECORDS                     VALUE 'Y'.
      *
       01  GROUP-FIELDS.
           05  GROUP-STATE                 PIC X(2).
           05  GROUP-INVOICES              PIC 9(5)    VALUE 0.
           05  GROUP-CREDITS               PIC 9(5)    VALUE 0.
           05  GROUP-TAXABLE               PIC S9(9)V99 VALUE 0.
           05  GROUP-EXEMPT                PIC S9(9)V99 VALUE 0.
           05  GROUP-TAX                   PIC S9(9)V99 VALUE 0.

       01  GRAND-TOTAL-FIELDS.
           05  GT-STATES                   PIC 9(5)    VALUE 0.
           05  GT-INVOICES                 PIC 9(5)    VALUE 0.
           05  GT-CREDITS                  PIC 9(5)    VALUE 0.
           05  GT-TAXABLE                  PIC S9(9)V99 VALUE 0.
           05  GT-EXEMPT                   PIC S9(9)V99 VALUE 0.
           05  GT-TAX                      PIC S9(9)V99 VALUE 0.

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
                                        'SALES TAX LIABILITY REPORT'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  PERIOD-HEADING-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(15) VALUE
                                           'PERIOD (CCYYMM)'.
           05                              PIC X(2)  VALUE ': '.
           05  PH-PERIOD                   PIC 9(6).
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'STATE'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'INVOICES'.
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(13) VALUE
                                           'TAXABLE SALES'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(12) VALUE
                                           'EXEMPT SALES'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(13) VALUE
                                           'TAX COLLECTED'.
      *
       01  STATE-DETAIL-LINE.
           05                              PIC X(6)  VALUE SPACES.
           05  SD-STATE                    PIC X(2).
           05                              PIC X(8)  VALUE SPACES.
           05  SD-INVOICES                 PIC ZZZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  SD-TAXABLE                  PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-EXEMPT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2)  VALUE SPACES.
           05  SD-TAX                      PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  GRAND-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  GT-CAPTION                  PIC X(22).
           05  GT-AMOUNT                   PIC $ZZZ,ZZZ,ZZ9.99-.
      *
       01  GRAND-COUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  GC-CAPTION                  PIC X(22).
           05  GC-COUNT                    PIC ZZZZ9.
      *
       01  NO-ACTIVITY-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(40) VALUE
                          'NO INVOICES ON TAX HISTORY FOR PERIOD'.

       PROCEDURE DIVISION.
      *
       100-REPORT-TAX-LIABILITY.
           PERFORM 250-READ-PERIOD-CONTROL
           PERFORM 150-SORT-TAX-HISTORY
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-PROCESS-GROUPS
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       150-SORT-TAX-HISTORY.
           OPEN INPUT TAX-HISTORY-FILE
           SORT TAX-SORT-FILE
                ON ASCENDING KEY TSR-STATE
                ON ASCENDING KEY TSR-INVOICE-NUMBER
                INPUT PROCEDURE IS 160-RELEASE-PERIOD-HISTORY
                GIVING SORTED-TAX-FILE
           CLOSE TAX-HISTORY-FILE
       .

       160-RELEASE-PERIOD-HISTORY.
           PERFORM UNTIL NO-MORE-RECORDS
               READ TAX-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE TH-INVOICE-DATE TO WS-INVOICE-DATE
                       IF ID-YEAR-MONTH = OP-YEAR-MONTH
                           MOVE TH-STATE TO TSR-STATE
                           MOVE TH-INVOICE-NUMBER
                               TO TSR-INVOICE-NUMBER
                           MOVE TH-TAXABLE-AMOUNT
                               TO TSR-TAXABLE-AMOUNT
                           MOVE TH-EXEMPT-AMOUNT TO TSR-EXEMPT-AMOUNT
                           MOVE TH-TAX-AMOUNT TO TSR-TAX-AMOUNT
                           MOVE TH-ENTRY-TYPE TO TSR-ENTRY-TYPE
                           RELEASE TAX-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-TAX-FILE
                OUTPUT TAX-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
       .

       250-READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CTL-STATUS NOT = '00'
               DISPLAY 'PERIOD CONTROL FILE MISSING - RUN PROGRAM19'
               STOP RUN
           END-IF
           READ PERIOD-CONTROL-FILE
               AT END
                   DISPLAY 'PERIOD CONTROL FILE EMPTY - RUN PROGRAM19'
                   STOP RUN
           END-READ
           MOVE PC-OPEN-PERIOD TO WS-OPEN-PERIOD-N
           CLOSE PERIOD-CONTROL-FILE
       .

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE WS-OPEN-PERIOD-N TO PH-PERIOD
           MOVE PERIOD-HEADING-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-PROCESS-GROUPS.
           PERFORM 410-READ-TAX-RECORD
           IF NO-MORE-TAX-DATA
               MOVE NO-ACTIVITY-LINE TO REPORT-LINE
               PERFORM 700-WRITE-A-LINE
           END-IF
           PERFORM UNTIL NO-MORE-TAX-DATA
               PERFORM 430-START-STATE-GROUP
               PERFORM 500-ACCUMULATE-STATE
               PERFORM 600-STATE-TOTAL-BREAK
           END-PERFORM
       .

       410-READ-TAX-RECORD.
           READ SORTED-TAX-FILE
               AT END
                   MOVE 'N' TO TAX-EOF-FLAG
           END-READ
       .

       430-START-STATE-GROUP.
           MOVE ST-STATE TO GROUP-STATE
           MOVE 0 TO GROUP-INVOICES
           MOVE 0 TO GROUP-CREDITS
           MOVE 0 TO GROUP-TAXABLE
           MOVE 0 TO GROUP-EXEMPT
           MOVE 0 TO GROUP-TAX
       .

       500-ACCUMULATE-STATE.
           PERFORM UNTIL NO-MORE-TAX-DATA
                     OR ST-STATE NOT = GROUP-STATE
               IF ST-CREDIT-ENTRY
                   ADD 1 TO GROUP-CREDITS
                   SUBTRACT ST-TAXABLE-AMOUNT FROM GROUP-TAXABLE
                   SUBTRACT ST-EXEMPT-AMOUNT FROM GROUP-EXEMPT
                   SUBTRACT ST-TAX-AMOUNT FROM GROUP-TAX
               ELSE
                   ADD 1 TO GROUP-INVOICES
                   ADD ST-TAXABLE-AMOUNT TO GROUP-TAXABLE
                   ADD ST-EXEMPT-AMOUNT TO GROUP-EXEMPT
                   ADD ST-TAX-AMOUNT TO GROUP-TAX
               END-IF
               PERFORM 410-READ-TAX-RECORD
           END-PERFORM
       .

       600-STATE-TOTAL-BREAK.
           MOVE GROUP-STATE TO SD-STATE
           MOVE GROUP-INVOICES TO SD-INVOICES
           MOVE GROUP-TAXABLE TO SD-TAXABLE
           MOVE GROUP-EXEMPT TO SD-EXEMPT
           MOVE GROUP-TAX TO SD-TAX
           MOVE STATE-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           ADD 1 TO GT-STATES
           ADD GROUP-INVOICES TO GT-INVOICES
           ADD GROUP-CREDITS TO GT-CREDITS
           ADD GROUP-TAXABLE TO GT-TAXABLE
           ADD GROUP-EXEMPT TO GT-EXEMPT
           ADD GROUP-TAX TO GT-TAX
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'STATES REPORTED:' TO GC-CAPTION
           MOVE GT-STATES TO GC-COUNT
           MOVE GRAND-COUNT-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'INVOICES REPORTED:' TO GC-CAPTION
           MOVE GT-INVOICES TO GC-COUNT
           MOVE GRAND-COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'CREDIT MEMOS NETTED:' TO GC-CAPTION
           MOVE GT-CREDITS TO GC-COUNT
           MOVE GRAND-COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL TAXABLE SALES:' TO GT-CAPTION
           MOVE GT-TAXABLE TO GT-AMOUNT
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL EXEMPT SALES:' TO GT-CAPTION
           MOVE GT-EXEMPT TO GT-AMOUNT
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL TAX COLLECTED:' TO GT-CAPTION
           MOVE GT-TAX TO GT-AMOUNT
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE SORTED-TAX-FILE
                 TAX-REPORT
           STOP RUN
       .
