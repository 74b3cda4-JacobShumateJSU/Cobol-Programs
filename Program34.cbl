       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM34.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program prints the physical inventory variance report for
      *ASHRALS LTD.  The quantities keyed from the PROGRAM33 count
      *sheets (COUNTENT.TXT, one record per vendor/warehouse/ costume
      *and slot counted) are matched to the inventory master
      *INVMAST.DAT in warehouse order.  The book quantity each count
      *is measured against is the one PROGRAM33 saved on the count
      *snapshot file COUNTSNAP.TXT when it printed the sheets, so
      *movements posted while the count was under way do not show as
      *variances; a count for a slot that was not on the sheets is an
      *exception.  Every slot whose count differs from that book
      *quantity is listed with the over or short quantity valued at
      *that slot's purchase price, with totals by warehouse and for
      *the whole count, and written with that book quantity to the
      *count variance file COUNTVAR.TXT.  Counts for costumes or
      *slots not on the stock file, non-numeric counts and second
      *counts of the same slot are listed as exceptions and not
      *carried forward.  Only the slots
      *actually counted are touched, so a cycle count of part of a
      *building works the same way as a full count.  The report ends
      *with the posting control totals the supervisor enters on the
      *approval record COUNTAPPR.TXT once the variances are accepted;
      *any earlier approval is cleared here so that PROGRAM35 can only
      *post the variances the supervisor has actually seen.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-ENTRY-FILE
               ASSIGN TO 'COUNTENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT COUNT-SORT-FILE
               ASSIGN TO 'PR34COUNTSORT.TMP'.

           SELECT INV-SORT-FILE
               ASSIGN TO 'PR34INVSORT.TMP'.

           SELECT SORTED-COUNT-FILE
               ASSIGN TO 'PR34SORTEDCOUNT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-INV-FILE
               ASSIGN TO 'PR34SORTEDINV.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNT-SNAPSHOT-FILE
               ASSIGN TO 'COUNTSNAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COUNT-VARIANCE-FILE
               ASSIGN TO 'COUNTVAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNT-APPROVAL-FILE
               ASSIGN TO 'COUNTAPPR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VARIANCE-REPORT
               ASSIGN TO PRINTER 'COUNT-VARIANCE.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    COUNT-ENTRY-FILE.

       01    COUNT-ENTRY-REC.
         05  CE-VENDOR-ID                PIC X(4).
         05  CE-WAREHOUSE-ID             PIC X(3).
         05  CE-COSTUME-ID               PIC X(3).
         05  CE-SLOT                     PIC 9.
         05  CE-COUNTED-QTY              PIC 9(3).

       FD    INVENTORY-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA             PIC X(126).

       SD    COUNT-SORT-FILE.
       01    COUNT-SORT-RECORD.
         05  CSR-WAREHOUSE-ID            PIC X(3).
         05  CSR-VENDOR-ID               PIC X(4).
         05  CSR-COSTUME-ID              PIC X(3).
         05  CSR-SLOT                    PIC 9.
         05  CSR-COUNTED-QTY             PIC 9(3).

       SD    INV-SORT-FILE
             RECORD CONTAINS 136 CHARACTERS.
       01    INV-SORT-RECORD.
             05    ISR-VENDOR-ID               PIC X(4).
             05    ISR-WAREHOUSE-ID            PIC X(3).
             05    ISR-COSTUME-ID              PIC X(3).
             05    ISR-COSTUME-DATA            PIC X(126).

       FD    SORTED-COUNT-FILE.

       01    SORTED-COUNT-REC.
         05  SC-MATCH-KEY.
             10  SC-WAREHOUSE-ID         PIC X(3).
             10  SC-VENDOR-ID            PIC X(4).
             10  SC-COSTUME-ID           PIC X(3).
         05  SC-SLOT                     PIC 9.
         05  SC-COUNTED-QTY              PIC 9(3).

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

       FD    COUNT-SNAPSHOT-FILE.
       01    COUNT-SNAPSHOT-RECORD.
             05  SN-SNAPSHOT-KEY.
                 10  SN-WAREHOUSE-ID         PIC X(3).
                 10  SN-VENDOR-ID            PIC X(4).
                 10  SN-COSTUME-ID           PIC X(3).
                 10  SN-SLOT                 PIC 9.
             05  SN-BOOK-QTY                 PIC 9(3).
             05  SN-SNAPSHOT-DATE            PIC 9(6).

       FD    COUNT-VARIANCE-FILE.
       01    COUNT-VARIANCE-RECORD.
             05  CV-VENDOR-ID                PIC X(4).
             05  CV-WAREHOUSE-ID             PIC X(3).
             05  CV-COSTUME-ID               PIC X(3).
             05  CV-SLOT                     PIC 9.
             05  CV-BOOK-QTY                 PIC 9(3).
             05  CV-COUNTED-QTY              PIC 9(3).
             05  CV-UNIT-COST                PIC 99V99.

       FD    COUNT-APPROVAL-FILE.
       01    COUNT-APPROVAL-RECORD.
             05  CA-APPROVED-BY              PIC X(3).
             05  CA-APPROVAL-DATE            PIC 9(6).
             05  CA-LINE-COUNT               PIC 9(5).
             05  CA-COUNTED-TOTAL            PIC 9(7).

       FD    VARIANCE-REPORT.
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
           05  COUNT-EOF-FLAG              PIC X       VALUE 'Y'.
               88  NO-MORE-COUNT-DATA                  VALUE 'N'.
               88  MORE-COUNT-RECORDS                  VALUE 'Y'.
           05  INVENTORY-EOF-FLAG          PIC X       VALUE 'Y'.
               88  NO-MORE-INVENTORY-DATA              VALUE 'N'.
               88  MORE-INVENTORY-RECORDS              VALUE 'Y'.
           05  FIRST-WAREHOUSE-SW          PIC X       VALUE 'Y'.
               88  FIRST-WAREHOUSE                     VALUE 'Y'.
           05  SNAPSHOT-EOF-FLAG           PIC X       VALUE 'Y'.
               88  NO-MORE-SNAPSHOT-DATA               VALUE 'N'.
           05  SNAPSHOT-FOUND-SW           PIC X       VALUE 'N'.
               88  SNAPSHOT-FOUND                      VALUE 'Y'.
      *
       01  MATCH-KEYS.
           05  SI-MATCH-KEY.
               10  MK-WAREHOUSE-ID         PIC X(3).
               10  MK-VENDOR-ID            PIC X(4).
               10  MK-COSTUME-ID           PIC X(3).
           05  PREVIOUS-SLOT               PIC 9       VALUE 0.
           05  SNAPSHOT-KEY                PIC X(11)   VALUE SPACES.
           05  COUNT-SLOT-KEY.
               10  CK-MATCH-KEY            PIC X(10).
               10  CK-SLOT                 PIC 9.
           05  SNAPSHOT-BOOK-QTY           PIC 9(3)    VALUE 0.

       01  CALC-FIELDS.
           05  CALC-VARIANCE-QTY           PIC 9(3)    VALUE 0.
           05  CALC-VARIANCE-VALUE         PIC 9(7)V99 VALUE 0.

       01  WAREHOUSE-TOTALS.
           05  WT-WAREHOUSE-ID             PIC X(3)    VALUE SPACES.
           05  WT-QTY-OVER                 PIC 9(7)    VALUE 0.
           05  WT-QTY-SHORT                PIC 9(7)    VALUE 0.
           05  WT-VALUE-OVER               PIC 9(9)V99 VALUE 0.
           05  WT-VALUE-SHORT              PIC 9(9)V99 VALUE 0.

       01  GRAND-TOTALS.
           05  GT-QTY-OVER                 PIC 9(7)    VALUE 0.
           05  GT-QTY-SHORT                PIC 9(7)    VALUE 0.
           05  GT-VALUE-OVER               PIC 9(9)V99 VALUE 0.
           05  GT-VALUE-SHORT              PIC 9(9)V99 VALUE 0.
           05  GT-NET-VALUE                PIC S9(9)V99 VALUE 0.

       01  COUNT-TOTALS.
           05  VT-COUNTS-READ              PIC 9(5)    VALUE 0.
           05  VT-SLOTS-AGREED             PIC 9(5)    VALUE 0.
           05  VT-SLOTS-VARIANT            PIC 9(5)    VALUE 0.
           05  VT-EXCEPTIONS               PIC 9(5)    VALUE 0.
           05  VT-COUNTED-TOTAL            PIC 9(7)    VALUE 0.

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
                                        'INVENTORY COUNT VARIANCES'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'WHS'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'VEND'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'ITEM'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'SLOT'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'COSTUME'.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'BOOK'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'COUNT'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'OVER'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'SHORT'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'COST'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'VALUE'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'REMARKS'.
      *
       01  VARIANCE-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  VD-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  VD-VENDOR-ID                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  VD-COSTUME-ID               PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  VD-SLOT                     PIC 9.
           05                              PIC X(3)  VALUE SPACES.
           05  VD-COSTUME-NAME             PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  VD-BOOK-QTY                 PIC ZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  VD-COUNTED-QTY              PIC ZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  VD-QTY-OVER                 PIC ZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(4)  VALUE SPACES.
           05  VD-QTY-SHORT                PIC ZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  VD-UNIT-COST                PIC Z9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(1)  VALUE SPACES.
           05  VD-VALUE                    PIC ZZ,ZZ9.99-
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  VD-REMARK                   PIC X(20).
      *
       01  WAREHOUSE-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(10) VALUE 'WAREHOUSE '.
           05  WL-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'OVER '.
           05  WL-QTY-OVER                 PIC ZZZ,ZZ9.
           05  WL-VALUE-OVER               PIC $ZZZ,ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'SHORT '.
           05  WL-QTY-SHORT                PIC ZZZ,ZZ9.
           05  WL-VALUE-SHORT              PIC $ZZZ,ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'NET '.
           05  WL-NET-VALUE                PIC $ZZZ,ZZ9.99-.
      *
       01  COUNT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CT-CAPTION                  PIC X(28).
           05  CT-COUNT                    PIC Z,ZZZ,ZZ9.
      *
       01  VALUE-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  VL-CAPTION                  PIC X(28).
           05  VL-AMOUNT                   PIC $ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      *
       100-REPORT-COUNT-VARIANCES.
           PERFORM 150-SORT-INPUT-FILES
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-MATCH-FILES
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       150-SORT-INPUT-FILES.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE INVENTORY-FILE
           SORT COUNT-SORT-FILE
                ON ASCENDING KEY CSR-WAREHOUSE-ID
                ON ASCENDING KEY CSR-VENDOR-ID
                ON ASCENDING KEY CSR-COSTUME-ID
                ON ASCENDING KEY CSR-SLOT
                INPUT PROCEDURE IS 160-RELEASE-COUNTS
                GIVING SORTED-COUNT-FILE

           SORT INV-SORT-FILE
                ON ASCENDING KEY ISR-WAREHOUSE-ID
                ON ASCENDING KEY ISR-VENDOR-ID
                ON ASCENDING KEY ISR-COSTUME-ID
                USING INVENTORY-FILE
                GIVING SORTED-INV-FILE
       .

       160-RELEASE-COUNTS.
           OPEN INPUT COUNT-ENTRY-FILE
           PERFORM UNTIL NO-MORE-COUNT-DATA
               READ COUNT-ENTRY-FILE
                   AT END
                       MOVE 'N' TO COUNT-EOF-FLAG
                   NOT AT END
                       MOVE CE-WAREHOUSE-ID TO CSR-WAREHOUSE-ID
                       MOVE CE-VENDOR-ID TO CSR-VENDOR-ID
                       MOVE CE-COSTUME-ID TO CSR-COSTUME-ID
                       MOVE CE-SLOT TO CSR-SLOT
                       MOVE CE-COUNTED-QTY TO CSR-COUNTED-QTY
                       RELEASE COUNT-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE COUNT-ENTRY-FILE
           MOVE 'Y' TO COUNT-EOF-FLAG
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT COUNT-SNAPSHOT-FILE
           PERFORM 430-READ-SNAPSHOT
           IF NO-MORE-SNAPSHOT-DATA
               DISPLAY 'NO COUNT SHEET SNAPSHOT ON COUNTSNAP.TXT - '
                       'PRINT THE SHEETS WITH PROGRAM33'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  SORTED-COUNT-FILE
                       SORTED-INV-FILE
                OUTPUT COUNT-VARIANCE-FILE
                       VARIANCE-REPORT
           OPEN OUTPUT COUNT-APPROVAL-FILE
           CLOSE COUNT-APPROVAL-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
       .

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-MATCH-FILES.
           PERFORM 410-READ-COUNT
           PERFORM 420-READ-INVENTORY
           PERFORM UNTIL NO-MORE-COUNT-DATA
               IF FIRST-WAREHOUSE
                   MOVE SC-WAREHOUSE-ID TO WT-WAREHOUSE-ID
                   MOVE 'N' TO FIRST-WAREHOUSE-SW
               END-IF
               IF SC-WAREHOUSE-ID NOT = WT-WAREHOUSE-ID
                   PERFORM 600-WAREHOUSE-TOTAL-BREAK
                   MOVE SC-WAREHOUSE-ID TO WT-WAREHOUSE-ID
               END-IF
               EVALUATE TRUE
                   WHEN NO-MORE-INVENTORY-DATA
                       PERFORM 440-UNMATCHED-COUNT
                   WHEN SC-MATCH-KEY < SI-MATCH-KEY
                       PERFORM 440-UNMATCHED-COUNT
                   WHEN SC-MATCH-KEY > SI-MATCH-KEY
                       PERFORM 420-READ-INVENTORY
                   WHEN OTHER
                       PERFORM 450-COMPARE-MATCHED-COUNTS
               END-EVALUATE
           END-PERFORM
           IF NOT FIRST-WAREHOUSE
               PERFORM 600-WAREHOUSE-TOTAL-BREAK
           END-IF
       .

       410-READ-COUNT.
           READ SORTED-COUNT-FILE
               AT END
                   MOVE 'N' TO COUNT-EOF-FLAG
               NOT AT END
                   ADD 1 TO VT-COUNTS-READ
           END-READ
       .

       420-READ-INVENTORY.
           READ SORTED-INV-FILE
               AT END
                   MOVE 'N' TO INVENTORY-EOF-FLAG
                   MOVE HIGH-VALUES TO SI-MATCH-KEY
               NOT AT END
                   MOVE SI-WAREHOUSE-ID TO MK-WAREHOUSE-ID
                   MOVE SI-VENDOR-ID TO MK-VENDOR-ID
                   MOVE SI-COSTUME-ID TO MK-COSTUME-ID
           END-READ
       .

       430-READ-SNAPSHOT.
           READ COUNT-SNAPSHOT-FILE
               AT END
                   MOVE 'N' TO SNAPSHOT-EOF-FLAG
                   MOVE HIGH-VALUES TO SNAPSHOT-KEY
               NOT AT END
                   MOVE SN-SNAPSHOT-KEY TO SNAPSHOT-KEY
           END-READ
       .

      *    COUNTSNAP.TXT IS IN SHEET ORDER - WAREHOUSE, VENDOR, COSTUME
      *    AND SLOT - THE SAME ORDER AS THE SORTED COUNTS, SO IT IS
      *    READ FORWARD ALONGSIDE THEM.
       435-FIND-SNAPSHOT.
           MOVE 'N' TO SNAPSHOT-FOUND-SW
           MOVE SC-MATCH-KEY TO CK-MATCH-KEY
           MOVE SC-SLOT TO CK-SLOT
           PERFORM UNTIL NO-MORE-SNAPSHOT-DATA
                      OR SNAPSHOT-KEY NOT < COUNT-SLOT-KEY
               PERFORM 430-READ-SNAPSHOT
           END-PERFORM
           IF SNAPSHOT-KEY = COUNT-SLOT-KEY
               MOVE 'Y' TO SNAPSHOT-FOUND-SW
               IF SN-BOOK-QTY IS NUMERIC
                   MOVE SN-BOOK-QTY TO SNAPSHOT-BOOK-QTY
               ELSE
                   MOVE 0 TO SNAPSHOT-BOOK-QTY
               END-IF
           END-IF
       .

       440-UNMATCHED-COUNT.
           PERFORM 475-START-VARIANCE-DETAIL
           MOVE 'NO INVENTORY RECORD' TO VD-REMARK
           PERFORM 650-WRITE-EXCEPTION-LINE
           PERFORM 410-READ-COUNT
       .

       450-COMPARE-MATCHED-COUNTS.
           MOVE 0 TO PREVIOUS-SLOT
           PERFORM UNTIL NO-MORE-COUNT-DATA
                     OR SC-MATCH-KEY NOT = SI-MATCH-KEY
               PERFORM 475-START-VARIANCE-DETAIL
               EVALUATE TRUE
                   WHEN SC-SLOT IS NOT NUMERIC
                     OR SC-SLOT < 1 OR SC-SLOT > 6
                       MOVE 'INVALID SLOT' TO VD-REMARK
                       PERFORM 650-WRITE-EXCEPTION-LINE
                   WHEN SC-COUNTED-QTY IS NOT NUMERIC
                       MOVE 'NON-NUMERIC COUNT' TO VD-REMARK
                       PERFORM 650-WRITE-EXCEPTION-LINE
                   WHEN SI-COSTUME-NAME(SC-SLOT) = SPACES
                    AND SI-COSTUME-SIZE(SC-SLOT) = SPACES
                       MOVE 'SLOT NOT IN USE' TO VD-REMARK
                       PERFORM 650-WRITE-EXCEPTION-LINE
                   WHEN SC-SLOT = PREVIOUS-SLOT
                       MOVE 'SLOT ALREADY COUNTED' TO VD-REMARK
                       PERFORM 650-WRITE-EXCEPTION-LINE
                   WHEN OTHER
                       MOVE SC-SLOT TO PREVIOUS-SLOT
                       PERFORM 435-FIND-SNAPSHOT
                       IF SNAPSHOT-FOUND
                           PERFORM 500-VALUE-SLOT-VARIANCE
                       ELSE
                           MOVE 'NOT ON COUNT SHEETS' TO VD-REMARK
                           PERFORM 650-WRITE-EXCEPTION-LINE
                       END-IF
               END-EVALUATE
               PERFORM 410-READ-COUNT
           END-PERFORM
       .

       475-START-VARIANCE-DETAIL.
           MOVE SPACES TO VARIANCE-DETAIL-LINE
           MOVE SC-WAREHOUSE-ID TO VD-WAREHOUSE-ID
           MOVE SC-VENDOR-ID TO VD-VENDOR-ID
           MOVE SC-COSTUME-ID TO VD-COSTUME-ID
           IF SC-SLOT IS NUMERIC
               MOVE SC-SLOT TO VD-SLOT
           ELSE
               MOVE 0 TO VD-SLOT
           END-IF
           MOVE 0 TO VD-BOOK-QTY
           IF SC-COUNTED-QTY IS NUMERIC
               MOVE SC-COUNTED-QTY TO VD-COUNTED-QTY
           ELSE
               MOVE 0 TO VD-COUNTED-QTY
           END-IF
           MOVE 0 TO VD-QTY-OVER
           MOVE 0 TO VD-QTY-SHORT
           MOVE 0 TO VD-UNIT-COST
           MOVE 0 TO VD-VALUE
       .

       500-VALUE-SLOT-VARIANCE.
           IF SI-PURCH-PRICE(SC-SLOT) IS NOT NUMERIC
               MOVE 0 TO SI-PURCH-PRICE(SC-SLOT)
           END-IF
           IF SC-COUNTED-QTY = SNAPSHOT-BOOK-QTY
               ADD 1 TO VT-SLOTS-AGREED
           ELSE
               ADD 1 TO VT-SLOTS-VARIANT
               ADD SC-COUNTED-QTY TO VT-COUNTED-TOTAL
               MOVE SI-COSTUME-NAME(SC-SLOT) TO VD-COSTUME-NAME
               MOVE SNAPSHOT-BOOK-QTY TO VD-BOOK-QTY
               MOVE SI-PURCH-PRICE(SC-SLOT) TO VD-UNIT-COST
               IF SC-COUNTED-QTY > SNAPSHOT-BOOK-QTY
                   SUBTRACT SNAPSHOT-BOOK-QTY
                       FROM SC-COUNTED-QTY
                       GIVING CALC-VARIANCE-QTY
                   MULTIPLY CALC-VARIANCE-QTY
                       BY SI-PURCH-PRICE(SC-SLOT)
                       GIVING CALC-VARIANCE-VALUE
                   MOVE CALC-VARIANCE-QTY TO VD-QTY-OVER
                   MOVE CALC-VARIANCE-VALUE TO VD-VALUE
                   MOVE 'COUNT OVER BOOK' TO VD-REMARK
                   ADD CALC-VARIANCE-QTY TO WT-QTY-OVER
                                            GT-QTY-OVER
                   ADD CALC-VARIANCE-VALUE TO WT-VALUE-OVER
                                              GT-VALUE-OVER
               ELSE
                   SUBTRACT SC-COUNTED-QTY
                       FROM SNAPSHOT-BOOK-QTY
                       GIVING CALC-VARIANCE-QTY
                   MULTIPLY CALC-VARIANCE-QTY
                       BY SI-PURCH-PRICE(SC-SLOT)
                       GIVING CALC-VARIANCE-VALUE
                   MOVE CALC-VARIANCE-QTY TO VD-QTY-SHORT
                   COMPUTE VD-VALUE = 0 - CALC-VARIANCE-VALUE
                   MOVE 'COUNT SHORT OF BOOK' TO VD-REMARK
                   ADD CALC-VARIANCE-QTY TO WT-QTY-SHORT
                                            GT-QTY-SHORT
                   ADD CALC-VARIANCE-VALUE TO WT-VALUE-SHORT
                                              GT-VALUE-SHORT
               END-IF
               MOVE SC-VENDOR-ID TO CV-VENDOR-ID
               MOVE SC-WAREHOUSE-ID TO CV-WAREHOUSE-ID
               MOVE SC-COSTUME-ID TO CV-COSTUME-ID
               MOVE SC-SLOT TO CV-SLOT
               MOVE SNAPSHOT-BOOK-QTY TO CV-BOOK-QTY
               MOVE SC-COUNTED-QTY TO CV-COUNTED-QTY
               MOVE SI-PURCH-PRICE(SC-SLOT) TO CV-UNIT-COST
               WRITE COUNT-VARIANCE-RECORD
               MOVE VARIANCE-DETAIL-LINE TO REPORT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 700-WRITE-A-LINE
           END-IF
       .

       600-WAREHOUSE-TOTAL-BREAK.
           MOVE WT-WAREHOUSE-ID TO WL-WAREHOUSE-ID
           MOVE WT-QTY-OVER TO WL-QTY-OVER
           MOVE WT-VALUE-OVER TO WL-VALUE-OVER
           MOVE WT-QTY-SHORT TO WL-QTY-SHORT
           MOVE WT-VALUE-SHORT TO WL-VALUE-SHORT
           COMPUTE WL-NET-VALUE = WT-VALUE-OVER - WT-VALUE-SHORT
           MOVE WAREHOUSE-TOTAL-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 0 TO WT-QTY-OVER
           MOVE 0 TO WT-QTY-SHORT
           MOVE 0 TO WT-VALUE-OVER
           MOVE 0 TO WT-VALUE-SHORT
       .

       650-WRITE-EXCEPTION-LINE.
           ADD 1 TO VT-EXCEPTIONS
           MOVE VARIANCE-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'COUNT RECORDS READ:' TO CT-CAPTION
           MOVE VT-COUNTS-READ TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'SLOTS AGREEING WITH BOOK:' TO CT-CAPTION
           MOVE VT-SLOTS-AGREED TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'SLOTS WITH VARIANCES:' TO CT-CAPTION
           MOVE VT-SLOTS-VARIANT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'COUNT EXCEPTIONS:' TO CT-CAPTION
           MOVE VT-EXCEPTIONS TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL QUANTITY OVER:' TO CT-CAPTION
           MOVE GT-QTY-OVER TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL QUANTITY SHORT:' TO CT-CAPTION
           MOVE GT-QTY-SHORT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL VALUE OVER:' TO VL-CAPTION
           MOVE GT-VALUE-OVER TO VL-AMOUNT
           MOVE VALUE-TOTAL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL VALUE SHORT:' TO VL-CAPTION
           MOVE GT-VALUE-SHORT TO VL-AMOUNT
           MOVE VALUE-TOTAL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           COMPUTE GT-NET-VALUE = GT-VALUE-OVER - GT-VALUE-SHORT
           MOVE 'NET VARIANCE VALUE:' TO VL-CAPTION
           MOVE GT-NET-VALUE TO VL-AMOUNT
           MOVE VALUE-TOTAL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'APPROVAL CONTROL - LINES:' TO CT-CAPTION
           MOVE VT-SLOTS-VARIANT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'APPROVAL CONTROL - COUNTED:' TO CT-CAPTION
           MOVE VT-COUNTED-TOTAL TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE SORTED-COUNT-FILE
                 SORTED-INV-FILE
                 COUNT-SNAPSHOT-FILE
                 COUNT-VARIANCE-FILE
                 VARIANCE-REPORT
           STOP RUN
       .
