       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM35.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program posts an approved physical inventory count to the
      *inventory master INVMAST.DAT for ASHRALS LTD. It runs only after
      *the supervisor has accepted the PROGRAM34 variance report and
      *keyed the approval record COUNTAPPR.TXT with their initials and
      *the two posting control totals printed at the foot of that
      *report; the run is refused when there is no approval or when the
      *control totals do not agree with the count variance file
      *COUNTVAR.TXT, so a changed or re-run count cannot be posted on
      *an old signature.  Each variance is applied to its size/type
      *slot as the difference between the quantity counted and the book
      *quantity PROGRAM33 saved on COUNTSNAP.TXT when it printed the
      *sheets, which PROGRAM34 carries on COUNTVAR.TXT, so sales,
      *receipts and transfers posted after the sheets were printed are
      *not lost; a slot whose book moved meanwhile is flagged on the
      *register.  As in PROGRAM7,
      *each position is read and rewritten by its
      *vendor/warehouse/costume key, the master is unloaded to
      *MERGEDSORTED.BAK as a generation backup before anything is
      *rewritten, and the register carries before-and-after stock
      *control totals.  The value of stock found over and short is
      *journalled to GLJOURNAL.TXT for PROGRAM29 under codes CNTO and
      *CNTS, and the approval is cleared once used.  Every slot changed
      *is appended to the permanent inventory movement file INVMOVE.TXT
      *as an adjustment for the PROGRAM36 stock card.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-VARIANCE-FILE
               ASSIGN TO 'COUNTVAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-VAR-STATUS.

           SELECT OPTIONAL COUNT-APPROVAL-FILE
               ASSIGN TO 'COUNTAPPR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT VARIANCE-SORT-FILE
               ASSIGN TO 'PR35VARSORT.TMP'.

           SELECT SORTED-VARIANCE-FILE
               ASSIGN TO 'PR35SORTEDVAR.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKUP-FILE
               ASSIGN TO 'MERGEDSORTED.BAK'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'GLJOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'INVMOVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT POSTING-REGISTER
               ASSIGN TO PRINTER 'COUNT-POSTING-REGISTER.TXT'.

       DATA DIVISION.
       FILE SECTION.

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

       SD    VARIANCE-SORT-FILE.
       01    VARIANCE-SORT-RECORD.
             05  VSR-VENDOR-ID               PIC X(4).
             05  VSR-WAREHOUSE-ID            PIC X(3).
             05  VSR-COSTUME-ID              PIC X(3).
             05  VSR-SLOT                    PIC 9.
             05  VSR-BOOK-QTY                PIC 9(3).
             05  VSR-COUNTED-QTY             PIC 9(3).
             05  VSR-UNIT-COST               PIC 99V99.

       FD    SORTED-VARIANCE-FILE.
       01    SORTED-VARIANCE-REC.
             05  SV-MATCH-KEY.
                 10  SV-VENDOR-ID            PIC X(4).
                 10  SV-WAREHOUSE-ID         PIC X(3).
                 10  SV-COSTUME-ID           PIC X(3).
             05  SV-SLOT                     PIC 9.
             05  SV-BOOK-QTY                 PIC 9(3).
             05  SV-COUNTED-QTY              PIC 9(3).
             05  SV-UNIT-COST                PIC 99V99.

       FD    BACKUP-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    BACKUP-REC                  PIC X(136).

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

       FD    ACCOUNT-MAP.
       01    ACCOUNT-MAP-RECORD.
             05  AM-TRANS-CODE               PIC X(4).
             05  AM-DESCRIPTION              PIC X(20).
             05  AM-DEBIT-ACCOUNT            PIC 9(6).
             05  AM-CREDIT-ACCOUNT           PIC 9(6).

       FD    POSTING-REGISTER.
       01    REGISTER-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-COUNT-VAR-STATUS       PIC X(2) VALUE '00'.
             05    WS-ACCOUNT-MAP-STATUS     PIC X(2) VALUE '00'.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  VARIANCE-EOF-FLAG           PIC X       VALUE 'Y'.
               88  NO-MORE-VARIANCE-DATA               VALUE 'N'.
               88  MORE-VARIANCE-RECORDS               VALUE 'Y'.
           05  INVENTORY-EOF-FLAG          PIC X       VALUE 'Y'.
               88  NO-MORE-INVENTORY-DATA              VALUE 'N'.
               88  MORE-INVENTORY-RECORDS              VALUE 'Y'.
           05  INVENTORY-STATUS-FLAG       PIC X       VALUE 'N'.
               88  INVENTORY-POSITION-FOUND            VALUE 'Y'.
               88  INVENTORY-POSITION-NOT-FOUND        VALUE 'N'.
           05  APPROVAL-FOUND-SW           PIC X       VALUE 'N'.
               88  APPROVAL-FOUND                      VALUE 'Y'.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.

       01  CALC-FIELDS.
           05  CALC-ADJUST-QTY             PIC 9(3)    VALUE 0.
           05  CALC-ADJUST-VALUE           PIC 9(7)V99 VALUE 0.
           05  CALC-NEW-QTY                PIC S9(5)   VALUE 0.
           05  CALC-OLD-QTY                PIC 9(3)    VALUE 0.

       01  APPROVAL-CONTROLS.
           05  AC-APPROVED-BY              PIC X(3)    VALUE SPACES.
           05  AC-APPROVAL-DATE            PIC 9(6)    VALUE 0.
           05  AC-LINE-COUNT               PIC 9(5)    VALUE 0.
           05  AC-COUNTED-TOTAL            PIC 9(7)    VALUE 0.
           05  FV-LINE-COUNT               PIC 9(5)    VALUE 0.
           05  FV-COUNTED-TOTAL            PIC 9(7)    VALUE 0.

       01  JOURNAL-WORK.
           05  JW-TRANS-CODE               PIC X(4)    VALUE SPACES.
           05  JW-DEBIT-ACCOUNT            PIC 9(6)    VALUE 0.
           05  JW-CREDIT-ACCOUNT           PIC 9(6)    VALUE 0.
           05  JW-AMOUNT                   PIC 9(9)V99 VALUE 0.
           05  JW-REFERENCE                PIC X(10)   VALUE SPACES.

       01  JOURNAL-ACCOUNTS.
           05  JA-OVER-DEBIT-ACCOUNT       PIC 9(6)    VALUE 0.
           05  JA-OVER-CREDIT-ACCOUNT      PIC 9(6)    VALUE 0.
           05  JA-SHORT-DEBIT-ACCOUNT      PIC 9(6)    VALUE 0.
           05  JA-SHORT-CREDIT-ACCOUNT     PIC 9(6)    VALUE 0.

       01  POSTING-TOTALS.
           05  PT-LINES-POSTED             PIC 9(5)    VALUE 0.
           05  PT-LINES-UNAPPLIED          PIC 9(5)    VALUE 0.
           05  PT-BOOK-CHANGED             PIC 9(5)    VALUE 0.
           05  PT-QTY-ADDED                PIC 9(7)    VALUE 0.
           05  PT-QTY-REMOVED              PIC 9(7)    VALUE 0.
           05  PT-VALUE-OVER               PIC 9(9)V99 VALUE 0.
           05  PT-VALUE-SHORT              PIC 9(9)V99 VALUE 0.

       01  CONTROL-TOTALS.
           05  CT-BEFORE-STOCK             PIC 9(9)    VALUE 0.
           05  CT-AFTER-STOCK              PIC 9(9)    VALUE 0.

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
                                        'COUNT ADJUSTMENT REGISTER'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  APPROVAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(13) VALUE
                                           'APPROVED BY: '.
           05  AL-APPROVED-BY              PIC X(3).
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'DATE: '.
           05  AL-APPROVAL-DATE            PIC 9(6).
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'VEND'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'WHS'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'ITEM'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'SLOT'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'CNTBK'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'COUNT'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'OLDBK'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'ADJUST'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'NEW'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'REMARKS'.
      *
       01  REGISTER-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RD-VENDOR-ID                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  RD-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  RD-COSTUME-ID               PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  RD-SLOT                     PIC 9.
           05                              PIC X(4)  VALUE SPACES.
           05  RD-COUNT-BOOK-QTY           PIC ZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  RD-COUNTED-QTY              PIC ZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  RD-OLD-QTY                  PIC ZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(3)  VALUE SPACES.
           05  RD-ADJUST-QTY               PIC ---9
                                           BLANK WHEN ZERO.
           05                              PIC X(3)  VALUE SPACES.
           05  RD-NEW-QTY                  PIC ZZ9
                                           BLANK WHEN ZERO.
           05                              PIC X(3)  VALUE SPACES.
           05  RD-REMARK                   PIC X(24).
      *
       01  REGISTER-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RT-CAPTION                  PIC X(28).
           05  RT-TOTAL                    PIC ZZZ,ZZZ,ZZ9.
      *
       01  VALUE-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  VT-CAPTION                  PIC X(28).
           05  VT-AMOUNT                   PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *
       100-POST-COUNT-ADJUSTMENTS.
           PERFORM 110-CHECK-APPROVAL
           PERFORM 140-BACKUP-INVENTORY
           PERFORM 150-SORT-INPUT-FILES
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-POST-VARIANCE-GROUPS
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       110-CHECK-APPROVAL.
           OPEN INPUT COUNT-APPROVAL-FILE
           READ COUNT-APPROVAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CA-APPROVED-BY NOT = SPACES
                      AND CA-LINE-COUNT IS NUMERIC
                      AND CA-COUNTED-TOTAL IS NUMERIC
                       MOVE 'Y' TO APPROVAL-FOUND-SW
                       MOVE CA-APPROVED-BY TO AC-APPROVED-BY
                       MOVE CA-APPROVAL-DATE TO AC-APPROVAL-DATE
                       MOVE CA-LINE-COUNT TO AC-LINE-COUNT
                       MOVE CA-COUNTED-TOTAL TO AC-COUNTED-TOTAL
                   END-IF
           END-READ
           CLOSE COUNT-APPROVAL-FILE
           IF NOT APPROVAL-FOUND
               DISPLAY 'COUNT VARIANCES NOT APPROVED - POSTING REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COUNT-VARIANCE-FILE
           IF WS-COUNT-VAR-STATUS NOT = '00'
               DISPLAY 'COUNT VARIANCE FILE MISSING - RUN PROGRAM34'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-VARIANCE-DATA
               READ COUNT-VARIANCE-FILE
                   AT END
                       MOVE 'N' TO VARIANCE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO FV-LINE-COUNT
                       IF CV-COUNTED-QTY IS NUMERIC
                           ADD CV-COUNTED-QTY TO FV-COUNTED-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COUNT-VARIANCE-FILE
           MOVE 'Y' TO VARIANCE-EOF-FLAG
           IF FV-LINE-COUNT NOT = AC-LINE-COUNT
              OR FV-COUNTED-TOTAL NOT = AC-COUNTED-TOTAL
               DISPLAY 'APPROVAL CONTROL TOTALS ' AC-LINE-COUNT '/'
                       AC-COUNTED-TOTAL ' DO NOT MATCH COUNTVAR.TXT '
                       FV-LINE-COUNT '/' FV-COUNTED-TOTAL
                       ' - POSTING REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FV-LINE-COUNT = 0
               DISPLAY 'NO COUNT VARIANCES TO POST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .

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
                       PERFORM 145-TALLY-BEFORE-STOCK
                       MOVE INVENTORY-REC TO BACKUP-REC
                       WRITE BACKUP-REC
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
                 BACKUP-FILE
           MOVE 'Y' TO INVENTORY-EOF-FLAG
       .

       145-TALLY-BEFORE-STOCK.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF IR-QUANTITY-IN-STOCK(SUB) IS NUMERIC
                   ADD IR-QUANTITY-IN-STOCK(SUB) TO CT-BEFORE-STOCK
               END-IF
           END-PERFORM
       .

       150-SORT-INPUT-FILES.
           SORT VARIANCE-SORT-FILE
                ON ASCENDING KEY VSR-VENDOR-ID
                ON ASCENDING KEY VSR-WAREHOUSE-ID
                ON ASCENDING KEY VSR-COSTUME-ID
                ON ASCENDING KEY VSR-SLOT
                USING COUNT-VARIANCE-FILE
                GIVING SORTED-VARIANCE-FILE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  SORTED-VARIANCE-FILE
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
           MOVE AC-APPROVED-BY TO AL-APPROVED-BY
           MOVE AC-APPROVAL-DATE TO AL-APPROVAL-DATE
           PERFORM 270-LOAD-ACCOUNT-MAP
           OPEN EXTEND MOVEMENT-FILE
       .

       270-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP
           IF WS-ACCOUNT-MAP-STATUS = '00'
               MOVE 'CNTO' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-OVER-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-OVER-CREDIT-ACCOUNT
               MOVE 'CNTS' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-SHORT-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-SHORT-CREDIT-ACCOUNT
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

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE APPROVAL-LINE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-POST-VARIANCE-GROUPS.
           PERFORM 410-READ-VARIANCE
           PERFORM UNTIL NO-MORE-VARIANCE-DATA
               PERFORM 420-READ-INVENTORY
               IF INVENTORY-POSITION-NOT-FOUND
                   PERFORM 440-UNMATCHED-VARIANCE
               ELSE
                   PERFORM 450-POST-MATCHED-VARIANCES
               END-IF
           END-PERFORM
       .

       410-READ-VARIANCE.
           READ SORTED-VARIANCE-FILE
               AT END
                   MOVE 'N' TO VARIANCE-EOF-FLAG
           END-READ
       .

       420-READ-INVENTORY.
           MOVE SV-MATCH-KEY TO IR-KEY
           READ INVENTORY-FILE
               INVALID KEY
                   SET INVENTORY-POSITION-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET INVENTORY-POSITION-FOUND TO TRUE
           END-READ
       .

       440-UNMATCHED-VARIANCE.
           PERFORM 475-START-REGISTER-DETAIL
           MOVE 'NO INVENTORY RECORD' TO RD-REMARK
           PERFORM 650-WRITE-REGISTER-DETAIL
           ADD 1 TO PT-LINES-UNAPPLIED
           PERFORM 410-READ-VARIANCE
       .

       450-POST-MATCHED-VARIANCES.
           PERFORM UNTIL NO-MORE-VARIANCE-DATA
                     OR SV-MATCH-KEY NOT = IR-KEY
               PERFORM 475-START-REGISTER-DETAIL
               IF SV-SLOT IS NOT NUMERIC
                  OR SV-SLOT < 1 OR SV-SLOT > 6
                  OR SV-BOOK-QTY IS NOT NUMERIC
                  OR SV-COUNTED-QTY IS NOT NUMERIC
                   MOVE 'INVALID VARIANCE LINE' TO RD-REMARK
                   PERFORM 650-WRITE-REGISTER-DETAIL
                   ADD 1 TO PT-LINES-UNAPPLIED
               ELSE
                   MOVE SV-SLOT TO SUB
                   PERFORM 500-ADJUST-SLOT
               END-IF
               PERFORM 410-READ-VARIANCE
           END-PERFORM
           REWRITE INVENTORY-REC
               INVALID KEY
                   DISPLAY 'INVENTORY REWRITE FAILED, KEY=' IR-KEY
           END-REWRITE
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
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO INVENTORY-EOF-FLAG
                   NOT AT END
                       PERFORM 480-TALLY-AFTER-STOCK
               END-READ
           END-PERFORM
       .

       475-START-REGISTER-DETAIL.
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE SV-VENDOR-ID TO RD-VENDOR-ID
           MOVE SV-WAREHOUSE-ID TO RD-WAREHOUSE-ID
           MOVE SV-COSTUME-ID TO RD-COSTUME-ID
           IF SV-SLOT IS NUMERIC
               MOVE SV-SLOT TO RD-SLOT
           ELSE
               MOVE 0 TO RD-SLOT
           END-IF
           IF SV-BOOK-QTY IS NUMERIC
               MOVE SV-BOOK-QTY TO RD-COUNT-BOOK-QTY
           ELSE
               MOVE 0 TO RD-COUNT-BOOK-QTY
           END-IF
           IF SV-COUNTED-QTY IS NUMERIC
               MOVE SV-COUNTED-QTY TO RD-COUNTED-QTY
           ELSE
               MOVE 0 TO RD-COUNTED-QTY
           END-IF
           MOVE 0 TO RD-OLD-QTY
           MOVE 0 TO RD-ADJUST-QTY
           MOVE 0 TO RD-NEW-QTY
       .

       480-TALLY-AFTER-STOCK.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF IR-QUANTITY-IN-STOCK(SUB) IS NUMERIC
                   ADD IR-QUANTITY-IN-STOCK(SUB) TO CT-AFTER-STOCK
               END-IF
           END-PERFORM
       .

       500-ADJUST-SLOT.
           IF IR-QUANTITY-IN-STOCK(SUB) IS NOT NUMERIC
               MOVE 0 TO IR-QUANTITY-IN-STOCK(SUB)
           END-IF
           MOVE IR-QUANTITY-IN-STOCK(SUB) TO CALC-OLD-QTY
           COMPUTE CALC-NEW-QTY = CALC-OLD-QTY
                                + SV-COUNTED-QTY - SV-BOOK-QTY
           MOVE 'POSTED' TO RD-REMARK
           IF CALC-OLD-QTY NOT = SV-BOOK-QTY
               MOVE 'POSTED - BOOK MOVED' TO RD-REMARK
               ADD 1 TO PT-BOOK-CHANGED
           END-IF
           IF CALC-NEW-QTY < 0
               MOVE 0 TO CALC-NEW-QTY
               MOVE 'POSTED - FLOORED AT 0' TO RD-REMARK
           END-IF
           IF CALC-NEW-QTY > 999
               MOVE 999 TO CALC-NEW-QTY
               MOVE 'POSTED - CAPPED AT 999' TO RD-REMARK
           END-IF
           MOVE CALC-NEW-QTY TO IR-QUANTITY-IN-STOCK(SUB)
           MOVE CALC-OLD-QTY TO RD-OLD-QTY
           MOVE CALC-NEW-QTY TO RD-NEW-QTY
           COMPUTE RD-ADJUST-QTY = CALC-NEW-QTY - CALC-OLD-QTY
           IF IR-PURCH-PRICE(SUB) IS NOT NUMERIC
               MOVE 0 TO IR-PURCH-PRICE(SUB)
           END-IF
           IF CALC-NEW-QTY > CALC-OLD-QTY
               SUBTRACT CALC-OLD-QTY FROM CALC-NEW-QTY
                   GIVING CALC-ADJUST-QTY
               MULTIPLY CALC-ADJUST-QTY BY IR-PURCH-PRICE(SUB)
                   GIVING CALC-ADJUST-VALUE
               ADD CALC-ADJUST-QTY TO PT-QTY-ADDED
               ADD CALC-ADJUST-VALUE TO PT-VALUE-OVER
           ELSE
               SUBTRACT CALC-NEW-QTY FROM CALC-OLD-QTY
                   GIVING CALC-ADJUST-QTY
               MULTIPLY CALC-ADJUST-QTY BY IR-PURCH-PRICE(SUB)
                   GIVING CALC-ADJUST-VALUE
               ADD CALC-ADJUST-QTY TO PT-QTY-REMOVED
               ADD CALC-ADJUST-VALUE TO PT-VALUE-SHORT
           END-IF
           PERFORM 650-WRITE-REGISTER-DETAIL
           ADD 1 TO PT-LINES-POSTED
           IF CALC-ADJUST-QTY > 0
               PERFORM 510-WRITE-ADJUST-MOVEMENT
           END-IF
       .

       510-WRITE-ADJUST-MOVEMENT.
           MOVE WS-CURRENT-DATE TO MV-MOVEMENT-DATE
           MOVE 'PROGRAM35' TO MV-SOURCE-PROGRAM
           MOVE 'A' TO MV-MOVEMENT-TYPE
           MOVE IR-VENDOR-ID TO MV-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO MV-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO MV-COSTUME-ID
           MOVE SUB TO MV-SLOT
           IF CALC-NEW-QTY > CALC-OLD-QTY
               MOVE '+' TO MV-DIRECTION
           ELSE
               MOVE '-' TO MV-DIRECTION
           END-IF
           MOVE CALC-ADJUST-QTY TO MV-QUANTITY
           MOVE IR-PURCH-PRICE(SUB) TO MV-UNIT-COST
           MOVE 'PHYS COUNT' TO MV-REFERENCE
           WRITE MOVEMENT-RECORD
       .

       650-WRITE-REGISTER-DETAIL.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       700-WRITE-A-LINE.
           WRITE REGISTER-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           PERFORM 470-TALLY-AFTER-POSTING
           MOVE 'PHYS COUNT' TO JW-REFERENCE
           IF PT-VALUE-OVER > 0
               MOVE 'CNTO' TO JW-TRANS-CODE
               MOVE JA-OVER-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
               MOVE JA-OVER-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
               MOVE PT-VALUE-OVER TO JW-AMOUNT
               PERFORM 860-WRITE-JOURNAL-ENTRY
           END-IF
           IF PT-VALUE-SHORT > 0
               MOVE 'CNTS' TO JW-TRANS-CODE
               MOVE JA-SHORT-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
               MOVE JA-SHORT-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
               MOVE PT-VALUE-SHORT TO JW-AMOUNT
               PERFORM 860-WRITE-JOURNAL-ENTRY
           END-IF
           MOVE 'VARIANCE LINES POSTED:' TO RT-CAPTION
           MOVE PT-LINES-POSTED TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'VARIANCE LINES NOT APPLIED:' TO RT-CAPTION
           MOVE PT-LINES-UNAPPLIED TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'SLOTS MOVED SINCE COUNT:' TO RT-CAPTION
           MOVE PT-BOOK-CHANGED TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'QUANTITY ADDED:' TO RT-CAPTION
           MOVE PT-QTY-ADDED TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'QUANTITY REMOVED:' TO RT-CAPTION
           MOVE PT-QTY-REMOVED TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'VALUE FOUND OVER:' TO VT-CAPTION
           MOVE PT-VALUE-OVER TO VT-AMOUNT
           MOVE VALUE-TOTAL-LINE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'VALUE FOUND SHORT:' TO VT-CAPTION
           MOVE PT-VALUE-SHORT TO VT-AMOUNT
           MOVE VALUE-TOTAL-LINE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'STOCK TOTAL BEFORE POSTING:' TO RT-CAPTION
           MOVE CT-BEFORE-STOCK TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'STOCK TOTAL AFTER POSTING:' TO RT-CAPTION
           MOVE CT-AFTER-STOCK TO RT-TOTAL
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       860-WRITE-JOURNAL-ENTRY.
           MOVE 'PROGRAM35' TO GJ-SOURCE-PROGRAM
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
           CLOSE SORTED-VARIANCE-FILE
                 INVENTORY-FILE
                 POSTING-REGISTER
                 JOURNAL-FILE
                 MOVEMENT-FILE
           OPEN OUTPUT COUNT-APPROVAL-FILE
           CLOSE COUNT-APPROVAL-FILE
           STOP RUN
       .
