       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM29.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program releases the general ledger journal for ASHRALS
      *LTD.  PROGRAM7, PROGRAM8, PROGRAM15, PROGRAM17, PROGRAM27,
      *PROGRAM31 and PROGRAM35 each append balanced debit and credit
      *lines to GLJOURNAL.TXT as they post, using the accounts on the
      *account map ACCTMAP.DAT that PROGRAM28 maintains.  Any line
      *written while its code was missing from the map is resolved here
      *from the current map.  The journal is summarised by ledger
      *account for the open period on PERIODCTL.DAT and a journal proof
      *report is printed showing every account, the totals by source
      *program, and the batch totals.  The batch is released only when
      *debits equal credits and every line carries an account; a
      *released batch is written to the fixed-format ledger upload file
      *GLUPLOAD.TXT (header, one detail per account, trailer), the
      *resolved lines are kept on GLJOURNAL.HST under the period they
      *were released to, and GLJOURNAL.TXT is cleared for the next
      *batch.  An out-of-balance batch is refused and left on file
      *untouched so it can be corrected and rerun.  Each line is posted
      *to the ledger period of its own journal date, so the proof and
      *the upload detail are by account within period and every period
      *must balance on its own.  A line dated into a period earlier
      *than the open one is not posted: it is listed separately on the
      *proof and, when the batch is released, moved to GLREJECT.TXT
      *for the accountants to re-enter in the open period.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'GLJOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-SORT-FILE
               ASSIGN TO 'PR29JRNLSORT.TMP'.

           SELECT SORTED-JOURNAL-FILE
               ASSIGN TO 'PR29SORTEDJRNL.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIODCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

           SELECT GL-UPLOAD-FILE
               ASSIGN TO 'GLUPLOAD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-HISTORY-FILE
               ASSIGN TO 'GLJOURNAL.HST'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-REJECT-FILE
               ASSIGN TO 'GLREJECT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-REPORT
               ASSIGN TO PRINTER 'JOURNAL-PROOF.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    JOURNAL-FILE.
       01    JOURNAL-RECORD.
             05  GJ-SOURCE-PROGRAM           PIC X(9).
             05  GJ-JOURNAL-DATE             PIC 9(6).
             05  GJ-TRANS-CODE               PIC X(4).
             05  GJ-ACCOUNT                  PIC 9(6).
             05  GJ-DEBIT-CREDIT             PIC X.
                 88  GJ-DEBIT                          VALUE 'D'.
                 88  GJ-CREDIT                         VALUE 'C'.
             05  GJ-AMOUNT                   PIC 9(9)V99.
             05  GJ-REFERENCE                PIC X(10).

       SD    JOURNAL-SORT-FILE.
       01    JOURNAL-SORT-RECORD.
             05  JSR-SOURCE-PROGRAM          PIC X(9).
             05  JSR-JOURNAL-DATE            PIC 9(6).
             05  JSR-TRANS-CODE              PIC X(4).
             05  JSR-ACCOUNT                 PIC 9(6).
             05  JSR-DEBIT-CREDIT            PIC X.
             05  JSR-AMOUNT                  PIC 9(9)V99.
             05  JSR-REFERENCE               PIC X(10).
             05  JSR-PERIOD                  PIC 9(6).

       FD    SORTED-JOURNAL-FILE.
       01    SORTED-JOURNAL-REC.
             05  SJ-SOURCE-PROGRAM           PIC X(9).
             05  SJ-JOURNAL-DATE             PIC 9(6).
             05  SJ-TRANS-CODE               PIC X(4).
             05  SJ-ACCOUNT                  PIC 9(6).
             05  SJ-DEBIT-CREDIT             PIC X.
                 88  SJ-DEBIT                          VALUE 'D'.
                 88  SJ-CREDIT                         VALUE 'C'.
             05  SJ-AMOUNT                   PIC 9(9)V99.
             05  SJ-REFERENCE                PIC X(10).
             05  SJ-PERIOD                   PIC 9(6).

       FD    ACCOUNT-MAP.
       01    ACCOUNT-MAP-RECORD.
             05  AM-TRANS-CODE               PIC X(4).
             05  AM-DESCRIPTION              PIC X(20).
             05  AM-DEBIT-ACCOUNT            PIC 9(6).
             05  AM-CREDIT-ACCOUNT           PIC 9(6).

       FD    PERIOD-CONTROL-FILE.
       01    PERIOD-CONTROL-RECORD.
             05  PC-OPEN-PERIOD              PIC 9(6).
             05  PC-PERIOD-STATUS            PIC X.
             05  PC-RETENTION-PERIODS        PIC 9(3).

       FD    GL-UPLOAD-FILE.
       01    GL-UPLOAD-HEADER.
             05  GH-RECORD-TYPE              PIC X.
             05  GH-COMPANY-ID               PIC X(6).
             05  GH-PERIOD                   PIC 9(6).
             05  GH-BATCH-DATE               PIC 9(6).
             05  GH-DESCRIPTION              PIC X(20).
             05                              PIC X(41).
       01    GL-UPLOAD-DETAIL.
             05  GD-RECORD-TYPE              PIC X.
             05  GD-COMPANY-ID               PIC X(6).
             05  GD-PERIOD                   PIC 9(6).
             05  GD-ACCOUNT                  PIC 9(6).
             05  GD-DEBIT-AMOUNT             PIC 9(11)V99.
             05  GD-CREDIT-AMOUNT            PIC 9(11)V99.
             05  GD-LINE-COUNT               PIC 9(6).
             05                              PIC X(29).
       01    GL-UPLOAD-TRAILER.
             05  GT-RECORD-TYPE              PIC X.
             05  GT-COMPANY-ID               PIC X(6).
             05  GT-PERIOD                   PIC 9(6).
             05  GT-DETAIL-COUNT             PIC 9(6).
             05  GT-TOTAL-DEBITS             PIC 9(11)V99.
             05  GT-TOTAL-CREDITS            PIC 9(11)V99.
             05                              PIC X(35).

       FD    JOURNAL-HISTORY-FILE.
       01    JOURNAL-HISTORY-RECORD.
             05  JH-RELEASE-PERIOD           PIC 9(6).
             05  JH-RELEASE-DATE             PIC 9(6).
             05  JH-JOURNAL-LINE             PIC X(47).

       FD    JOURNAL-REJECT-FILE.
       01    JOURNAL-REJECT-RECORD.
             05  JR-REJECT-DATE              PIC 9(6).
             05  JR-OPEN-PERIOD              PIC 9(6).
             05  JR-JOURNAL-LINE             PIC X(47).

       FD    PROOF-REPORT.
       01    REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-ACCOUNT-MAP-STATUS     PIC X(2) VALUE '00'.
             05    WS-PERIOD-CTL-STATUS      PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-PERIOD-N             PIC 9(6)    VALUE 0.
       01  WS-CURRENT-PERIOD REDEFINES WS-CURRENT-PERIOD-N.
           05  CP-CENTURY                  PIC 99.
           05  CP-YEAR-MONTH               PIC 9(4).

       01  WS-LINE-DATE.
           05  LD-YEAR                     PIC 99.
           05  LD-MONTH                    PIC 99.
           05  LD-DAY                      PIC 99.

       01  WS-LINE-PERIOD.
           05  LP-CENTURY                  PIC 99.
           05  LP-YEAR                     PIC 99.
           05  LP-MONTH                    PIC 99.
       01  WS-LINE-PERIOD-N REDEFINES WS-LINE-PERIOD
                                           PIC 9(6).

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  MAP-OPEN-SW                 PIC X       VALUE 'N'.
               88  MAP-IS-OPEN                         VALUE 'Y'.
           05  MAP-STATUS-FLAG             PIC X       VALUE 'N'.
               88  MAP-FOUND                           VALUE 'Y'.
               88  MAP-NOT-FOUND                       VALUE 'N'.
           05  BATCH-STATUS-SW             PIC X       VALUE 'Y'.
               88  BATCH-RELEASABLE                    VALUE 'Y'.
               88  BATCH-REFUSED                       VALUE 'N'.
           05  LINE-DATE-SW                PIC X       VALUE 'N'.
               88  LINE-DATE-VALID                     VALUE 'Y'.
           05  PERIOD-BALANCE-SW           PIC X       VALUE 'Y'.
               88  PERIODS-IN-BALANCE                  VALUE 'Y'.
           05  ACCOUNT-HOLD                PIC 9(6)    VALUE 0.
           05  PERIOD-HOLD                 PIC 9(6)    VALUE 0.
      *
       01  SUBSCRIPTS.
           05  SSUB                        PIC 99      VALUE 1.
           05  PSUB                        PIC 99      VALUE 1.

       01  ACCOUNT-FIELDS.
           05  AF-LINE-COUNT               PIC 9(6)    VALUE 0.
           05  AF-DEBITS                   PIC 9(11)V99 VALUE 0.
           05  AF-CREDITS                  PIC 9(11)V99 VALUE 0.

       01  SOURCE-TOTAL-TABLE.
           05  SOURCE-COUNT                PIC 99      VALUE 0.
           05  SOURCE-TOTAL-ENTRY OCCURS 10 TIMES.
               10  ST-SOURCE-PROGRAM       PIC X(9).
               10  ST-DEBITS               PIC 9(11)V99.
               10  ST-CREDITS              PIC 9(11)V99.

       01  PERIOD-TOTAL-TABLE.
           05  PERIOD-COUNT                PIC 99      VALUE 0.
           05  PERIOD-TOTAL-ENTRY OCCURS 12 TIMES.
               10  PT-PERIOD               PIC 9(6).
               10  PT-DEBITS               PIC 9(11)V99.
               10  PT-CREDITS              PIC 9(11)V99.

       01  JOURNAL-TOTALS.
           05  JT-LINES-READ               PIC 9(7)    VALUE 0.
           05  JT-LINES-INVALID            PIC 9(7)    VALUE 0.
           05  JT-LINES-RESOLVED           PIC 9(7)    VALUE 0.
           05  JT-LINES-UNMAPPED           PIC 9(7)    VALUE 0.
           05  JT-LINES-CLOSED             PIC 9(7)    VALUE 0.
           05  JT-CLOSED-AMOUNT            PIC 9(11)V99 VALUE 0.
           05  JT-ACCOUNT-COUNT            PIC 9(6)    VALUE 0.
           05  JT-TOTAL-DEBITS             PIC 9(11)V99 VALUE 0.
           05  JT-TOTAL-CREDITS            PIC 9(11)V99 VALUE 0.
           05  JT-DIFFERENCE               PIC 9(11)V99 VALUE 0.

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
                                        'GENERAL LEDGER JOURNAL PROOF'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  PERIOD-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(14) VALUE
                                           'LEDGER PERIOD '.
           05  PL-PERIOD                   PIC 9(6).
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'ACCOUNT'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'PERIOD'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'LINES'.
           05                              PIC X(13) VALUE SPACES.
           05                              PIC X(6)  VALUE 'DEBITS'.
           05                              PIC X(11) VALUE SPACES.
           05                              PIC X(7)  VALUE 'CREDITS'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'REMARKS'.
      *
       01  ACCOUNT-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  AD-ACCOUNT                  PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-PERIOD                   PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-LINE-COUNT               PIC ZZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  AD-DEBITS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  AD-CREDITS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  AD-REMARK                   PIC X(8).
      *
       01  EXCEPTION-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  ED-SOURCE-PROGRAM           PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  ED-TRANS-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  ED-REFERENCE                PIC X(10).
           05                              PIC X(2)  VALUE SPACES.
           05  ED-REMARK                   PIC X(30).
      *
       01  SOURCE-HEADER-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(40) VALUE
                                  'TOTALS BY SOURCE PROGRAM'.
      *
       01  PERIOD-HEADER-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(40) VALUE
                                  'TOTALS BY LEDGER PERIOD'.
      *
       01  PERIOD-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  PD-PERIOD                   PIC 9(6).
           05                              PIC X(11) VALUE SPACES.
           05  PD-DEBITS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  PD-CREDITS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  PD-REMARK                   PIC X(16).
      *
       01  SOURCE-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  SD-SOURCE-PROGRAM           PIC X(9).
           05                              PIC X(8)  VALUE SPACES.
           05  SD-DEBITS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-CREDITS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  SD-REMARK                   PIC X(16).
      *
       01  PROOF-COUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  PC-CAPTION                  PIC X(28).
           05  PC-COUNT                    PIC ZZZZZZ9.
      *
       01  PROOF-AMOUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  PA-CAPTION                  PIC X(28).
           05  PA-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  BATCH-STATUS-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  BS-MESSAGE                  PIC X(60).

       PROCEDURE DIVISION.
      *
       100-RELEASE-JOURNAL.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 150-SORT-JOURNAL
           PERFORM 400-SUMMARISE-JOURNAL
           PERFORM 450-DECIDE-RELEASE
           IF BATCH-RELEASABLE
               PERFORM 600-WRITE-GL-UPLOAD
               PERFORM 680-CLEAR-JOURNAL
           END-IF
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       150-SORT-JOURNAL.
           SORT JOURNAL-SORT-FILE
                ON ASCENDING KEY JSR-ACCOUNT
                ON ASCENDING KEY JSR-PERIOD
                ON ASCENDING KEY JSR-SOURCE-PROGRAM
                ON ASCENDING KEY JSR-JOURNAL-DATE
                INPUT PROCEDURE IS 160-RELEASE-JOURNAL-LINES
                GIVING SORTED-JOURNAL-FILE
       .

       160-RELEASE-JOURNAL-LINES.
           OPEN INPUT JOURNAL-FILE
           OPEN INPUT ACCOUNT-MAP
           IF WS-ACCOUNT-MAP-STATUS = '00'
               MOVE 'Y' TO MAP-OPEN-SW
           ELSE
               DISPLAY 'ACCOUNT-MAP OPEN FAILED, STATUS='
                       WS-ACCOUNT-MAP-STATUS
                       ' - UNMAPPED LINES CANNOT BE RESOLVED'
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ JOURNAL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 170-EDIT-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF MAP-IS-OPEN
               CLOSE ACCOUNT-MAP
           END-IF
           MOVE 'Y' TO EOF-FLAG
       .

       170-EDIT-JOURNAL-LINE.
           ADD 1 TO JT-LINES-READ
           PERFORM 175-DERIVE-LINE-PERIOD
           EVALUATE TRUE
               WHEN GJ-AMOUNT IS NOT NUMERIC
                 OR GJ-ACCOUNT IS NOT NUMERIC
                 OR NOT (GJ-DEBIT OR GJ-CREDIT)
                   ADD 1 TO JT-LINES-INVALID
                   MOVE 'INVALID JOURNAL LINE' TO ED-REMARK
                   PERFORM 190-WRITE-EXCEPTION
               WHEN NOT LINE-DATE-VALID
                   ADD 1 TO JT-LINES-INVALID
                   MOVE 'INVALID JOURNAL DATE' TO ED-REMARK
                   PERFORM 190-WRITE-EXCEPTION
               WHEN WS-LINE-PERIOD-N < WS-CURRENT-PERIOD-N
                   ADD 1 TO JT-LINES-CLOSED
                   ADD GJ-AMOUNT TO JT-CLOSED-AMOUNT
                   MOVE 'DATED INTO CLOSED PERIOD' TO ED-REMARK
                   PERFORM 190-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 187-FIND-PERIOD-ENTRY
                   IF PSUB > 12
                       ADD 1 TO JT-LINES-INVALID
                       MOVE 'TOO MANY LEDGER PERIODS' TO ED-REMARK
                       PERFORM 190-WRITE-EXCEPTION
                   ELSE
                       IF GJ-ACCOUNT = 0
                           PERFORM 180-RESOLVE-ACCOUNT
                       END-IF
                       PERFORM 185-ADD-TO-SOURCE-TOTALS
                       IF GJ-DEBIT
                           ADD GJ-AMOUNT TO PT-DEBITS(PSUB)
                       ELSE
                           ADD GJ-AMOUNT TO PT-CREDITS(PSUB)
                       END-IF
                       MOVE JOURNAL-RECORD TO JOURNAL-SORT-RECORD
                       MOVE WS-LINE-PERIOD-N TO JSR-PERIOD
                       RELEASE JOURNAL-SORT-RECORD
                   END-IF
           END-EVALUATE
       .

       175-DERIVE-LINE-PERIOD.
           MOVE 'N' TO LINE-DATE-SW
           MOVE 0 TO WS-LINE-PERIOD-N
           IF GJ-JOURNAL-DATE IS NUMERIC
               MOVE GJ-JOURNAL-DATE TO WS-LINE-DATE
               IF LD-MONTH >= 1 AND LD-MONTH <= 12
                   MOVE 'Y' TO LINE-DATE-SW
                   MOVE CP-CENTURY TO LP-CENTURY
                   MOVE LD-YEAR TO LP-YEAR
                   MOVE LD-MONTH TO LP-MONTH
               END-IF
           END-IF
       .

       180-RESOLVE-ACCOUNT.
           SET MAP-NOT-FOUND TO TRUE
           IF MAP-IS-OPEN
               MOVE GJ-TRANS-CODE TO AM-TRANS-CODE
               READ ACCOUNT-MAP
                   INVALID KEY
                       SET MAP-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MAP-FOUND TO TRUE
               END-READ
           END-IF
           IF MAP-FOUND
               IF GJ-DEBIT
                   MOVE AM-DEBIT-ACCOUNT TO GJ-ACCOUNT
               ELSE
                   MOVE AM-CREDIT-ACCOUNT TO GJ-ACCOUNT
               END-IF
               ADD 1 TO JT-LINES-RESOLVED
           ELSE
               ADD 1 TO JT-LINES-UNMAPPED
               MOVE 'NO ACCOUNT FOR CODE' TO ED-REMARK
               PERFORM 190-WRITE-EXCEPTION
           END-IF
       .

       185-ADD-TO-SOURCE-TOTALS.
           PERFORM VARYING SSUB FROM 1 BY 1
                   UNTIL SSUB > SOURCE-COUNT
                      OR ST-SOURCE-PROGRAM(SSUB) = GJ-SOURCE-PROGRAM
               CONTINUE
           END-PERFORM
      *    THE LAST OF THE 10 ENTRIES IS KEPT FOR 'OTHER', SO A NEW
      *    SOURCE IS ONLY ADDED WHILE FEWER THAN 9 ARE IN USE.
           IF SSUB > SOURCE-COUNT
               IF SOURCE-COUNT < 9
                   ADD 1 TO SOURCE-COUNT
                   MOVE GJ-SOURCE-PROGRAM
                       TO ST-SOURCE-PROGRAM(SOURCE-COUNT)
                   MOVE 0 TO ST-DEBITS(SOURCE-COUNT)
                   MOVE 0 TO ST-CREDITS(SOURCE-COUNT)
               ELSE
                   MOVE 10 TO SSUB
                   IF SOURCE-COUNT < 10
                       MOVE 10 TO SOURCE-COUNT
                       MOVE 'OTHER' TO ST-SOURCE-PROGRAM(SSUB)
                       MOVE 0 TO ST-DEBITS(SSUB)
                       MOVE 0 TO ST-CREDITS(SSUB)
                   END-IF
               END-IF
           END-IF
           IF GJ-DEBIT
               ADD GJ-AMOUNT TO ST-DEBITS(SSUB)
           ELSE
               ADD GJ-AMOUNT TO ST-CREDITS(SSUB)
           END-IF
       .

       187-FIND-PERIOD-ENTRY.
           PERFORM VARYING PSUB FROM 1 BY 1
                   UNTIL PSUB > PERIOD-COUNT
                      OR PT-PERIOD(PSUB) = WS-LINE-PERIOD-N
               CONTINUE
           END-PERFORM
           IF PSUB > PERIOD-COUNT
               IF PERIOD-COUNT < 12
                   ADD 1 TO PERIOD-COUNT
                   MOVE PERIOD-COUNT TO PSUB
                   MOVE WS-LINE-PERIOD-N TO PT-PERIOD(PSUB)
                   MOVE 0 TO PT-DEBITS(PSUB)
                   MOVE 0 TO PT-CREDITS(PSUB)
               ELSE
                   MOVE 13 TO PSUB
               END-IF
           END-IF
       .

       190-WRITE-EXCEPTION.
           MOVE GJ-SOURCE-PROGRAM TO ED-SOURCE-PROGRAM
           MOVE GJ-TRANS-CODE TO ED-TRANS-CODE
           MOVE GJ-REFERENCE TO ED-REFERENCE
           MOVE EXCEPTION-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       200-HSKPING-ROUTINE.
           PERFORM 250-READ-PERIOD-CONTROL
           OPEN OUTPUT PROOF-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-CURRENT-PERIOD-N TO PL-PERIOD
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
           IF PC-PERIOD-STATUS NOT = 'O'
               DISPLAY 'PERIOD ' PC-OPEN-PERIOD
                       ' IS CLOSED - POSTING REFUSED'
               STOP RUN
           END-IF
           MOVE PC-OPEN-PERIOD TO WS-CURRENT-PERIOD-N
           CLOSE PERIOD-CONTROL-FILE
       .

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE PERIOD-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-SUMMARISE-JOURNAL.
           OPEN INPUT SORTED-JOURNAL-FILE
           PERFORM 410-READ-SORTED-JOURNAL
           PERFORM UNTIL NO-MORE-DATA
               PERFORM 420-ACCUMULATE-ACCOUNT
               PERFORM 430-PRINT-ACCOUNT-LINE
           END-PERFORM
           CLOSE SORTED-JOURNAL-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       410-READ-SORTED-JOURNAL.
           READ SORTED-JOURNAL-FILE
               AT END
                   MOVE 'N' TO EOF-FLAG
           END-READ
       .

       420-ACCUMULATE-ACCOUNT.
           MOVE SJ-ACCOUNT TO ACCOUNT-HOLD
           MOVE SJ-PERIOD TO PERIOD-HOLD
           MOVE 0 TO AF-LINE-COUNT
           MOVE 0 TO AF-DEBITS
           MOVE 0 TO AF-CREDITS
           PERFORM UNTIL NO-MORE-DATA
                      OR SJ-ACCOUNT NOT = ACCOUNT-HOLD
                      OR SJ-PERIOD NOT = PERIOD-HOLD
               ADD 1 TO AF-LINE-COUNT
               IF SJ-DEBIT
                   ADD SJ-AMOUNT TO AF-DEBITS
               ELSE
                   ADD SJ-AMOUNT TO AF-CREDITS
               END-IF
               PERFORM 410-READ-SORTED-JOURNAL
           END-PERFORM
       .

       430-PRINT-ACCOUNT-LINE.
           ADD 1 TO JT-ACCOUNT-COUNT
           ADD AF-DEBITS TO JT-TOTAL-DEBITS
           ADD AF-CREDITS TO JT-TOTAL-CREDITS
           MOVE SPACES TO ACCOUNT-DETAIL-LINE
           MOVE ACCOUNT-HOLD TO AD-ACCOUNT
           MOVE PERIOD-HOLD TO AD-PERIOD
           MOVE AF-LINE-COUNT TO AD-LINE-COUNT
           MOVE AF-DEBITS TO AD-DEBITS
           MOVE AF-CREDITS TO AD-CREDITS
           IF ACCOUNT-HOLD = 0
               MOVE 'UNMAPPED' TO AD-REMARK
           END-IF
           MOVE ACCOUNT-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       450-DECIDE-RELEASE.
           IF JT-TOTAL-DEBITS >= JT-TOTAL-CREDITS
               SUBTRACT JT-TOTAL-CREDITS FROM JT-TOTAL-DEBITS
                   GIVING JT-DIFFERENCE
           ELSE
               SUBTRACT JT-TOTAL-DEBITS FROM JT-TOTAL-CREDITS
                   GIVING JT-DIFFERENCE
           END-IF
           MOVE 'Y' TO PERIOD-BALANCE-SW
           PERFORM VARYING PSUB FROM 1 BY 1
                   UNTIL PSUB > PERIOD-COUNT
               IF PT-DEBITS(PSUB) NOT = PT-CREDITS(PSUB)
                   MOVE 'N' TO PERIOD-BALANCE-SW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN JT-LINES-READ = 0
                   MOVE 'N' TO BATCH-STATUS-SW
                   MOVE 'NO JOURNAL LINES ON FILE - NOTHING RELEASED'
                       TO BS-MESSAGE
               WHEN JT-DIFFERENCE NOT = 0
                   MOVE 'N' TO BATCH-STATUS-SW
                   MOVE 'BATCH OUT OF BALANCE - RELEASE REFUSED'
                       TO BS-MESSAGE
               WHEN NOT PERIODS-IN-BALANCE
                   MOVE 'N' TO BATCH-STATUS-SW
                   MOVE 'LEDGER PERIOD OUT OF BALANCE - RELEASE REFUSED'
                       TO BS-MESSAGE
               WHEN JT-LINES-INVALID > 0
                   MOVE 'N' TO BATCH-STATUS-SW
                   MOVE 'INVALID JOURNAL LINES - RELEASE REFUSED'
                       TO BS-MESSAGE
               WHEN JT-LINES-UNMAPPED > 0
                   MOVE 'N' TO BATCH-STATUS-SW
                   MOVE 'UNMAPPED JOURNAL LINES - RELEASE REFUSED'
                       TO BS-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO BATCH-STATUS-SW
                   MOVE 'BATCH IN BALANCE - RELEASED TO GLUPLOAD.TXT'
                       TO BS-MESSAGE
           END-EVALUATE
           IF BATCH-REFUSED
               DISPLAY 'JOURNAL ' BS-MESSAGE
           END-IF
       .

       600-WRITE-GL-UPLOAD.
           OPEN INPUT  SORTED-JOURNAL-FILE
                OUTPUT GL-UPLOAD-FILE
                EXTEND JOURNAL-HISTORY-FILE
           MOVE SPACES TO GL-UPLOAD-HEADER
           MOVE 'H' TO GH-RECORD-TYPE
           MOVE 'ASHRAL' TO GH-COMPANY-ID
           MOVE WS-CURRENT-PERIOD-N TO GH-PERIOD
           MOVE WS-CURRENT-DATE TO GH-BATCH-DATE
           MOVE 'OPERATIONS JOURNAL' TO GH-DESCRIPTION
           WRITE GL-UPLOAD-HEADER
           PERFORM 410-READ-SORTED-JOURNAL
           PERFORM UNTIL NO-MORE-DATA
               PERFORM 620-WRITE-UPLOAD-DETAIL
           END-PERFORM
           MOVE SPACES TO GL-UPLOAD-TRAILER
           MOVE 'T' TO GT-RECORD-TYPE
           MOVE 'ASHRAL' TO GT-COMPANY-ID
           MOVE WS-CURRENT-PERIOD-N TO GT-PERIOD
           MOVE JT-ACCOUNT-COUNT TO GT-DETAIL-COUNT
           MOVE JT-TOTAL-DEBITS TO GT-TOTAL-DEBITS
           MOVE JT-TOTAL-CREDITS TO GT-TOTAL-CREDITS
           WRITE GL-UPLOAD-TRAILER
           CLOSE SORTED-JOURNAL-FILE
                 GL-UPLOAD-FILE
                 JOURNAL-HISTORY-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       620-WRITE-UPLOAD-DETAIL.
           MOVE SJ-ACCOUNT TO ACCOUNT-HOLD
           MOVE SJ-PERIOD TO PERIOD-HOLD
           MOVE 0 TO AF-LINE-COUNT
           MOVE 0 TO AF-DEBITS
           MOVE 0 TO AF-CREDITS
           PERFORM UNTIL NO-MORE-DATA
                      OR SJ-ACCOUNT NOT = ACCOUNT-HOLD
                      OR SJ-PERIOD NOT = PERIOD-HOLD
               ADD 1 TO AF-LINE-COUNT
               IF SJ-DEBIT
                   ADD SJ-AMOUNT TO AF-DEBITS
               ELSE
                   ADD SJ-AMOUNT TO AF-CREDITS
               END-IF
               PERFORM 640-WRITE-JOURNAL-HISTORY
               PERFORM 410-READ-SORTED-JOURNAL
           END-PERFORM
           MOVE SPACES TO GL-UPLOAD-DETAIL
           MOVE 'D' TO GD-RECORD-TYPE
           MOVE 'ASHRAL' TO GD-COMPANY-ID
           MOVE PERIOD-HOLD TO GD-PERIOD
           MOVE ACCOUNT-HOLD TO GD-ACCOUNT
           MOVE AF-DEBITS TO GD-DEBIT-AMOUNT
           MOVE AF-CREDITS TO GD-CREDIT-AMOUNT
           MOVE AF-LINE-COUNT TO GD-LINE-COUNT
           WRITE GL-UPLOAD-DETAIL
       .

       640-WRITE-JOURNAL-HISTORY.
           MOVE SJ-PERIOD TO JH-RELEASE-PERIOD
           MOVE WS-CURRENT-DATE TO JH-RELEASE-DATE
           MOVE SORTED-JOURNAL-REC TO JH-JOURNAL-LINE
           WRITE JOURNAL-HISTORY-RECORD
       .

       670-SAVE-CLOSED-PERIOD-LINES.
           OPEN INPUT  JOURNAL-FILE
                EXTEND JOURNAL-REJECT-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ JOURNAL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 175-DERIVE-LINE-PERIOD
                       IF LINE-DATE-VALID
                          AND WS-LINE-PERIOD-N < WS-CURRENT-PERIOD-N
                           MOVE WS-CURRENT-DATE TO JR-REJECT-DATE
                           MOVE WS-CURRENT-PERIOD-N TO JR-OPEN-PERIOD
                           MOVE JOURNAL-RECORD TO JR-JOURNAL-LINE
                           WRITE JOURNAL-REJECT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
                 JOURNAL-REJECT-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       680-CLEAR-JOURNAL.
           IF JT-LINES-CLOSED > 0
               PERFORM 670-SAVE-CLOSED-PERIOD-LINES
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE PERIOD-HEADER-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM VARYING PSUB FROM 1 BY 1
                   UNTIL PSUB > PERIOD-COUNT
               MOVE SPACES TO PERIOD-DETAIL-LINE
               MOVE PT-PERIOD(PSUB) TO PD-PERIOD
               MOVE PT-DEBITS(PSUB) TO PD-DEBITS
               MOVE PT-CREDITS(PSUB) TO PD-CREDITS
               IF PT-DEBITS(PSUB) NOT = PT-CREDITS(PSUB)
                   MOVE 'OUT OF BALANCE' TO PD-REMARK
               END-IF
               MOVE PERIOD-DETAIL-LINE TO REPORT-LINE
               PERFORM 700-WRITE-A-LINE
           END-PERFORM
           MOVE SOURCE-HEADER-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM VARYING SSUB FROM 1 BY 1
                   UNTIL SSUB > SOURCE-COUNT
               MOVE SPACES TO SOURCE-DETAIL-LINE
               MOVE ST-SOURCE-PROGRAM(SSUB) TO SD-SOURCE-PROGRAM
               MOVE ST-DEBITS(SSUB) TO SD-DEBITS
               MOVE ST-CREDITS(SSUB) TO SD-CREDITS
               IF ST-DEBITS(SSUB) NOT = ST-CREDITS(SSUB)
                   MOVE 'OUT OF BALANCE' TO SD-REMARK
               END-IF
               MOVE SOURCE-DETAIL-LINE TO REPORT-LINE
               PERFORM 700-WRITE-A-LINE
           END-PERFORM
           MOVE 'JOURNAL LINES READ:' TO PC-CAPTION
           MOVE JT-LINES-READ TO PC-COUNT
           MOVE PROOF-COUNT-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'INVALID LINES:' TO PC-CAPTION
           MOVE JT-LINES-INVALID TO PC-COUNT
           MOVE PROOF-COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'LINES RESOLVED FROM MAP:' TO PC-CAPTION
           MOVE JT-LINES-RESOLVED TO PC-COUNT
           MOVE PROOF-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'LINES STILL UNMAPPED:' TO PC-CAPTION
           MOVE JT-LINES-UNMAPPED TO PC-COUNT
           MOVE PROOF-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'LINES IN CLOSED PERIODS:' TO PC-CAPTION
           MOVE JT-LINES-CLOSED TO PC-COUNT
           MOVE PROOF-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'LEDGER ACCOUNTS:' TO PC-CAPTION
           MOVE JT-ACCOUNT-COUNT TO PC-COUNT
           MOVE PROOF-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL DEBITS:' TO PA-CAPTION
           MOVE JT-TOTAL-DEBITS TO PA-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL CREDITS:' TO PA-CAPTION
           MOVE JT-TOTAL-CREDITS TO PA-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'DIFFERENCE:' TO PA-CAPTION
           MOVE JT-DIFFERENCE TO PA-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'CLOSED PERIOD LINES AMOUNT:' TO PA-CAPTION
           MOVE JT-CLOSED-AMOUNT TO PA-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE BATCH-STATUS-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE PROOF-REPORT
           STOP RUN
       .
