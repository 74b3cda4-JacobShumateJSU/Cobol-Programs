       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM39.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program maintains the sales tax rate table for ASHRALS
      *LTD.  TAXRATE.DAT is keyed by state and effective date, the
      *same way PRICEMAST.DAT is keyed by product and effective date,
      *so a rate change is a new record that takes effect on its date
      *while the old rate stays on file for invoices already billed.
      *The rate is carried as a percentage to three decimals (07.250
      *is 7.25 percent) with a description of the taxing authority.
      *The program reads a transaction file of adds, changes and
      *deletes, applies them with duplicate and not-found checking,
      *and prints an audit report of every rate touched showing the
      *rate before and after.  PROGRAM8 charges the rate in effect
      *on the invoice date for the customer's state unless the
      *customer is flagged tax exempt on CUSTMAST.DAT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO 'TAXTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-RATE-MASTER
               ASSIGN TO 'TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT AUDIT-REPORT
               ASSIGN TO PRINTER 'TAXAUDIT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    TRANSACTION-FILE.

       01    TRANSACTION-REC.
         05  TR-ACTION                   PIC X.
             88  ADD-TRANSACTION                   VALUE 'A'.
             88  CHANGE-TRANSACTION                VALUE 'C'.
             88  DELETE-TRANSACTION                VALUE 'D'.
         05  TR-STATE                    PIC X(2).
         05  TR-EFFECTIVE-DATE           PIC 9(6).
         05  TR-TAX-RATE                 PIC 99V999.
         05  TR-DESCRIPTION              PIC X(20).

       FD    TAX-RATE-MASTER.
       01    TAX-RATE-RECORD.
             05  TX-KEY.
                 10  TX-STATE                PIC X(2).
                 10  TX-EFFECTIVE-DATE       PIC 9(6).
             05  TX-TAX-RATE                 PIC 99V999.
             05  TX-DESCRIPTION              PIC X(20).

       FD    AUDIT-REPORT.
       01    AUDIT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-TAX-RATE-STATUS        PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  RATE-STATUS-FLAG            PIC X       VALUE 'N'.
               88  RATE-FOUND                          VALUE 'Y'.
               88  RATE-NOT-FOUND                      VALUE 'N'.
      *
       01  MAINTENANCE-COUNTERS.
           05  MC-TRANS-READ               PIC 9(5)    VALUE 0.
           05  MC-TRANS-APPLIED            PIC 9(5)    VALUE 0.
           05  MC-TRANS-REJECTED           PIC 9(5)    VALUE 0.

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
                                        'SALES TAX RATE AUDIT REPORT'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  HEADING-THREE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'ACTION'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(2)  VALUE 'ST'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'EFFECTIVE'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'BEFORE'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE ' AFTER'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'DESCRIPTION'.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'DISPOSITION'.
      *
       01  AUDIT-DETAIL-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  AD-ACTION                   PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-STATE                    PIC X(2).
           05                              PIC X(3)  VALUE SPACES.
           05  AD-EFFECTIVE-DATE           PIC 9(6).
           05                              PIC X(3)  VALUE SPACES.
           05  AD-BEFORE-RATE              PIC Z9.999.
           05                              PIC X(2)  VALUE SPACES.
           05  AD-AFTER-RATE               PIC Z9.999.
           05                              PIC X(2)  VALUE SPACES.
           05  AD-DESCRIPTION              PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  AD-DISPOSITION              PIC X(19).
      *
       01  COUNT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CT-CAPTION                  PIC X(24).
           05  CT-COUNT                    PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       100-MAINTAIN-TAX-RATES.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-READ-FILE
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT AUDIT-REPORT
           OPEN I-O TAX-RATE-MASTER
           IF WS-TAX-RATE-STATUS = '35'
               OPEN OUTPUT TAX-RATE-MASTER
               CLOSE TAX-RATE-MASTER
               OPEN I-O TAX-RATE-MASTER
           END-IF
           IF WS-TAX-RATE-STATUS NOT = '00'
               DISPLAY 'TAX-RATE-MASTER OPEN FAILED, STATUS='
                       WS-TAX-RATE-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
       .

       300-COLUMN-HEADERS.
           MOVE HEADING-ONE TO AUDIT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO AUDIT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO AUDIT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-READ-FILE.
           PERFORM UNTIL NO-MORE-DATA
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO MC-TRANS-READ
                       PERFORM 450-APPLY-TRANSACTION
               END-READ
           END-PERFORM
       .

       450-APPLY-TRANSACTION.
           MOVE SPACES TO AUDIT-DETAIL-LINE
           MOVE TR-STATE TO AD-STATE
           MOVE TR-DESCRIPTION TO AD-DESCRIPTION
           IF TR-EFFECTIVE-DATE IS NUMERIC
               MOVE TR-EFFECTIVE-DATE TO AD-EFFECTIVE-DATE
           END-IF
           IF TR-TAX-RATE IS NUMERIC
              AND NOT DELETE-TRANSACTION
               MOVE TR-TAX-RATE TO AD-AFTER-RATE
           END-IF
           EVALUATE TRUE
               WHEN ADD-TRANSACTION
                   MOVE 'ADD' TO AD-ACTION
               WHEN CHANGE-TRANSACTION
                   MOVE 'CHANGE' TO AD-ACTION
               WHEN DELETE-TRANSACTION
                   MOVE 'DELETE' TO AD-ACTION
               WHEN OTHER
                   MOVE '??????' TO AD-ACTION
           END-EVALUATE
           IF TR-EFFECTIVE-DATE IS NOT NUMERIC
              OR (TR-TAX-RATE IS NOT NUMERIC
                  AND NOT DELETE-TRANSACTION)
               MOVE 'NON-NUMERIC FIELDS' TO AD-DISPOSITION
               PERFORM 650-WRITE-AUDIT-DETAIL
               ADD 1 TO MC-TRANS-REJECTED
           ELSE
               IF TR-STATE = SPACES
                   MOVE 'STATE MISSING' TO AD-DISPOSITION
                   PERFORM 650-WRITE-AUDIT-DETAIL
                   ADD 1 TO MC-TRANS-REJECTED
               ELSE
                   PERFORM 500-APPLY-RATE-TRANS
               END-IF
           END-IF
       .

       500-APPLY-RATE-TRANS.
           MOVE TR-STATE TO TX-STATE
           MOVE TR-EFFECTIVE-DATE TO TX-EFFECTIVE-DATE
           READ TAX-RATE-MASTER
               INVALID KEY
                   SET RATE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET RATE-FOUND TO TRUE
                   MOVE TX-TAX-RATE TO AD-BEFORE-RATE
           END-READ
           EVALUATE TRUE
               WHEN ADD-TRANSACTION AND RATE-FOUND
                   MOVE 'DUPLICATE RATE' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN ADD-TRANSACTION
                   MOVE TR-STATE TO TX-STATE
                   MOVE TR-EFFECTIVE-DATE TO TX-EFFECTIVE-DATE
                   MOVE TR-TAX-RATE TO TX-TAX-RATE
                   MOVE TR-DESCRIPTION TO TX-DESCRIPTION
                   WRITE TAX-RATE-RECORD
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-APPLIED
               WHEN CHANGE-TRANSACTION AND RATE-NOT-FOUND
                   MOVE 'RATE NOT FOUND' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN CHANGE-TRANSACTION
                   MOVE TR-TAX-RATE TO TX-TAX-RATE
                   IF TR-DESCRIPTION NOT = SPACES
                       MOVE TR-DESCRIPTION TO TX-DESCRIPTION
                   END-IF
                   MOVE TX-DESCRIPTION TO AD-DESCRIPTION
                   REWRITE TAX-RATE-RECORD
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-APPLIED
               WHEN DELETE-TRANSACTION AND RATE-NOT-FOUND
                   MOVE 'RATE NOT FOUND' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN DELETE-TRANSACTION
                   MOVE TX-DESCRIPTION TO AD-DESCRIPTION
                   DELETE TAX-RATE-MASTER
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-APPLIED
               WHEN OTHER
                   MOVE 'BAD ACTION CODE' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
           END-EVALUATE
           PERFORM 650-WRITE-AUDIT-DETAIL
       .

       600-WRITE-A-LINE.
           WRITE AUDIT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       650-WRITE-AUDIT-DETAIL.
           MOVE AUDIT-DETAIL-LINE TO AUDIT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'TRANSACTIONS READ:' TO CT-CAPTION
           MOVE MC-TRANS-READ TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO AUDIT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 'TRANSACTIONS APPLIED:' TO CT-CAPTION
           MOVE MC-TRANS-APPLIED TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO AUDIT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 'TRANSACTIONS REJECTED:' TO CT-CAPTION
           MOVE MC-TRANS-REJECTED TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO AUDIT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE TRANSACTION-FILE
                 TAX-RATE-MASTER
                 AUDIT-REPORT
           STOP RUN
       .
