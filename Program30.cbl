       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM30.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program maintains the vendor master for ASHRALS LTD.
      *VENDMAST.DAT is keyed by the four character vendor ID used on
      *the warehouse files and OPENPO.DAT (CH20, LA10, NY30, DA05 and
      *any added later) and carries the vendor name, the remit-to
      *address payments are mailed to, the payment terms in days
      *that PROGRAM31 uses to date each payable, and the unit price
      *tolerance, as a percent of the purchase order price, inside
      *which PROGRAM31 accepts a vendor's billed price.  The program
      *reads a transaction file of adds, changes and deletes,
      *applies them with duplicate and not-found checking, and
      *prints an audit report of every vendor touched.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO 'VENDTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-VEND-MASTER-STATUS.

           SELECT AUDIT-REPORT
               ASSIGN TO PRINTER 'VENDAUDIT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    TRANSACTION-FILE.

       01    TRANSACTION-REC.
         05  TR-ACTION                   PIC X.
             88  ADD-TRANSACTION                   VALUE 'A'.
             88  CHANGE-TRANSACTION                VALUE 'C'.
             88  DELETE-TRANSACTION                VALUE 'D'.
         05  TR-VENDOR-ID                PIC X(4).
         05  TR-VENDOR-NAME              PIC X(25).
         05  TR-REMIT-ADDRESS            PIC X(25).
         05  TR-REMIT-CITY               PIC X(15).
         05  TR-REMIT-STATE              PIC X(2).
         05  TR-REMIT-ZIP-CODE           PIC 9(5).
         05  TR-TERMS-DAYS               PIC 9(3).
         05  TR-PRICE-TOLERANCE          PIC 99V9.

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

       FD    AUDIT-REPORT.
       01    AUDIT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-VEND-MASTER-STATUS     PIC X(2) VALUE '00'.

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
           05  VENDOR-STATUS-FLAG          PIC X       VALUE 'N'.
               88  VENDOR-FOUND                        VALUE 'Y'.
               88  VENDOR-NOT-FOUND                    VALUE 'N'.
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
                                        'VENDOR MASTER AUDIT REPORT'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'ACTION'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'VENDOR'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'NAME'.
           05                              PIC X(23) VALUE SPACES.
           05                              PIC X(5)  VALUE 'TERMS'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'TOL %'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'DISPOSITION'.
      *
       01  AUDIT-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  AD-ACTION                   PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-VENDOR-ID                PIC X(4).
           05                              PIC X(4)  VALUE SPACES.
           05  AD-VENDOR-NAME              PIC X(25).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-TERMS-DAYS               PIC ZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  AD-PRICE-TOLERANCE          PIC Z9.9.
           05                              PIC X(3)  VALUE SPACES.
           05  AD-DISPOSITION              PIC X(20).
      *
       01  REMIT-DETAIL-LINE.
           05                              PIC X(23) VALUE SPACES.
           05                              PIC X(10) VALUE 'REMIT TO: '.
           05  RD-REMIT-ADDRESS            PIC X(25).
           05                              PIC X(1)  VALUE SPACES.
           05  RD-REMIT-CITY               PIC X(15).
           05                              PIC X(1)  VALUE SPACES.
           05  RD-REMIT-STATE              PIC X(2).
           05                              PIC X(1)  VALUE SPACES.
           05  RD-REMIT-ZIP-CODE           PIC 9(5).
      *
       01  COUNT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CT-CAPTION                  PIC X(24).
           05  CT-COUNT                    PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       100-MAINTAIN-VENDOR-MASTER.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-READ-FILE
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT AUDIT-REPORT
           OPEN I-O VENDOR-MASTER
           IF WS-VEND-MASTER-STATUS = '35'
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF
           IF WS-VEND-MASTER-STATUS NOT = '00'
               DISPLAY 'VENDOR-MASTER OPEN FAILED, STATUS='
                       WS-VEND-MASTER-STATUS
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
           MOVE TR-VENDOR-ID TO AD-VENDOR-ID
           MOVE TR-VENDOR-NAME TO AD-VENDOR-NAME
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
           IF NOT DELETE-TRANSACTION
              AND (TR-REMIT-ZIP-CODE IS NOT NUMERIC
                   OR TR-TERMS-DAYS IS NOT NUMERIC
                   OR TR-PRICE-TOLERANCE IS NOT NUMERIC)
               MOVE 'NON-NUMERIC FIELD' TO AD-DISPOSITION
               PERFORM 650-WRITE-AUDIT-DETAIL
               ADD 1 TO MC-TRANS-REJECTED
           ELSE
               IF NOT DELETE-TRANSACTION
                  AND (TR-VENDOR-ID = SPACES
                       OR TR-VENDOR-NAME = SPACES)
                   MOVE 'MISSING ID OR NAME' TO AD-DISPOSITION
                   PERFORM 650-WRITE-AUDIT-DETAIL
                   ADD 1 TO MC-TRANS-REJECTED
               ELSE
                   IF NOT DELETE-TRANSACTION
                       MOVE TR-TERMS-DAYS TO AD-TERMS-DAYS
                       MOVE TR-PRICE-TOLERANCE TO AD-PRICE-TOLERANCE
                   END-IF
                   PERFORM 500-APPLY-VENDOR-TRANS
               END-IF
           END-IF
       .

       500-APPLY-VENDOR-TRANS.
           MOVE TR-VENDOR-ID TO VM-VENDOR-ID
           READ VENDOR-MASTER
               INVALID KEY
                   SET VENDOR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET VENDOR-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN ADD-TRANSACTION AND VENDOR-FOUND
                   MOVE 'DUPLICATE VENDOR' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN ADD-TRANSACTION
                   MOVE TR-VENDOR-ID TO VM-VENDOR-ID
                   PERFORM 520-MOVE-VENDOR-FIELDS
                   WRITE VENDOR-MASTER-RECORD
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-APPLIED
               WHEN CHANGE-TRANSACTION AND VENDOR-NOT-FOUND
                   MOVE 'VENDOR NOT FOUND' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN CHANGE-TRANSACTION
                   PERFORM 520-MOVE-VENDOR-FIELDS
                   REWRITE VENDOR-MASTER-RECORD
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-APPLIED
               WHEN DELETE-TRANSACTION AND VENDOR-NOT-FOUND
                   MOVE 'VENDOR NOT FOUND' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN DELETE-TRANSACTION
                   MOVE VM-VENDOR-NAME TO AD-VENDOR-NAME
                   DELETE VENDOR-MASTER
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-APPLIED
               WHEN OTHER
                   MOVE 'BAD ACTION CODE' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
           END-EVALUATE
           PERFORM 650-WRITE-AUDIT-DETAIL
           IF AD-DISPOSITION = 'APPLIED'
              AND NOT DELETE-TRANSACTION
               PERFORM 660-WRITE-REMIT-DETAIL
           END-IF
       .

       520-MOVE-VENDOR-FIELDS.
           MOVE TR-VENDOR-NAME TO VM-VENDOR-NAME
           MOVE TR-REMIT-ADDRESS TO VM-REMIT-ADDRESS
           MOVE TR-REMIT-CITY TO VM-REMIT-CITY
           MOVE TR-REMIT-STATE TO VM-REMIT-STATE
           MOVE TR-REMIT-ZIP-CODE TO VM-REMIT-ZIP-CODE
           MOVE TR-TERMS-DAYS TO VM-TERMS-DAYS
           MOVE TR-PRICE-TOLERANCE TO VM-PRICE-TOLERANCE
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

       660-WRITE-REMIT-DETAIL.
           MOVE TR-REMIT-ADDRESS TO RD-REMIT-ADDRESS
           MOVE TR-REMIT-CITY TO RD-REMIT-CITY
           MOVE TR-REMIT-STATE TO RD-REMIT-STATE
           MOVE TR-REMIT-ZIP-CODE TO RD-REMIT-ZIP-CODE
           MOVE REMIT-DETAIL-LINE TO AUDIT-LINE
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
                 VENDOR-MASTER
                 AUDIT-REPORT
           STOP RUN
       .
