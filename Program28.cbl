       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM28.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program maintains the general ledger account map for
      *ASHRALS LTD.  ACCTMAP.DAT is keyed by a four character journal
      *transaction code and gives the debit and credit ledger accounts
      *each posting program uses when it writes its balanced journal
      *lines to GLJOURNAL.TXT, so accounting can re-point an entry
      *without a program change.  The codes in use are SALE (PROGRAM8
      *invoices - receivables against sales), STAX (PROGRAM8 sales tax
      *charged - receivables against sales tax payable), CASH
      *(PROGRAM15 applied cash - cash against receivables), UCSH
      *(PROGRAM15 unapplied cash - cash against unapplied cash), RCPT
      *(PROGRAM17 dock receipts - inventory against received not
      *invoiced), COGS (PROGRAM7 sales posting and PROGRAM17 backorder
      *fills - cost of goods sold against inventory), RTRN (PROGRAM27
      *customer returns - sales returns against receivables), RSTK
      *(PROGRAM27 restocked returns - inventory against cost of goods
      *sold), APIN (PROGRAM31 matched vendor invoices - received not
      *invoiced against accounts payable), CNTO (PROGRAM35 stock found
      *over on count - inventory against inventory shrinkage) and CNTS
      *(PROGRAM35 stock found short on count - inventory shrinkage
      *against inventory).  The program reads a transaction file of
      *adds, changes and deletes, applies them with duplicate and
      *not-found checking, and prints an audit report of every mapping
      *touched.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO 'ACCTTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT AUDIT-REPORT
               ASSIGN TO PRINTER 'ACCTAUDIT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    TRANSACTION-FILE.

       01    TRANSACTION-REC.
         05  TR-ACTION                   PIC X.
             88  ADD-TRANSACTION                   VALUE 'A'.
             88  CHANGE-TRANSACTION                VALUE 'C'.
             88  DELETE-TRANSACTION                VALUE 'D'.
         05  TR-TRANS-CODE               PIC X(4).
         05  TR-DESCRIPTION              PIC X(20).
         05  TR-DEBIT-ACCOUNT            PIC 9(6).
         05  TR-CREDIT-ACCOUNT           PIC 9(6).

       FD    ACCOUNT-MAP.
       01    ACCOUNT-MAP-RECORD.
             05  AM-TRANS-CODE               PIC X(4).
             05  AM-DESCRIPTION              PIC X(20).
             05  AM-DEBIT-ACCOUNT            PIC 9(6).
             05  AM-CREDIT-ACCOUNT           PIC 9(6).

       FD    AUDIT-REPORT.
       01    AUDIT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-ACCOUNT-MAP-STATUS     PIC X(2) VALUE '00'.

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
           05  MAP-STATUS-FLAG             PIC X       VALUE 'N'.
               88  MAP-FOUND                           VALUE 'Y'.
               88  MAP-NOT-FOUND                       VALUE 'N'.
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
                                        'ACCOUNT MAP AUDIT REPORT'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'ACTION'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'CODE'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'DESCRIPTION'.
           05                              PIC X(11) VALUE SPACES.
           05                              PIC X(5)  VALUE 'DEBIT'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'CREDIT'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'DISPOSITION'.
      *
       01  AUDIT-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  AD-ACTION                   PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-TRANS-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-DESCRIPTION              PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-DEBIT-ACCOUNT            PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-CREDIT-ACCOUNT           PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  AD-DISPOSITION              PIC X(20).
      *
       01  COUNT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CT-CAPTION                  PIC X(24).
           05  CT-COUNT                    PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       100-MAINTAIN-ACCOUNT-MAP.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-READ-FILE
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT AUDIT-REPORT
           OPEN I-O ACCOUNT-MAP
           IF WS-ACCOUNT-MAP-STATUS = '35'
               OPEN OUTPUT ACCOUNT-MAP
               CLOSE ACCOUNT-MAP
               OPEN I-O ACCOUNT-MAP
           END-IF
           IF WS-ACCOUNT-MAP-STATUS NOT = '00'
               DISPLAY 'ACCOUNT-MAP OPEN FAILED, STATUS='
                       WS-ACCOUNT-MAP-STATUS
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
           MOVE TR-TRANS-CODE TO AD-TRANS-CODE
           MOVE TR-DESCRIPTION TO AD-DESCRIPTION
           MOVE TR-DEBIT-ACCOUNT TO AD-DEBIT-ACCOUNT
           MOVE TR-CREDIT-ACCOUNT TO AD-CREDIT-ACCOUNT
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
              AND (TR-DEBIT-ACCOUNT IS NOT NUMERIC
                   OR TR-CREDIT-ACCOUNT IS NOT NUMERIC)
               MOVE 'NON-NUMERIC ACCOUNT' TO AD-DISPOSITION
               PERFORM 650-WRITE-AUDIT-DETAIL
               ADD 1 TO MC-TRANS-REJECTED
           ELSE
               IF NOT DELETE-TRANSACTION
                  AND (TR-DEBIT-ACCOUNT = 0
                       OR TR-CREDIT-ACCOUNT = 0
                       OR TR-DEBIT-ACCOUNT = TR-CREDIT-ACCOUNT)
                   MOVE 'INVALID ACCOUNT PAIR' TO AD-DISPOSITION
                   PERFORM 650-WRITE-AUDIT-DETAIL
                   ADD 1 TO MC-TRANS-REJECTED
               ELSE
                   PERFORM 500-APPLY-MAP-TRANS
               END-IF
           END-IF
       .

       500-APPLY-MAP-TRANS.
           MOVE TR-TRANS-CODE TO AM-TRANS-CODE
           READ ACCOUNT-MAP
               INVALID KEY
                   SET MAP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MAP-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN ADD-TRANSACTION AND MAP-FOUND
                   MOVE 'DUPLICATE CODE' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN ADD-TRANSACTION
                   MOVE TR-TRANS-CODE TO AM-TRANS-CODE
                   MOVE TR-DESCRIPTION TO AM-DESCRIPTION
                   MOVE TR-DEBIT-ACCOUNT TO AM-DEBIT-ACCOUNT
                   MOVE TR-CREDIT-ACCOUNT TO AM-CREDIT-ACCOUNT
                   WRITE ACCOUNT-MAP-RECORD
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-APPLIED
               WHEN CHANGE-TRANSACTION AND MAP-NOT-FOUND
                   MOVE 'CODE NOT FOUND' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN CHANGE-TRANSACTION
                   IF TR-DESCRIPTION NOT = SPACES
                       MOVE TR-DESCRIPTION TO AM-DESCRIPTION
                   END-IF
                   MOVE TR-DEBIT-ACCOUNT TO AM-DEBIT-ACCOUNT
                   MOVE TR-CREDIT-ACCOUNT TO AM-CREDIT-ACCOUNT
                   REWRITE ACCOUNT-MAP-RECORD
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-APPLIED
               WHEN DELETE-TRANSACTION AND MAP-NOT-FOUND
                   MOVE 'CODE NOT FOUND' TO AD-DISPOSITION
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN DELETE-TRANSACTION
                   DELETE ACCOUNT-MAP
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
                 ACCOUNT-MAP
                 AUDIT-REPORT
           STOP RUN
       .
