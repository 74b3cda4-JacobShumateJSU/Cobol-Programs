       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM43.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program converts the customer master for ASHRALS LTD to
      *the record that carries the sales tax exempt flag.  It is run
      *once, when CUSTMAST.DAT is still in the 106-byte layout that
      *ended at CM-CURRENT-BALANCE: the old master is renamed to
      *CUSTMAST.OLD, and this program reads it in customer order and
      *loads a new CUSTMAST.DAT in the 107-byte layout every program
      *now declares, with every customer set to CM-TAX-EXEMPT N.  The
      *exempt customers are then flagged through PROGRAM6 in the
      *ordinary way.  The run is refused if a CUSTMAST.DAT is already
      *there, so a converted master can never be loaded over.  A
      *control listing CUSTMAST-CONVERT.TXT gives the customers read
      *and written and the total of their balances on both files so
      *the conversion can be proven before CUSTMAST.OLD is deleted.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CUSTOMER-ID
               FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT CONTROL-REPORT
               ASSIGN TO PRINTER 'CUSTMAST-CONVERT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    OLD-CUSTOMER-MASTER
             RECORD CONTAINS 106 CHARACTERS.
       01    OLD-CUSTOMER-RECORD.
             05  OC-CUSTOMER-ID              PIC 9(5).
             05  OC-CUSTOMER-NAME            PIC X(25).
             05  OC-ADDRESS-LINE             PIC X(25).
             05  OC-CITY                     PIC X(15).
             05  OC-STATE                    PIC X(2).
             05  OC-ZIP-CODE                 PIC 9(5).
             05  OC-CREDIT-LIMIT             PIC 9(7)V99.
             05  OC-PAYMENT-TERMS            PIC X(11).
             05  OC-CURRENT-BALANCE          PIC 9(7)V99.

       FD    CUSTOMER-MASTER
             RECORD CONTAINS 107 CHARACTERS.
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

       FD    CONTROL-REPORT.
       01    REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-OLD-MASTER-STATUS      PIC X(2) VALUE '00'.
             05    WS-CUST-MASTER-STATUS     PIC X(2) VALUE '00'.

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
      *
       01  CONVERT-TOTALS.
           05  CV-RECORDS-READ             PIC 9(7)    VALUE 0.
           05  CV-RECORDS-WRITTEN          PIC 9(7)    VALUE 0.
           05  CV-RECORDS-REJECTED         PIC 9(7)    VALUE 0.
           05  CV-BALANCE-READ             PIC 9(11)V99 VALUE 0.
           05  CV-BALANCE-WRITTEN          PIC 9(11)V99 VALUE 0.

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
                                        'CUSTOMER MASTER CONVERSION'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  REJECT-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RJ-CUSTOMER-ID              PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  RJ-CUSTOMER-NAME            PIC X(25).
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'NOT WRITTEN, STATUS='.
           05  RJ-STATUS                   PIC X(2).
      *
       01  CONVERT-COUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CC-CAPTION                  PIC X(30).
           05  CC-COUNT                    PIC ZZZZZZ9.
      *
       01  CONVERT-AMOUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CA-CAPTION                  PIC X(30).
           05  CA-AMOUNT                   PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *
       100-CONVERT-CUSTOMERS.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-READ-FILE
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-MASTER-STATUS NOT = '35'
               IF WS-CUST-MASTER-STATUS = '00'
                   CLOSE CUSTOMER-MASTER
               END-IF
               DISPLAY 'CUSTMAST.DAT ALREADY ON FILE, STATUS='
                       WS-CUST-MASTER-STATUS
               DISPLAY 'RENAME THE OLD MASTER TO CUSTMAST.OLD AND '
                       'RERUN - NOTHING CONVERTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-CUSTOMER-MASTER
           IF WS-OLD-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.OLD OPEN FAILED, STATUS='
                       WS-OLD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CUSTOMER-MASTER
                       CONTROL-REPORT
           IF WS-CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-MASTER OPEN FAILED, STATUS='
                       WS-CUST-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
       .

       400-READ-FILE.
           PERFORM UNTIL NO-MORE-DATA
               READ OLD-CUSTOMER-MASTER
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 450-CONVERT-ONE-CUSTOMER
               END-READ
           END-PERFORM
       .

       450-CONVERT-ONE-CUSTOMER.
           ADD 1 TO CV-RECORDS-READ
           IF OC-CURRENT-BALANCE IS NUMERIC
               ADD OC-CURRENT-BALANCE TO CV-BALANCE-READ
           END-IF
           MOVE OC-CUSTOMER-ID TO CM-CUSTOMER-ID
           MOVE OC-CUSTOMER-NAME TO CM-CUSTOMER-NAME
           MOVE OC-ADDRESS-LINE TO CM-ADDRESS-LINE
           MOVE OC-CITY TO CM-CITY
           MOVE OC-STATE TO CM-STATE
           MOVE OC-ZIP-CODE TO CM-ZIP-CODE
           MOVE OC-CREDIT-LIMIT TO CM-CREDIT-LIMIT
           MOVE OC-PAYMENT-TERMS TO CM-PAYMENT-TERMS
           MOVE OC-CURRENT-BALANCE TO CM-CURRENT-BALANCE
           MOVE 'N' TO CM-TAX-EXEMPT
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO CV-RECORDS-REJECTED
                   MOVE OC-CUSTOMER-ID TO RJ-CUSTOMER-ID
                   MOVE OC-CUSTOMER-NAME TO RJ-CUSTOMER-NAME
                   MOVE WS-CUST-MASTER-STATUS TO RJ-STATUS
                   MOVE REJECT-DETAIL-LINE TO REPORT-LINE
                   MOVE 1 TO PROPER-SPACING
                   PERFORM 700-WRITE-A-LINE
               NOT INVALID KEY
                   ADD 1 TO CV-RECORDS-WRITTEN
                   IF CM-CURRENT-BALANCE IS NUMERIC
                       ADD CM-CURRENT-BALANCE TO CV-BALANCE-WRITTEN
                   END-IF
           END-WRITE
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'CUSTOMERS READ:' TO CC-CAPTION
           MOVE CV-RECORDS-READ TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'CUSTOMERS WRITTEN:' TO CC-CAPTION
           MOVE CV-RECORDS-WRITTEN TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'CUSTOMERS NOT WRITTEN:' TO CC-CAPTION
           MOVE CV-RECORDS-REJECTED TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'BALANCES READ:' TO CA-CAPTION
           MOVE CV-BALANCE-READ TO CA-AMOUNT
           MOVE CONVERT-AMOUNT-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'BALANCES WRITTEN:' TO CA-CAPTION
           MOVE CV-BALANCE-WRITTEN TO CA-AMOUNT
           MOVE CONVERT-AMOUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           IF CV-RECORDS-REJECTED > 0
               MOVE 16 TO RETURN-CODE
           END-IF
       .

       900-FINAL-ROUTINE.
           CLOSE OLD-CUSTOMER-MASTER
                 CUSTOMER-MASTER
                 CONTROL-REPORT
           STOP RUN
       .
