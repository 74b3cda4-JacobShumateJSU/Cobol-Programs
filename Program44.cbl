       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM44.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program converts the open purchase order master for
      *ASHRALS LTD to the record that carries the quantity the vendor
      *has billed against each order line.  It is run once, when
      *OPENPO.DAT is still in the 41-byte layout that ended at
      *OP-LINE-STATUS: the old master is renamed to OPENPO.OLD, and
      *this program reads it in key order and loads a new OPENPO.DAT
      *in the 46-byte layout every program now declares.  The billed
      *quantity of each line is then taken from the invoice lines
      *already matched on APOPEN.DAT for the same vendor, warehouse,
      *costume and size, but never more than the line has received,
      *since the older billing may belong to an earlier order on the
      *same line; a line can therefore only be held by PROGRAM31 for
      *billing that was not really there, never paid twice.  The run
      *is refused if an OPENPO.DAT is already there, so a converted
      *master can never be loaded over.  A control listing
      *OPENPO-CONVERT.TXT gives the lines read and written, the
      *invoice lines applied and the quantities ordered, received and
      *billed so the conversion can be proven before OPENPO.OLD is
      *deleted.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPEN-PO-FILE
               ASSIGN TO 'OPENPO.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-KEY
               FILE STATUS IS WS-OLD-OPEN-PO-STATUS.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPENPO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT AP-OPEN-FILE
               ASSIGN TO 'APOPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-OPEN-STATUS.

           SELECT CONTROL-REPORT
               ASSIGN TO PRINTER 'OPENPO-CONVERT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    OLD-OPEN-PO-FILE
             RECORD CONTAINS 41 CHARACTERS.
       01    OLD-OPEN-PO-RECORD.
             05  OO-KEY.
                 10  OO-VENDOR-ID            PIC X(4).
                 10  OO-WAREHOUSE-ID         PIC X(3).
                 10  OO-COSTUME-ID           PIC X(3).
                 10  OO-COSTUME-SIZE         PIC X.
             05  OO-COSTUME-NAME             PIC X(9).
             05  OO-QTY-ORDERED              PIC 9(5).
             05  OO-QTY-RECEIVED             PIC 9(5).
             05  OO-UNIT-PRICE               PIC 99V99.
             05  OO-ORDER-DATE               PIC 9(6).
             05  OO-LINE-STATUS              PIC X.

       FD    OPEN-PO-FILE
             RECORD CONTAINS 46 CHARACTERS.
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

       FD    CONTROL-REPORT.
       01    REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-OLD-OPEN-PO-STATUS     PIC X(2) VALUE '00'.
             05    WS-OPEN-PO-STATUS         PIC X(2) VALUE '00'.
             05    WS-AP-OPEN-STATUS         PIC X(2) VALUE '00'.

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
           05  AP-EOF-FLAG                 PIC X       VALUE 'Y'.
               88 NO-MORE-AP-DATA                      VALUE 'N'.
      *
       01  CALC-FIELDS.
           05  CALC-BILLED                 PIC 9(7)    VALUE 0.
      *
       01  CONVERT-TOTALS.
           05  CV-RECORDS-READ             PIC 9(7)    VALUE 0.
           05  CV-RECORDS-WRITTEN          PIC 9(7)    VALUE 0.
           05  CV-RECORDS-REJECTED         PIC 9(7)    VALUE 0.
           05  CV-AP-LINES-READ            PIC 9(7)    VALUE 0.
           05  CV-AP-LINES-APPLIED         PIC 9(7)    VALUE 0.
           05  CV-AP-LINES-CAPPED          PIC 9(7)    VALUE 0.
           05  CV-QTY-ORDERED-READ         PIC 9(9)    VALUE 0.
           05  CV-QTY-ORDERED-WRITTEN      PIC 9(9)    VALUE 0.
           05  CV-QTY-RECEIVED-READ        PIC 9(9)    VALUE 0.
           05  CV-QTY-RECEIVED-WRITTEN     PIC 9(9)    VALUE 0.
           05  CV-QTY-BILLED               PIC 9(9)    VALUE 0.

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
                                        'OPEN PO MASTER CONVERSION'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  REJECT-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RJ-VENDOR-ID                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  RJ-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  RJ-COSTUME-ID               PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  RJ-COSTUME-SIZE             PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  RJ-MESSAGE                  PIC X(22).
           05  RJ-STATUS                   PIC X(2).
      *
       01  CONVERT-COUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CC-CAPTION                  PIC X(30).
           05  CC-COUNT                    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *
       100-CONVERT-OPEN-PO-LINES.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-READ-FILE
           PERFORM 500-APPLY-BILLING
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = '35'
               IF WS-OPEN-PO-STATUS = '00'
                   CLOSE OPEN-PO-FILE
               END-IF
               DISPLAY 'OPENPO.DAT ALREADY ON FILE, STATUS='
                       WS-OPEN-PO-STATUS
               DISPLAY 'RENAME THE OLD MASTER TO OPENPO.OLD AND '
                       'RERUN - NOTHING CONVERTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-OPEN-PO-FILE
           IF WS-OLD-OPEN-PO-STATUS NOT = '00'
               DISPLAY 'OPENPO.OLD OPEN FAILED, STATUS='
                       WS-OLD-OPEN-PO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OPEN-PO-FILE
                       CONTROL-REPORT
           IF WS-OPEN-PO-STATUS NOT = '00'
               DISPLAY 'OPEN-PO-FILE OPEN FAILED, STATUS='
                       WS-OPEN-PO-STATUS
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
               READ OLD-OPEN-PO-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 450-CONVERT-ONE-LINE
               END-READ
           END-PERFORM
       .

       450-CONVERT-ONE-LINE.
           ADD 1 TO CV-RECORDS-READ
           IF OO-QTY-ORDERED IS NUMERIC
               ADD OO-QTY-ORDERED TO CV-QTY-ORDERED-READ
           END-IF
           IF OO-QTY-RECEIVED IS NUMERIC
               ADD OO-QTY-RECEIVED TO CV-QTY-RECEIVED-READ
           END-IF
           MOVE OO-KEY TO OP-KEY
           MOVE OO-COSTUME-NAME TO OP-COSTUME-NAME
           MOVE OO-QTY-ORDERED TO OP-QTY-ORDERED
           MOVE OO-QTY-RECEIVED TO OP-QTY-RECEIVED
           MOVE OO-UNIT-PRICE TO OP-UNIT-PRICE
           MOVE OO-ORDER-DATE TO OP-ORDER-DATE
           MOVE OO-LINE-STATUS TO OP-LINE-STATUS
           MOVE 0 TO OP-QTY-BILLED
           WRITE OPEN-PO-RECORD
               INVALID KEY
                   ADD 1 TO CV-RECORDS-REJECTED
                   MOVE 'NOT WRITTEN, STATUS=' TO RJ-MESSAGE
                   PERFORM 650-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO CV-RECORDS-WRITTEN
                   IF OP-QTY-ORDERED IS NUMERIC
                       ADD OP-QTY-ORDERED TO CV-QTY-ORDERED-WRITTEN
                   END-IF
                   IF OP-QTY-RECEIVED IS NUMERIC
                       ADD OP-QTY-RECEIVED TO CV-QTY-RECEIVED-WRITTEN
                   END-IF
           END-WRITE
       .

      *    THE MATCHED INVOICE LINES ON APOPEN.DAT ARE ADDED TO THEIR
      *    ORDER LINE, CAPPED AT WHAT THE LINE HAS RECEIVED.  NO
      *    APOPEN.DAT YET MEANS NOTHING HAS BEEN BILLED.
       500-APPLY-BILLING.
           CLOSE OPEN-PO-FILE
           OPEN I-O OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = '00'
               DISPLAY 'OPEN-PO-FILE REOPEN FAILED, STATUS='
                       WS-OPEN-PO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AP-OPEN-FILE
           IF WS-AP-OPEN-STATUS = '35'
               DISPLAY 'APOPEN.DAT NOT ON FILE - NO BILLING APPLIED'
           ELSE
               IF WS-AP-OPEN-STATUS NOT = '00'
                   DISPLAY 'AP-OPEN-FILE OPEN FAILED, STATUS='
                           WS-AP-OPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL NO-MORE-AP-DATA
                   READ AP-OPEN-FILE
                       AT END
                           MOVE 'N' TO AP-EOF-FLAG
                       NOT AT END
                           ADD 1 TO CV-AP-LINES-READ
                           PERFORM 550-APPLY-ONE-INVOICE-LINE
                   END-READ
               END-PERFORM
               CLOSE AP-OPEN-FILE
           END-IF
       .

       550-APPLY-ONE-INVOICE-LINE.
           IF AP-QTY-BILLED IS NUMERIC
               MOVE AP-VENDOR-ID TO OP-VENDOR-ID
               MOVE AP-WAREHOUSE-ID TO OP-WAREHOUSE-ID
               MOVE AP-COSTUME-ID TO OP-COSTUME-ID
               MOVE AP-COSTUME-SIZE TO OP-COSTUME-SIZE
               READ OPEN-PO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CV-AP-LINES-APPLIED
                       ADD OP-QTY-BILLED AP-QTY-BILLED
                           GIVING CALC-BILLED
                       IF CALC-BILLED > OP-QTY-RECEIVED
                           ADD 1 TO CV-AP-LINES-CAPPED
                           MOVE OP-QTY-RECEIVED TO CALC-BILLED
                       END-IF
                       SUBTRACT OP-QTY-BILLED FROM CALC-BILLED
                           GIVING CALC-BILLED
                       ADD CALC-BILLED TO CV-QTY-BILLED
                       ADD CALC-BILLED TO OP-QTY-BILLED
                       REWRITE OPEN-PO-RECORD
                           INVALID KEY
                               MOVE 'BILLING NOT SET, STAT=' TO
                                   RJ-MESSAGE
                               PERFORM 650-WRITE-REJECT-LINE
                       END-REWRITE
               END-READ
           END-IF
       .

       650-WRITE-REJECT-LINE.
           MOVE OP-VENDOR-ID TO RJ-VENDOR-ID
           MOVE OP-WAREHOUSE-ID TO RJ-WAREHOUSE-ID
           MOVE OP-COSTUME-ID TO RJ-COSTUME-ID
           MOVE OP-COSTUME-SIZE TO RJ-COSTUME-SIZE
           MOVE WS-OPEN-PO-STATUS TO RJ-STATUS
           MOVE REJECT-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'ORDER LINES READ:' TO CC-CAPTION
           MOVE CV-RECORDS-READ TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'ORDER LINES WRITTEN:' TO CC-CAPTION
           MOVE CV-RECORDS-WRITTEN TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'ORDER LINES NOT WRITTEN:' TO CC-CAPTION
           MOVE CV-RECORDS-REJECTED TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'QTY ORDERED READ:' TO CC-CAPTION
           MOVE CV-QTY-ORDERED-READ TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'QTY ORDERED WRITTEN:' TO CC-CAPTION
           MOVE CV-QTY-ORDERED-WRITTEN TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'QTY RECEIVED READ:' TO CC-CAPTION
           MOVE CV-QTY-RECEIVED-READ TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'QTY RECEIVED WRITTEN:' TO CC-CAPTION
           MOVE CV-QTY-RECEIVED-WRITTEN TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'INVOICE LINES READ:' TO CC-CAPTION
           MOVE CV-AP-LINES-READ TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'INVOICE LINES APPLIED:' TO CC-CAPTION
           MOVE CV-AP-LINES-APPLIED TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE '   CAPPED AT QTY RECEIVED:' TO CC-CAPTION
           MOVE CV-AP-LINES-CAPPED TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 'QTY BILLED SET:' TO CC-CAPTION
           MOVE CV-QTY-BILLED TO CC-COUNT
           MOVE CONVERT-COUNT-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           IF CV-RECORDS-REJECTED > 0
               MOVE 16 TO RETURN-CODE
           END-IF
       .

       900-FINAL-ROUTINE.
           CLOSE OLD-OPEN-PO-FILE
                 OPEN-PO-FILE
                 CONTROL-REPORT
           STOP RUN
       .
