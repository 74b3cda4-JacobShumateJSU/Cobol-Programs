       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM38.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program unloads the inventory master INVMAST.DAT for
      *ASHRALS LTD.  The posting programs update the master by key and
      *the reporting programs read it directly, but anything that
      *still wants the old flat stock file - a spreadsheet pull, an
      *outside auditor, a restore after a bad posting run - gets it
      *here.  Every record is written in vendor, warehouse and costume
      *order to MERGEDSORTED.txt in the same 136-byte layout PROGRAM4's
      *merge has always produced, so a file unloaded today can be fed
      *back through anything that read the merged file before.  A
      *control listing INVMAST-UNLOAD.TXT gives the records unloaded
      *and the total quantity in stock so the unload can be proven
      *against the master.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT UNLOAD-FILE
               ASSIGN TO 'MERGEDSORTED.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT
               ASSIGN TO PRINTER 'INVMAST-UNLOAD.TXT'.

       DATA DIVISION.
       FILE SECTION.

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

       FD    UNLOAD-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    UNLOAD-REC                  PIC X(136).

       FD    CONTROL-REPORT.
       01    REPORT-LINE                 PIC X(80).

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
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.

       01  UNLOAD-TOTALS.
           05  UT-RECORDS-UNLOADED         PIC 9(7)    VALUE 0.
           05  UT-STOCK-UNLOADED           PIC 9(9)    VALUE 0.
           05  UT-NON-NUMERIC-SLOTS        PIC 9(7)    VALUE 0.

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
                                        'INVENTORY MASTER UNLOAD'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  UNLOAD-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  UL-CAPTION                  PIC X(30).
           05  UL-TOTAL                    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *
       100-UNLOAD-INVENTORY.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-READ-FILE
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  INVENTORY-FILE
                OUTPUT UNLOAD-FILE
                       CONTROL-REPORT
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
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
               READ INVENTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 450-UNLOAD-ONE-RECORD
               END-READ
           END-PERFORM
       .

       450-UNLOAD-ONE-RECORD.
           MOVE INVENTORY-REC TO UNLOAD-REC
           WRITE UNLOAD-REC
           ADD 1 TO UT-RECORDS-UNLOADED
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF IR-QUANTITY-IN-STOCK(SUB) IS NUMERIC
                   ADD IR-QUANTITY-IN-STOCK(SUB) TO UT-STOCK-UNLOADED
               ELSE
                   ADD 1 TO UT-NON-NUMERIC-SLOTS
               END-IF
           END-PERFORM
       .

       700-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'RECORDS UNLOADED:' TO UL-CAPTION
           MOVE UT-RECORDS-UNLOADED TO UL-TOTAL
           MOVE UNLOAD-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL QUANTITY IN STOCK:' TO UL-CAPTION
           MOVE UT-STOCK-UNLOADED TO UL-TOTAL
           MOVE UNLOAD-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'NON-NUMERIC STOCK SLOTS:' TO UL-CAPTION
           MOVE UT-NON-NUMERIC-SLOTS TO UL-TOTAL
           MOVE UNLOAD-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE INVENTORY-FILE
                 UNLOAD-FILE
                 CONTROL-REPORT
           STOP RUN
       .
