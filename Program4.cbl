      *    vendor and warehouse id to ensure that they are inputted 
      *    correctly and if they're not they are submitted into the 
      *    error file.
      *
      *   -Because the merged file is rebuilt from the regional feeds,
      *    the quantity now in stock in every costume slot is appended
      *    to the permanent inventory movement file INVMOVE.TXT as a
      *    balance-set movement. PROGRAM36 starts each stock card
      *    balance from the latest of these.
      *
      *   -The merged file is also loaded into the indexed inventory
      *    master INVMAST.DAT, keyed on vendor, warehouse and costume,
      *    which the posting programs update in place by key and the
      *    reporting programs read.  A second record for a key already
      *    loaded is written to the error file as a duplicate, and a
      *    record arriving out of key sequence as a sequence error;
      *    either way it is left off the master and out of the report
      *    and the movement file.
      *
      *   -Once the master has been rebuilt, a PROGRAM7 posting that
      *    stopped part way and left its in-progress mark on
      *    PR7CONTROL.DAT is cleared so the posting can be rerun
      *    against the reloaded stock.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT MERGED-FILE 
               ASSIGN TO 'MERGEDSORTED.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-MASTER
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-KEY
               ALTERNATE RECORD KEY IS IM-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT ERROR-FILE
               ASSIGN TO PRINTER 'ERROR-FILE.TXT'.

                ASSIGN TO 'RUNLOG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-FILE
                ASSIGN TO 'INVMOVE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSTING-CONTROL-FILE
                ASSIGN TO 'PR7CONTROL.DAT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

                   10  M-REORDER-PT            PIC 9(3).
                   10  M-PURCH-PRICE           PIC 99V99.

       FD    INVENTORY-MASTER
             RECORD CONTAINS 136 CHARACTERS.
       01    INVENTORY-MASTER-RECORD.
             05    IM-KEY.
                   10  IM-VENDOR-ID            PIC X(4).
                   10  IM-WAREHOUSE-ID         PIC X(3).
                   10  IM-COSTUME-ID           PIC X(3).
             05    IM-COSTUME-DATA             PIC X(126).

       FD  SUMMARY-REPORT
           RECORD CONTAINS 70 CHARACTERS.

           05  RL-CONTROL-QTY           PIC 9(7).
           05  RL-CONTROL-AMOUNT        PIC 9(9)V99.

       FD  MOVEMENT-FILE.
       01  MOVEMENT-RECORD.
           05  MV-MOVEMENT-DATE         PIC 9(6).
           05  MV-SOURCE-PROGRAM        PIC X(9).
           05  MV-MOVEMENT-TYPE         PIC X.
           05  MV-VENDOR-ID             PIC X(4).
           05  MV-WAREHOUSE-ID          PIC X(3).
           05  MV-COSTUME-ID            PIC X(3).
           05  MV-SLOT                  PIC 9.
           05  MV-DIRECTION             PIC X.
           05  MV-QUANTITY              PIC 9(5).
           05  MV-UNIT-COST             PIC 99V99.
           05  MV-REFERENCE             PIC X(10).

       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-RECORD.
           05  PG-EXTRACT-COUNT         PIC 9(7).
           05  PG-EXTRACT-QTY           PIC 9(7).
           05  PG-EXTRACT-VALUE         PIC 9(9)V99.
           05  PG-POSTED-DATE           PIC 9(6).
           05  PG-RUN-STATUS            PIC X.
               88  PG-POSTING-IN-PROGRESS        VALUE 'I'.


       WORKING-STORAGE SECTION.
       01  FLAGS-N-SWITCHES.
                                        VALUE 'BAD WAREHOUSE ID'.
           05  CF-BAD-COSTUME          PIC X(20)
                                        VALUE 'BAD COSTUME TYPE/SZ'.
           05  CF-DUP-INVENTORY        PIC X(20)
                                        VALUE 'DUPLICATE INV KEY'.
           05  CF-SEQ-INVENTORY        PIC X(20)
                                        VALUE 'INV KEY OUT OF SEQ'.

       01  ERROR-COUNTERS.
           05  EC-BAD-VENDOR           PIC 9(4)  VALUE 0.
           05  EC-BAD-WAREHOUSE        PIC 9(4)  VALUE 0.
           05  EC-BAD-COSTUME          PIC 9(4)  VALUE 0.
           05  EC-DUP-INVENTORY        PIC 9(4)  VALUE 0.
           05  EC-SEQ-INVENTORY        PIC 9(4)  VALUE 0.

       01  COSTUME-VALIDATION-SW       PIC X     VALUE 'N'.
           88  COSTUME-DATA-INVALID              VALUE 'Y'.

       01  INVENTORY-LOAD-SW           PIC X     VALUE 'Y'.
           88  INVENTORY-RECORD-LOADED           VALUE 'Y'.

       01  POSTING-MARK-SW             PIC X     VALUE 'N'.
           88  POSTING-MARK-FOUND                VALUE 'Y'.

       01  DETAIL-FIELDS.
           05  DF-CCOST-TOT            PIC 9(5)V99  VALUE 0.


       01  WS-RUN-DATE                 PIC 9(6) VALUE 0.
       01  WS-RUN-TIME                 PIC 9(8) VALUE 0.
       01  WS-INVENTORY-STATUS         PIC X(2) VALUE '00'.
           88  INVENTORY-WRITE-OK                VALUE '00' '02'.

       01  RUN-CONTROL-COUNTERS.
           05  RC-RECORDS-READ         PIC 9(6)     VALUE 0.
       01  ERROR-TRAILER-LINE.
           05                                PIC X(20)
                                      VALUE 'ERROR SUMMARY TOTALS'.
           05                                PIC X(1).
           05                                PIC X(15)
                                      VALUE 'BAD VENDOR ID: '.
           05    ET-BAD-VENDOR-CNT           PIC ZZZ9.
           05                                PIC X(21)
                                      VALUE 'BAD COSTUME TYPE/SZ: '.
           05    ET-BAD-COSTUME-CNT          PIC ZZZ9.
           05                                PIC X(3).
           05                                PIC X(19)
                                      VALUE 'DUPLICATE INV KEY: '.
           05    ET-DUP-INVENTORY-CNT        PIC ZZZ9.
           05                                PIC X(3).
           05                                PIC X(9)
                                      VALUE 'KEY SEQ: '.
           05    ET-SEQ-INVENTORY-CNT        PIC ZZZ9.

      ********************SUMMARY EXTRACT SECTION*******************
       01  SE-EXTRACT-LINE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-READ-RECORDS
           PERFORM 490-WRITE-RUN-LOG
           PERFORM 495-CLEAR-POSTING-MARK
           PERFORM 500-CLOSE-ROUTINE
       .

                   OUTPUT  SUMMARY-REPORT
                   OUTPUT  REORDER-REPORT
                   OUTPUT  SUMMARY-EXTRACT
           OPEN    EXTEND  MOVEMENT-FILE
           OPEN    OUTPUT  INVENTORY-MASTER
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-MASTER OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE
           MOVE RUN-MONTH TO H1-MONTH
           MOVE RUN-MONTH TO RH-MONTH
           MOVE RUN-DAY   TO RH-DAY
           MOVE RUN-YEAR  TO RH-YEAR
           ACCEPT WS-RUN-DATE FROM DATE

           MOVE 1 TO PROPER-SPACING
       .
                          PERFORM 475-END-OF-JOB-ROUTINE
                      NOT AT END
                          ADD 1 TO RC-RECORDS-READ
                          PERFORM 140-LOAD-INVENTORY-MASTER
                          IF INVENTORY-RECORD-LOADED
                          EVALUATE M-VENDOR-ID
                              WHEN 'CH20'
                                PERFORM 275-PROCESS-RTN
                                 AFTER ADVANCING 1 LINE
                                 ADD 1 TO EC-BAD-VENDOR
                            END-EVALUATE
                          END-IF

                  END-READ
              END-PERFORM
       .

       140-LOAD-INVENTORY-MASTER.
           MOVE 'Y' TO INVENTORY-LOAD-SW
           MOVE MERGED-RECORD TO INVENTORY-MASTER-RECORD
           WRITE INVENTORY-MASTER-RECORD
           EVALUATE TRUE
               WHEN INVENTORY-WRITE-OK
                   CONTINUE
               WHEN WS-INVENTORY-STATUS = '21'
                   MOVE 'N' TO INVENTORY-LOAD-SW
                   MOVE CF-SEQ-INVENTORY TO EF-REASON-CODE
                   MOVE MERGED-RECORD TO EF-RAW-RECORD
                   WRITE ERROR-FILE-RECORD
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO EC-SEQ-INVENTORY
               WHEN WS-INVENTORY-STATUS = '22'
                   MOVE 'N' TO INVENTORY-LOAD-SW
                   MOVE CF-DUP-INVENTORY TO EF-REASON-CODE
                   MOVE MERGED-RECORD TO EF-RAW-RECORD
                   WRITE ERROR-FILE-RECORD
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO EC-DUP-INVENTORY
               WHEN OTHER
                   DISPLAY 'INVENTORY-MASTER WRITE FAILED, STATUS='
                           WS-INVENTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
       .

       175-REPORT-HEADERS.

             WRITE REPORT-LINE FROM REPORT-HEADER1
           PERFORM 300-TRAVERSE-ARRAY
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 6

           PERFORM 280-WRITE-BALANCE-MOVEMENT
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 6
 
         .

       280-WRITE-BALANCE-MOVEMENT.
           IF M-QUANTITY-IN-STOCK(SUB) IS NUMERIC AND
                (M-COSTUME-NAME(SUB) NOT = SPACES OR
                 M-QUANTITY-IN-STOCK(SUB) > 0)
               MOVE WS-RUN-DATE            TO MV-MOVEMENT-DATE
               MOVE 'PROGRAM4'             TO MV-SOURCE-PROGRAM
               MOVE 'B'                    TO MV-MOVEMENT-TYPE
               MOVE M-VENDOR-ID            TO MV-VENDOR-ID
               MOVE M-WAREHOUSE-ID         TO MV-WAREHOUSE-ID
               MOVE M-COSTUME-ID           TO MV-COSTUME-ID
               MOVE SUB                    TO MV-SLOT
               MOVE '='                    TO MV-DIRECTION
               MOVE M-QUANTITY-IN-STOCK(SUB) TO MV-QUANTITY
               IF M-PURCH-PRICE(SUB) IS NUMERIC
                   MOVE M-PURCH-PRICE(SUB) TO MV-UNIT-COST
               ELSE
                   MOVE 0                  TO MV-UNIT-COST
               END-IF
               MOVE 'FEED LOAD'            TO MV-REFERENCE
               WRITE MOVEMENT-RECORD
           END-IF
       .

       290-CHECK-REORDER-POINT.

           IF M-QUANTITY-IN-STOCK(SUB) IS NUMERIC AND
           MOVE EC-BAD-VENDOR    TO ET-BAD-VENDOR-CNT
           MOVE EC-BAD-WAREHOUSE TO ET-BAD-WAREHOUSE-CNT
           MOVE EC-BAD-COSTUME   TO ET-BAD-COSTUME-CNT
           MOVE EC-DUP-INVENTORY TO ET-DUP-INVENTORY-CNT
           MOVE EC-SEQ-INVENTORY TO ET-SEQ-INVENTORY-CNT
           MOVE SPACES           TO EF-REASON-CODE
           MOVE ERROR-TRAILER-LINE TO EF-RAW-RECORD
           WRITE ERROR-FILE-RECORD
           MOVE RC-RECORDS-READ TO RL-RECORDS-READ
           COMPUTE RC-RECORDS-REJECTED =
               EC-BAD-VENDOR + EC-BAD-WAREHOUSE + EC-BAD-COSTUME
             + EC-DUP-INVENTORY + EC-SEQ-INVENTORY
           MOVE RC-RECORDS-REJECTED TO RL-RECORDS-REJECTED
           MOVE 0 TO RL-CONTROL-QTY
           MOVE TF-GRAND-TOT TO RL-CONTROL-AMOUNT
           CLOSE RUN-LOG-FILE
       .

       495-CLEAR-POSTING-MARK.
           OPEN INPUT POSTING-CONTROL-FILE
           READ POSTING-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PG-POSTING-IN-PROGRESS
                       MOVE 'Y' TO POSTING-MARK-SW
                   END-IF
           END-READ
           CLOSE POSTING-CONTROL-FILE
           IF POSTING-MARK-FOUND
               OPEN OUTPUT POSTING-CONTROL-FILE
               CLOSE POSTING-CONTROL-FILE
               DISPLAY 'INVMAST.DAT RELOADED - UNFINISHED PROGRAM7 '
                       'POSTING CLEARED FOR RERUN'
           END-IF
       .

       500-CLOSE-ROUTINE.
              CLOSE    MERGED-FILE
              CLOSE    ERROR-FILE
              CLOSE    SUMMARY-REPORT
              CLOSE    REORDER-REPORT
              CLOSE    SUMMARY-EXTRACT
              CLOSE    MOVEMENT-FILE
              CLOSE    INVENTORY-MASTER
              STOP RUN
       .
