      *real demand.  For every product it averages the monthly
      *SH-QTY-SOLD on SALESHIST.DAT over the trailing six periods
      *ending with the open period on PERIODCTL.DAT, adds a fifty
      *percent safety factor, and compares the suggested reorder point
      *to the total of the reorder points actually carried on the
      *inventory master INVMAST.DAT.  The exception report ranks the
      *worst gaps first - the items we expedite because their reorder
      *point was set when they sold a tenth of today's volume - and
      *ROP-SUGGEST.TXT carries the same suggestions in machine-readable
      *form so the warehouse teams can apply them to the regional
      *feeds.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT POSITION-SORT-FILE
               ASSIGN TO 'PR22POSSORT.TMP'.
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
       01    WS-WORK-AREAS.
             05    WS-PERIOD-CTL-STATUS      PIC X(2) VALUE '00'.
             05    WS-HISTORY-STATUS         PIC X(2) VALUE '00'.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.

       150-SORT-POSITIONS.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               STOP RUN
           END-IF
           SORT POSITION-SORT-FILE
                ON ASCENDING KEY PSR-COSTUME-ID
                INPUT PROCEDURE IS 160-RELEASE-POSITIONS
