       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM41.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program runs the nightly batch job stream for ASHRALS LTD.
      *The steps, their order and the earlier steps each one depends
      *on are defined on JOBSTREAM.TXT, one record per step in run
      *order: step number, program ID, up to five step numbers that
      *must have completed first (zero for none) and the command that
      *starts the step (blank runs the program ID itself).  The usual
      *stream is PROGRAM13 edit, PROGRAM2, PROGRAM3 and PROGRAM5 on
      *the clean extract, PROGRAM4 merge, PROGRAM7 posting, PROGRAM8
      *invoicing and PROGRAM12 balancing.  Each step is started in
      *turn and its start, end, return code and completion status are
      *written to the job status file JOBSTAT.TXT before and after it
      *runs, so the file always shows how far the stream got.  A step
      *ending with a non-zero return code stops the stream - the
      *stream programs end with 16 when they cannot run and PROGRAM12
      *ends with 4 when the run-control log is out of balance - and so
      *does a step whose dependencies have not completed.  When the
      *previous submission stopped short the operator is offered a
      *restart at the step that failed; steps already completed are
      *carried forward and not run again.  When the step that failed
      *is the PROGRAM7 posting, which may have updated part of
      *INVMAST.DAT before it stopped, the restart is taken back to
      *the PROGRAM4 step so the master is reloaded, the posting mark
      *cleared and the posting rerun against it; a stream with no
      *PROGRAM4 step ahead of it tells the operator to run PROGRAM4
      *first.  A job summary report
      *JOB-SUMMARY.TXT lists every step with its status, start time,
      *elapsed time, return code and the record counts and control
      *totals the step logged to RUNLOG.TXT while it ran.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE
               ASSIGN TO 'JOBSTREAM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STREAM-STATUS.

           SELECT OPTIONAL JOB-STATUS-FILE
               ASSIGN TO 'JOBSTAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-STATUS.

           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-REPORT
               ASSIGN TO PRINTER 'JOB-SUMMARY.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    JOB-STREAM-FILE.
       01    JOB-STREAM-RECORD.
             05  JS-STEP-NUMBER              PIC 9(3).
             05  JS-PROGRAM-ID               PIC X(9).
             05  JS-DEPENDS-ON               PIC 9(3) OCCURS 5 TIMES.
             05  JS-COMMAND                  PIC X(60).

       FD    JOB-STATUS-FILE.
       01    JOB-STATUS-RECORD.
             05  JT-STREAM-DATE              PIC 9(6).
             05  JT-STREAM-TIME              PIC 9(8).
             05  JT-STEP-NUMBER              PIC 9(3).
             05  JT-PROGRAM-ID               PIC X(9).
             05  JT-STEP-STATUS              PIC X.
             05  JT-START-DATE               PIC 9(6).
             05  JT-START-TIME               PIC 9(8).
             05  JT-END-DATE                 PIC 9(6).
             05  JT-END-TIME                 PIC 9(8).
             05  JT-RETURN-CODE              PIC 9(4).

       FD    RUN-LOG-FILE.
       01    RUN-LOG-RECORD.
             05  RL-PROGRAM-ID               PIC X(9).
             05  RL-RUN-DATE                 PIC 9(6).
             05  RL-RUN-TIME                 PIC 9(8).
             05  RL-RECORDS-READ             PIC 9(6).
             05  RL-RECORDS-REJECTED         PIC 9(6).
             05  RL-CONTROL-QTY              PIC 9(7).
             05  RL-CONTROL-AMOUNT           PIC 9(9)V99.

       FD    SUMMARY-REPORT.
       01    REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-JOB-STREAM-STATUS      PIC X(2) VALUE '00'.
             05    WS-JOB-STATUS-STATUS      PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-TIME                 PIC 9(8)    VALUE 0.

       01  WS-TIME-BREAKDOWN.
           05  TB-HOURS                    PIC 99.
           05  TB-MINUTES                  PIC 99.
           05  TB-SECONDS                  PIC 99.
           05  TB-HUNDREDTHS               PIC 99.

       01  WS-COMMAND-LINE                 PIC X(60)   VALUE SPACES.

       01  WS-RESUME-REPLY                 PIC X       VALUE 'N'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  STATUS-EOF-FLAG             PIC X       VALUE 'Y'.
               88 NO-MORE-STATUS-DATA                  VALUE 'N'.
           05  LOG-EOF-FLAG                PIC X       VALUE 'Y'.
               88 NO-MORE-LOG-DATA                     VALUE 'N'.
           05  DEFINITION-ERROR-SW         PIC X       VALUE 'N'.
               88  DEFINITION-IN-ERROR                 VALUE 'Y'.
           05  PREVIOUS-MATCH-SW           PIC X       VALUE 'N'.
               88  PREVIOUS-RUN-MATCHES                VALUE 'Y'.
           05  STREAM-RESUMED-SW           PIC X       VALUE 'N'.
               88  STREAM-RESUMED                      VALUE 'Y'.
           05  STREAM-STOPPED-SW           PIC X       VALUE 'N'.
               88  STREAM-STOPPED                      VALUE 'Y'.
           05  DEPENDENCIES-MET-SW         PIC X       VALUE 'Y'.
               88  DEPENDENCIES-MET                    VALUE 'Y'.
           05  DEPENDENCY-FOUND-SW         PIC X       VALUE 'N'.
               88  DEPENDENCY-FOUND                    VALUE 'Y'.
           05  RELOAD-STEP-SW              PIC X       VALUE 'N'.
               88  RELOAD-STEP-FOUND                   VALUE 'Y'.
      *
       01  SUBSCRIPTS.
           05  STSUB                       PIC 99      VALUE 1.
           05  PSUB                        PIC 99      VALUE 1.
           05  FSUB                        PIC 99      VALUE 1.
           05  DSUB                        PIC 9       VALUE 1.
           05  RESTART-SUB                 PIC 99      VALUE 1.
           05  STOPPED-SUB                 PIC 99      VALUE 0.

       01  STREAM-CONTROL.
           05  SC-STREAM-DATE              PIC 9(6)    VALUE 0.
           05  SC-STREAM-TIME              PIC 9(8)    VALUE 0.
           05  SC-STEP-COUNT               PIC 99      VALUE 0.
           05  SC-PREVIOUS-COUNT           PIC 99      VALUE 0.
           05  SC-PREVIOUS-DATE            PIC 9(6)    VALUE 0.
           05  SC-PREVIOUS-TIME            PIC 9(8)    VALUE 0.
           05  SC-STEPS-COMPLETED          PIC 99      VALUE 0.

       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 30 TIMES.
               10  ST-STEP-NUMBER          PIC 9(3).
               10  ST-PROGRAM-ID           PIC X(9).
               10  ST-DEPENDS-ON           PIC 9(3) OCCURS 5 TIMES.
               10  ST-COMMAND              PIC X(60).
               10  ST-STEP-STATUS          PIC X.
                   88  ST-PENDING                  VALUE 'P'.
                   88  ST-RUNNING                  VALUE 'R'.
                   88  ST-COMPLETE                 VALUE 'C' 'E'.
                   88  ST-COMPLETE-EARLIER         VALUE 'E'.
                   88  ST-FAILED                   VALUE 'F'.
                   88  ST-OUT-OF-BALANCE           VALUE 'B'.
                   88  ST-DEPENDENCY-FAILED        VALUE 'D'.
                   88  ST-NOT-RUN                  VALUE 'N'.
               10  ST-START-DATE           PIC 9(6).
               10  ST-START-TIME           PIC 9(8).
               10  ST-END-DATE             PIC 9(6).
               10  ST-END-TIME             PIC 9(8).
               10  ST-RETURN-CODE          PIC 9(4).
               10  ST-LOG-STAMP            PIC 9(14).
               10  ST-RECORDS-READ         PIC 9(6).
               10  ST-RECORDS-REJECTED     PIC 9(6).
               10  ST-CONTROL-QTY          PIC 9(7).
               10  ST-CONTROL-AMOUNT       PIC 9(9)V99.

       01  PREVIOUS-STATUS-TABLE.
           05  PREVIOUS-ENTRY OCCURS 30 TIMES.
               10  PV-STEP-NUMBER          PIC 9(3).
               10  PV-PROGRAM-ID           PIC X(9).
               10  PV-STEP-STATUS          PIC X.
                   88  PV-COMPLETE                 VALUE 'C' 'E'.
               10  PV-START-DATE           PIC 9(6).
               10  PV-START-TIME           PIC 9(8).
               10  PV-END-DATE             PIC 9(6).
               10  PV-END-TIME             PIC 9(8).
               10  PV-RETURN-CODE          PIC 9(4).

       01  CALC-FIELDS.
           05  CALC-STEP-RC                PIC S9(9)   VALUE 0.
           05  CALC-LOW-BYTE               PIC 9(3)    VALUE 0.
           05  CALC-START-HUNDREDTHS       PIC 9(9)    VALUE 0.
           05  CALC-END-HUNDREDTHS         PIC 9(9)    VALUE 0.
           05  CALC-ELAPSED-SECONDS        PIC 9(7)    VALUE 0.
           05  CALC-REMAINING-SECONDS      PIC 9(7)    VALUE 0.
           05  CALC-LOG-STAMP              PIC 9(14)   VALUE 0.
           05  CALC-START-STAMP            PIC 9(14)   VALUE 0.

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
                                        'NIGHTLY JOB STREAM SUMMARY'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  STREAM-HEADING-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(16) VALUE
                                           'STREAM STARTED: '.
           05  SH-STREAM-DATE              PIC 9(6).
           05                              PIC X(1)  VALUE SPACES.
           05  SH-STREAM-TIME              PIC 9(8).
           05                              PIC X(3)  VALUE SPACES.
           05  SH-RESUME-NOTE              PIC X(30).
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'STEP'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'PROGRAM'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(12) VALUE 'STATUS'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'STARTED'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'ELAPSED'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(4)  VALUE '  RC'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(6)  VALUE '  READ'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'REJECT'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(7)  VALUE '    QTY'.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'AMOUNT'.
      *
       01  STEP-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  SD-STEP-NUMBER              PIC ZZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-PROGRAM-ID               PIC X(9).
           05                              PIC X(1)  VALUE SPACES.
           05  SD-STATUS                   PIC X(12).
           05                              PIC X(1)  VALUE SPACES.
           05  SD-START-TIME.
               10  SD-START-HH             PIC 99.
               10                          PIC X     VALUE ':'.
               10  SD-START-MM             PIC 99.
               10                          PIC X     VALUE ':'.
               10  SD-START-SS             PIC 99.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-ELAPSED.
               10  SD-ELAPSED-HH           PIC 99.
               10                          PIC X     VALUE ':'.
               10  SD-ELAPSED-MM           PIC 99.
               10                          PIC X     VALUE ':'.
               10  SD-ELAPSED-SS           PIC 99.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-RC-AREA.
               10  SD-RETURN-CODE          PIC ZZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-RECORDS-READ             PIC ZZZZZ9   BLANK WHEN ZERO.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-RECORDS-REJECTED         PIC ZZZZZ9   BLANK WHEN ZERO.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-CONTROL-QTY              PIC ZZZZZZ9  BLANK WHEN ZERO.
           05                              PIC X(1)  VALUE SPACES.
           05  SD-CONTROL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
      *
       01  COUNT-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  CT-CAPTION                  PIC X(26).
           05  CT-COUNT                    PIC ZZ9.
      *
       01  SUMMARY-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  SM-MESSAGE                  PIC X(80).

       PROCEDURE DIVISION.
      *
       100-RUN-JOB-STREAM.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-JOB-STREAM
           PERFORM 270-CHECK-PREVIOUS-RUN
           PERFORM 480-WRITE-JOB-STATUS
           PERFORM 400-RUN-STREAM
           PERFORM 600-READ-RUN-LOG
           PERFORM 300-COLUMN-HEADERS
           PERFORM 700-PRINT-STEP-LINES
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       200-HSKPING-ROUTINE.
           ACCEPT WS-CURRENT-DATE FROM DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-CURRENT-DATE TO SC-STREAM-DATE
           MOVE WS-CURRENT-TIME TO SC-STREAM-TIME
       .

       250-LOAD-JOB-STREAM.
           OPEN INPUT JOB-STREAM-FILE
           IF WS-JOB-STREAM-STATUS NOT = '00'
               DISPLAY 'JOB-STREAM-FILE OPEN FAILED, STATUS='
                       WS-JOB-STREAM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ JOB-STREAM-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 255-STORE-STEP
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE
           IF SC-STEP-COUNT = 0
               DISPLAY 'JOB STREAM DEFINITION HAS NO STEPS'
               MOVE 'Y' TO DEFINITION-ERROR-SW
           END-IF
           IF DEFINITION-IN-ERROR
               DISPLAY 'JOB STREAM NOT STARTED - CORRECT JOBSTREAM.TXT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .

       255-STORE-STEP.
           IF SC-STEP-COUNT = 30
               DISPLAY 'JOB STREAM HAS MORE THAN 30 STEPS - STEP '
                       JS-STEP-NUMBER ' NOT LOADED'
               MOVE 'Y' TO DEFINITION-ERROR-SW
           ELSE
               ADD 1 TO SC-STEP-COUNT
               MOVE SC-STEP-COUNT TO STSUB
               MOVE JS-STEP-NUMBER TO ST-STEP-NUMBER(STSUB)
               MOVE JS-PROGRAM-ID TO ST-PROGRAM-ID(STSUB)
               MOVE JS-COMMAND TO ST-COMMAND(STSUB)
               MOVE 'P' TO ST-STEP-STATUS(STSUB)
               MOVE 0 TO ST-START-DATE(STSUB)
               MOVE 0 TO ST-START-TIME(STSUB)
               MOVE 0 TO ST-END-DATE(STSUB)
               MOVE 0 TO ST-END-TIME(STSUB)
               MOVE 0 TO ST-RETURN-CODE(STSUB)
               MOVE 0 TO ST-LOG-STAMP(STSUB)
               MOVE 0 TO ST-RECORDS-READ(STSUB)
               MOVE 0 TO ST-RECORDS-REJECTED(STSUB)
               MOVE 0 TO ST-CONTROL-QTY(STSUB)
               MOVE 0 TO ST-CONTROL-AMOUNT(STSUB)
               IF JS-STEP-NUMBER IS NOT NUMERIC
                  OR JS-PROGRAM-ID = SPACES
                   DISPLAY 'JOB STREAM RECORD ' SC-STEP-COUNT
                           ' HAS NO STEP NUMBER OR PROGRAM'
                   MOVE 'Y' TO DEFINITION-ERROR-SW
               ELSE
                   IF STSUB > 1
                      AND JS-STEP-NUMBER NOT > ST-STEP-NUMBER(STSUB - 1)
                       DISPLAY 'JOB STREAM STEP ' JS-STEP-NUMBER
                               ' IS OUT OF SEQUENCE'
                       MOVE 'Y' TO DEFINITION-ERROR-SW
                   END-IF
                   PERFORM 260-VALIDATE-DEPENDENCIES
               END-IF
           END-IF
       .

       260-VALIDATE-DEPENDENCIES.
           PERFORM VARYING DSUB FROM 1 BY 1 UNTIL DSUB > 5
               IF JS-DEPENDS-ON(DSUB) IS NOT NUMERIC
                   MOVE 0 TO ST-DEPENDS-ON(STSUB DSUB)
                   DISPLAY 'JOB STREAM STEP ' JS-STEP-NUMBER
                           ' HAS A NON-NUMERIC DEPENDENCY'
                   MOVE 'Y' TO DEFINITION-ERROR-SW
               ELSE
                   MOVE JS-DEPENDS-ON(DSUB) TO ST-DEPENDS-ON(STSUB DSUB)
                   IF JS-DEPENDS-ON(DSUB) NOT = 0
                       MOVE 'N' TO DEPENDENCY-FOUND-SW
                       PERFORM VARYING FSUB FROM 1 BY 1
                               UNTIL FSUB NOT < STSUB
                           IF ST-STEP-NUMBER(FSUB) = JS-DEPENDS-ON(DSUB)
                               MOVE 'Y' TO DEPENDENCY-FOUND-SW
                           END-IF
                       END-PERFORM
                       IF NOT DEPENDENCY-FOUND
                           DISPLAY 'JOB STREAM STEP ' JS-STEP-NUMBER
                                   ' DEPENDS ON STEP '
                                   JS-DEPENDS-ON(DSUB)
                                   ' WHICH DOES NOT RUN BEFORE IT'
                           MOVE 'Y' TO DEFINITION-ERROR-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       .

       270-CHECK-PREVIOUS-RUN.
           MOVE 1 TO RESTART-SUB
           OPEN INPUT JOB-STATUS-FILE
           IF WS-JOB-STATUS-STATUS = '00'
               PERFORM UNTIL NO-MORE-STATUS-DATA
                   READ JOB-STATUS-FILE
                       AT END
                           MOVE 'N' TO STATUS-EOF-FLAG
                       NOT AT END
                           PERFORM 275-STORE-PREVIOUS-STEP
                   END-READ
               END-PERFORM
               CLOSE JOB-STATUS-FILE
           END-IF
           IF SC-PREVIOUS-COUNT > 0
               PERFORM 280-MATCH-PREVIOUS-RUN
           END-IF
           IF PREVIOUS-RUN-MATCHES
               PERFORM VARYING PSUB FROM 1 BY 1
                       UNTIL PSUB > SC-PREVIOUS-COUNT
                          OR NOT PV-COMPLETE(PSUB)
                   CONTINUE
               END-PERFORM
               IF PSUB NOT > SC-PREVIOUS-COUNT
                   PERFORM 285-OFFER-RESTART
               END-IF
           END-IF
       .

       275-STORE-PREVIOUS-STEP.
           IF SC-PREVIOUS-COUNT < 30
               ADD 1 TO SC-PREVIOUS-COUNT
               MOVE SC-PREVIOUS-COUNT TO PSUB
               MOVE JT-STREAM-DATE TO SC-PREVIOUS-DATE
               MOVE JT-STREAM-TIME TO SC-PREVIOUS-TIME
               MOVE JT-STEP-NUMBER TO PV-STEP-NUMBER(PSUB)
               MOVE JT-PROGRAM-ID TO PV-PROGRAM-ID(PSUB)
               MOVE JT-STEP-STATUS TO PV-STEP-STATUS(PSUB)
               MOVE JT-START-DATE TO PV-START-DATE(PSUB)
               MOVE JT-START-TIME TO PV-START-TIME(PSUB)
               MOVE JT-END-DATE TO PV-END-DATE(PSUB)
               MOVE JT-END-TIME TO PV-END-TIME(PSUB)
               MOVE JT-RETURN-CODE TO PV-RETURN-CODE(PSUB)
           END-IF
       .

       280-MATCH-PREVIOUS-RUN.
           MOVE 'Y' TO PREVIOUS-MATCH-SW
           IF SC-PREVIOUS-COUNT NOT = SC-STEP-COUNT
               MOVE 'N' TO PREVIOUS-MATCH-SW
           ELSE
               PERFORM VARYING PSUB FROM 1 BY 1
                       UNTIL PSUB > SC-STEP-COUNT
                   IF PV-STEP-NUMBER(PSUB) NOT = ST-STEP-NUMBER(PSUB)
                      OR PV-PROGRAM-ID(PSUB) NOT = ST-PROGRAM-ID(PSUB)
                       MOVE 'N' TO PREVIOUS-MATCH-SW
                   END-IF
               END-PERFORM
           END-IF
           IF NOT PREVIOUS-RUN-MATCHES
               DISPLAY 'JOB STREAM DEFINITION CHANGED SINCE LAST RUN'
                       ' - STARTING FROM THE FIRST STEP'
           END-IF
       .

       285-OFFER-RESTART.
           DISPLAY 'PREVIOUS JOB STREAM OF ' SC-PREVIOUS-DATE
                   ' ' SC-PREVIOUS-TIME
           DISPLAY 'STOPPED AT STEP ' PV-STEP-NUMBER(PSUB)
                   ' ' PV-PROGRAM-ID(PSUB)
                   ' STATUS ' PV-STEP-STATUS(PSUB)
                   ' RETURN CODE ' PV-RETURN-CODE(PSUB)
           IF PV-PROGRAM-ID(PSUB) = 'PROGRAM7'
              AND (PV-STEP-STATUS(PSUB) = 'F' OR 'R')
               MOVE 'N' TO RELOAD-STEP-SW
               PERFORM VARYING FSUB FROM PSUB BY -1
                       UNTIL FSUB < 1 OR RELOAD-STEP-FOUND
                   IF PV-PROGRAM-ID(FSUB) = 'PROGRAM4'
                       MOVE 'Y' TO RELOAD-STEP-SW
                       MOVE FSUB TO PSUB
                   END-IF
               END-PERFORM
               IF RELOAD-STEP-FOUND
                   DISPLAY 'PROGRAM7 POSTING DID NOT COMPLETE - '
                           'RESTART TAKEN BACK TO STEP '
                           PV-STEP-NUMBER(PSUB) ' ' PV-PROGRAM-ID(PSUB)
                   DISPLAY 'TO RELOAD INVMAST.DAT BEFORE POSTING AGAIN'
               ELSE
                   DISPLAY 'PROGRAM7 POSTING DID NOT COMPLETE AND NO '
                           'PROGRAM4 STEP PRECEDES IT'
                   DISPLAY 'RUN PROGRAM4 TO RELOAD INVMAST.DAT AND '
                           'CLEAR THE POSTING MARK BEFORE RESUMING'
               END-IF
           END-IF
           DISPLAY 'RESUME AT THIS STEP (Y) OR START FROM THE TOP (N)?'
           ACCEPT WS-RESUME-REPLY
           IF WS-RESUME-REPLY = 'Y' OR 'y'
               MOVE 'Y' TO STREAM-RESUMED-SW
               MOVE PSUB TO RESTART-SUB
               MOVE SC-PREVIOUS-DATE TO SC-STREAM-DATE
               MOVE SC-PREVIOUS-TIME TO SC-STREAM-TIME
               PERFORM VARYING STSUB FROM 1 BY 1
                       UNTIL STSUB NOT < RESTART-SUB
                   MOVE 'E' TO ST-STEP-STATUS(STSUB)
                   MOVE PV-START-DATE(STSUB) TO ST-START-DATE(STSUB)
                   MOVE PV-START-TIME(STSUB) TO ST-START-TIME(STSUB)
                   MOVE PV-END-DATE(STSUB) TO ST-END-DATE(STSUB)
                   MOVE PV-END-TIME(STSUB) TO ST-END-TIME(STSUB)
                   MOVE PV-RETURN-CODE(STSUB) TO ST-RETURN-CODE(STSUB)
               END-PERFORM
               DISPLAY 'RESUMING JOB STREAM AT STEP '
                       ST-STEP-NUMBER(RESTART-SUB)
           ELSE
               DISPLAY 'STARTING JOB STREAM FROM THE FIRST STEP'
           END-IF
       .

       300-COLUMN-HEADERS.
           OPEN OUTPUT SUMMARY-REPORT
           MOVE HEADING-ONE TO REPORT-LINE
           PERFORM 750-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 750-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE SC-STREAM-DATE TO SH-STREAM-DATE
           MOVE SC-STREAM-TIME TO SH-STREAM-TIME
           IF STREAM-RESUMED
               MOVE 'RESUMED AT FAILED STEP' TO SH-RESUME-NOTE
           ELSE
               MOVE SPACES TO SH-RESUME-NOTE
           END-IF
           MOVE STREAM-HEADING-LINE TO REPORT-LINE
           PERFORM 750-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO REPORT-LINE
           PERFORM 750-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-RUN-STREAM.
           PERFORM VARYING STSUB FROM RESTART-SUB BY 1
                   UNTIL STSUB > SC-STEP-COUNT
                      OR STREAM-STOPPED
               PERFORM 450-RUN-ONE-STEP
           END-PERFORM
           IF STREAM-STOPPED
               PERFORM VARYING STSUB FROM 1 BY 1
                       UNTIL STSUB > SC-STEP-COUNT
                   IF ST-PENDING(STSUB)
                       MOVE 'N' TO ST-STEP-STATUS(STSUB)
                   END-IF
               END-PERFORM
               PERFORM 480-WRITE-JOB-STATUS
           END-IF
       .

       450-RUN-ONE-STEP.
           PERFORM 455-CHECK-DEPENDENCIES
           IF NOT DEPENDENCIES-MET
               MOVE 'D' TO ST-STEP-STATUS(STSUB)
               MOVE 'Y' TO STREAM-STOPPED-SW
               MOVE STSUB TO STOPPED-SUB
               DISPLAY 'STEP ' ST-STEP-NUMBER(STSUB) ' '
                       ST-PROGRAM-ID(STSUB)
                       ' NOT RUN - DEPENDENCY NOT COMPLETE'
               PERFORM 480-WRITE-JOB-STATUS
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO ST-START-DATE(STSUB)
               MOVE WS-CURRENT-TIME TO ST-START-TIME(STSUB)
               MOVE 'R' TO ST-STEP-STATUS(STSUB)
               PERFORM 480-WRITE-JOB-STATUS
               IF ST-COMMAND(STSUB) = SPACES
                   MOVE ST-PROGRAM-ID(STSUB) TO WS-COMMAND-LINE
               ELSE
                   MOVE ST-COMMAND(STSUB) TO WS-COMMAND-LINE
               END-IF
               DISPLAY 'STARTING STEP ' ST-STEP-NUMBER(STSUB) ' '
                       ST-PROGRAM-ID(STSUB)
               CALL 'SYSTEM' USING WS-COMMAND-LINE
               MOVE RETURN-CODE TO CALC-STEP-RC
               MOVE 0 TO RETURN-CODE
      *    THE COMMAND PROCESSOR MAY HAND BACK THE STEP'S EXIT CODE IN
      *    THE HIGH-ORDER BYTE OF ITS STATUS - BRING IT DOWN TO 0-255
               IF CALC-STEP-RC > 255
                   DIVIDE CALC-STEP-RC BY 256
                       GIVING CALC-STEP-RC
                       REMAINDER CALC-LOW-BYTE
                   IF CALC-LOW-BYTE NOT = 0
                       MOVE 9999 TO CALC-STEP-RC
                   END-IF
               END-IF
               ACCEPT WS-CURRENT-DATE FROM DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO ST-END-DATE(STSUB)
               MOVE WS-CURRENT-TIME TO ST-END-TIME(STSUB)
               IF CALC-STEP-RC < 0 OR CALC-STEP-RC > 9999
                   MOVE 9999 TO ST-RETURN-CODE(STSUB)
               ELSE
                   MOVE CALC-STEP-RC TO ST-RETURN-CODE(STSUB)
               END-IF
               EVALUATE TRUE
                   WHEN CALC-STEP-RC = 0
                       MOVE 'C' TO ST-STEP-STATUS(STSUB)
                   WHEN CALC-STEP-RC = 4
                       MOVE 'B' TO ST-STEP-STATUS(STSUB)
                   WHEN OTHER
                       MOVE 'F' TO ST-STEP-STATUS(STSUB)
               END-EVALUATE
               IF NOT ST-COMPLETE(STSUB)
                   MOVE 'Y' TO STREAM-STOPPED-SW
                   MOVE STSUB TO STOPPED-SUB
                   DISPLAY 'STEP ' ST-STEP-NUMBER(STSUB) ' '
                           ST-PROGRAM-ID(STSUB)
                           ' ENDED WITH RETURN CODE '
                           ST-RETURN-CODE(STSUB)
                           ' - JOB STREAM STOPPED'
               END-IF
               PERFORM 480-WRITE-JOB-STATUS
           END-IF
       .

       455-CHECK-DEPENDENCIES.
           MOVE 'Y' TO DEPENDENCIES-MET-SW
           PERFORM VARYING DSUB FROM 1 BY 1 UNTIL DSUB > 5
               IF ST-DEPENDS-ON(STSUB DSUB) NOT = 0
                   PERFORM VARYING FSUB FROM 1 BY 1
                           UNTIL FSUB NOT < STSUB
                       IF ST-STEP-NUMBER(FSUB) =
                          ST-DEPENDS-ON(STSUB DSUB)
                          AND NOT ST-COMPLETE(FSUB)
                           MOVE 'N' TO DEPENDENCIES-MET-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
       .

       480-WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE
           PERFORM VARYING FSUB FROM 1 BY 1
                   UNTIL FSUB > SC-STEP-COUNT
               MOVE SC-STREAM-DATE TO JT-STREAM-DATE
               MOVE SC-STREAM-TIME TO JT-STREAM-TIME
               MOVE ST-STEP-NUMBER(FSUB) TO JT-STEP-NUMBER
               MOVE ST-PROGRAM-ID(FSUB) TO JT-PROGRAM-ID
               MOVE ST-STEP-STATUS(FSUB) TO JT-STEP-STATUS
               MOVE ST-START-DATE(FSUB) TO JT-START-DATE
               MOVE ST-START-TIME(FSUB) TO JT-START-TIME
               MOVE ST-END-DATE(FSUB) TO JT-END-DATE
               MOVE ST-END-TIME(FSUB) TO JT-END-TIME
               MOVE ST-RETURN-CODE(FSUB) TO JT-RETURN-CODE
               WRITE JOB-STATUS-RECORD
           END-PERFORM
           CLOSE JOB-STATUS-FILE
       .

       600-READ-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           PERFORM UNTIL NO-MORE-LOG-DATA
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'N' TO LOG-EOF-FLAG
                   NOT AT END
                       PERFORM 650-MATCH-RUN-LOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
       .

       650-MATCH-RUN-LOG-ENTRY.
           COMPUTE CALC-LOG-STAMP =
               (RL-RUN-DATE * 100000000) + RL-RUN-TIME
           PERFORM VARYING FSUB FROM 1 BY 1
                   UNTIL FSUB > SC-STEP-COUNT
               IF ST-PROGRAM-ID(FSUB) = RL-PROGRAM-ID
                  AND ST-START-DATE(FSUB) NOT = 0
                   COMPUTE CALC-START-STAMP =
                       (ST-START-DATE(FSUB) * 100000000)
                           + ST-START-TIME(FSUB)
                   IF CALC-LOG-STAMP NOT < CALC-START-STAMP
                      AND CALC-LOG-STAMP NOT < ST-LOG-STAMP(FSUB)
                       MOVE CALC-LOG-STAMP TO ST-LOG-STAMP(FSUB)
                       MOVE RL-RECORDS-READ TO ST-RECORDS-READ(FSUB)
                       MOVE RL-RECORDS-REJECTED
                           TO ST-RECORDS-REJECTED(FSUB)
                       MOVE RL-CONTROL-QTY TO ST-CONTROL-QTY(FSUB)
                       MOVE RL-CONTROL-AMOUNT
                           TO ST-CONTROL-AMOUNT(FSUB)
                   END-IF
               END-IF
           END-PERFORM
       .

       700-PRINT-STEP-LINES.
           PERFORM VARYING STSUB FROM 1 BY 1
                   UNTIL STSUB > SC-STEP-COUNT
               PERFORM 710-PRINT-ONE-STEP
           END-PERFORM
       .

       710-PRINT-ONE-STEP.
           MOVE ST-STEP-NUMBER(STSUB) TO SD-STEP-NUMBER
           MOVE ST-PROGRAM-ID(STSUB) TO SD-PROGRAM-ID
           EVALUATE TRUE
               WHEN ST-COMPLETE-EARLIER(STSUB)
                   MOVE 'DONE EARLIER' TO SD-STATUS
               WHEN ST-COMPLETE(STSUB)
                   MOVE 'COMPLETED' TO SD-STATUS
                   ADD 1 TO SC-STEPS-COMPLETED
               WHEN ST-FAILED(STSUB)
                   MOVE 'FAILED' TO SD-STATUS
               WHEN ST-OUT-OF-BALANCE(STSUB)
                   MOVE 'OUT OF BAL' TO SD-STATUS
               WHEN ST-DEPENDENCY-FAILED(STSUB)
                   MOVE 'DEPENDENCY' TO SD-STATUS
               WHEN ST-RUNNING(STSUB)
                   MOVE 'RUNNING' TO SD-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO SD-STATUS
           END-EVALUATE
           IF ST-START-DATE(STSUB) = 0
               MOVE SPACES TO SD-START-TIME
               MOVE SPACES TO SD-ELAPSED
               MOVE SPACES TO SD-RC-AREA
           ELSE
               MOVE ST-START-TIME(STSUB) TO WS-TIME-BREAKDOWN
               MOVE TB-HOURS TO SD-START-HH
               MOVE TB-MINUTES TO SD-START-MM
               MOVE TB-SECONDS TO SD-START-SS
               PERFORM 720-COMPUTE-ELAPSED
               MOVE ST-RETURN-CODE(STSUB) TO SD-RETURN-CODE
           END-IF
           MOVE ST-RECORDS-READ(STSUB) TO SD-RECORDS-READ
           MOVE ST-RECORDS-REJECTED(STSUB) TO SD-RECORDS-REJECTED
           MOVE ST-CONTROL-QTY(STSUB) TO SD-CONTROL-QTY
           MOVE ST-CONTROL-AMOUNT(STSUB) TO SD-CONTROL-AMOUNT
           MOVE STEP-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 750-WRITE-A-LINE
       .

       720-COMPUTE-ELAPSED.
           MOVE ST-START-TIME(STSUB) TO WS-TIME-BREAKDOWN
           COMPUTE CALC-START-HUNDREDTHS =
               (((TB-HOURS * 60) + TB-MINUTES) * 60 + TB-SECONDS)
                   * 100 + TB-HUNDREDTHS
           MOVE ST-END-TIME(STSUB) TO WS-TIME-BREAKDOWN
           COMPUTE CALC-END-HUNDREDTHS =
               (((TB-HOURS * 60) + TB-MINUTES) * 60 + TB-SECONDS)
                   * 100 + TB-HUNDREDTHS
           IF ST-END-DATE(STSUB) = 0
               MOVE SPACES TO SD-ELAPSED
           ELSE
               IF ST-END-DATE(STSUB) NOT = ST-START-DATE(STSUB)
                   ADD 8640000 TO CALC-END-HUNDREDTHS
               END-IF
               IF CALC-END-HUNDREDTHS < CALC-START-HUNDREDTHS
                   MOVE 0 TO CALC-ELAPSED-SECONDS
               ELSE
                   COMPUTE CALC-ELAPSED-SECONDS =
                       (CALC-END-HUNDREDTHS - CALC-START-HUNDREDTHS)
                           / 100
               END-IF
               DIVIDE CALC-ELAPSED-SECONDS BY 3600
                   GIVING SD-ELAPSED-HH
                   REMAINDER CALC-REMAINING-SECONDS
               DIVIDE CALC-REMAINING-SECONDS BY 60
                   GIVING SD-ELAPSED-MM
                   REMAINDER SD-ELAPSED-SS
           END-IF
       .

       750-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       800-END-OF-JOB-ROUTINE.
           MOVE 'STEPS IN STREAM:' TO CT-CAPTION
           MOVE SC-STEP-COUNT TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 750-WRITE-A-LINE
           MOVE 'STEPS COMPLETED THIS RUN:' TO CT-CAPTION
           MOVE SC-STEPS-COMPLETED TO CT-COUNT
           MOVE COUNT-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 750-WRITE-A-LINE
           MOVE SPACES TO SM-MESSAGE
           IF STREAM-STOPPED
               STRING '** JOB STREAM STOPPED AT STEP '
                          DELIMITED BY SIZE
                      ST-STEP-NUMBER(STOPPED-SUB) ' '
                          DELIMITED BY SIZE
                      ST-PROGRAM-ID(STOPPED-SUB)
                          DELIMITED BY SPACE
                      ' - RESUBMIT TO RESTART **'
                          DELIMITED BY SIZE
                      INTO SM-MESSAGE
               END-STRING
           ELSE
               MOVE 'JOB STREAM COMPLETED - ALL STEPS ENDED NORMALLY'
                   TO SM-MESSAGE
           END-IF
           MOVE SUMMARY-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 750-WRITE-A-LINE
       .

       900-FINAL-ROUTINE.
           CLOSE SUMMARY-REPORT
           IF STREAM-STOPPED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
       .
