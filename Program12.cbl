      *their input counts must match, and PROGRAM2 and PROGRAM3 must
      *agree on quantity sold and sales value.  Any disagreement is
      *flagged OUT OF BALANCE on the alert report for the month-end
      *sign-off, and the program ends with return code 4 so the
      *nightly job-stream controller PROGRAM41 stops the stream.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       900-FINAL-ROUTINE.
           CLOSE RUN-LOG-FILE
                 REPORT-FILE
           IF STREAM-OUT-OF-BALANCE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
       .
