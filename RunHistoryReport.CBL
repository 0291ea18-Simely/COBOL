      *                  LIMITS THE REPORT TO RUNS ENDING IN      *
      *                  THAT MONTH; WITH NO CARD THE WHOLE FILE  *
      *                  IS REPORTED.  OUTPUT ON RUNHRPT.         *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 4 UNREADABLE HISTORY RECORDS, 16  *
      *                  RUN ABORTED.                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM LOAD-PARAMETERS
           IF PARM-ERRORS
              DISPLAY 'RUN ABORTED - INVALID PARAMETER CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN RUNHIST, STATUS '
                 HISTORY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
              SELECTED-COUNT
           DISPLAY '                  UNREADABLE:    '
              UNREADABLE-COUNT
           MOVE 0 TO RETURN-CODE
           IF UNREADABLE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS SECTION.
