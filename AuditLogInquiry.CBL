      *                  BOUND.  AN UNREADABLE LINE IS NEVER      *
      *                  DROPPED - IT IS COUNTED, REPORTED, AND   *
      *                  KEPT ON THE LIVE LOG.                    *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 4 UNREADABLE ENTRIES, 8 ARCHIVE   *
      *                  DOES NOT BALANCE, 16 RUN ABORTED.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM LOAD-PARAMETERS
           IF PARM-ERRORS
              DISPLAY 'RUN ABORTED - INVALID PARAMETER CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS '
                 AUDIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           DISPLAY 'INQUIRY COMPLETE - READ:     ' READ-COUNT
           DISPLAY '                 SELECTED:   ' SELECTED-COUNT
           DISPLAY '                 UNREADABLE: ' UNREADABLE-COUNT
           MOVE 0 TO RETURN-CODE
           IF UNREADABLE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF ARCHIVE-REQUESTED
              DISPLAY '                 ARCHIVED:   ' ARCHIVED-COUNT
              DISPLAY '                 KEPT:       ' KEPT-COUNT
              ELSE
                 DISPLAY 'WARNING: ARCHIVE DOES NOT BALANCE - DO '
                    'NOT REPLACE AUDITLOG.'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.
