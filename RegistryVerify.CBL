      *                  IS SKIPPED AND COUNTED, NEVER            *
      *                  OVERWRITTEN (SAME RERUN RULE AS          *
      *                  REGLOAD).                                *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 4 KEYS WITH NO CROSS-REFERENCE, 8 *
      *                  VERIFY EXCEPTIONS OR RELOAD OUT OF       *
      *                  BALANCE, 16 RUN ABANDONED.               *
      * 10/14/2026 RPK   SSNXREF DECLARED WITH ITS EMPLOYEE-      *
      *                  REFERENCE AND ISSUE-DATE ALTERNATE KEYS, *
      *                  SO RELOAD REBUILDS BOTH INDEXES; STATUS  *
      *                  02 ON A RELOAD WRITE COUNTS AS LOADED.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-EMPLOYEE-REF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-ISSUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT REG-UNLOAD-FILE ASSIGN TO "REGUNLD"
               ORGANIZATION IS LINE SEQUENTIAL
        01 PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 REGISTRY-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
           88 XREF-IO-OK VALUE '00' '02'.
        01 REG-UNLOAD-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-UNLOAD-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           IF PARM-ERRORS OR RUN-FUNCTION = SPACES
              DISPLAY 'RUN ABORTED - REGUTPRM MUST CARRY ONE '
                 'FUNC=VERIFY, FUNC=UNLOAD, OR FUNC=RELOAD CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-REGISTRY
           IF REGISTRY-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN REGISTRY, STATUS '
                 REGISTRY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
           IF XREF-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SSNXREF, STATUS '
                 XREF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
              VER-XREF-READ-COUNT
           DISPLAY '                  ORPHAN XREF:   '
              VER-ORPHAN-COUNT
           IF VER-NOXREF-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF VER-BADDIGIT-COUNT > 0 OR VER-BADSTATUS-COUNT > 0
                 OR VER-ORPHAN-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           .

      *---------------------------------------------------------*
                 IF REG-UNLOAD-FILE-STATUS NOT = '00'
                    DISPLAY 'WRITE TO REGUNLD FAILED, STATUS '
                       REG-UNLOAD-FILE-STATUS ' - UNLOAD ABANDONED'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO UNLOAD-COUNT
                    DISPLAY 'WRITE TO XREFUNLD FAILED, STATUS '
                       XREF-UNLOAD-FILE-STATUS
                       ' - UNLOAD ABANDONED'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO UNLOAD-COUNT
      * LOADED COUNT AND KEY HASH ARE BALANCED AGAINST THE       *
      * BACKUP'S OWN TRAILER.  AN OUT-OF-BALANCE RELOAD IS       *
      * REPORTED LOUDLY - THE RECOVERED FILE MUST NOT GO LIVE.   *
      * A RELOAD IS NOT JOURNALED: THE RELOADED FILES ARE THE    *
      * BASE THAT JRNLRECV ROLLS THE JOURNAL FORWARD OVER.       *
      *---------------------------------------------------------*
       RELOAD-PROCESS SECTION.
           MOVE 'Y' TO RELOAD-BALANCED-SWITCH
           IF REG-UNLOAD-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN REGUNLD, STATUS '
                 REG-UNLOAD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO RELOAD-READ-COUNT, RELOAD-LOADED-COUNT,
           IF XREF-UNLOAD-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN XREFUNLD, STATUS '
                 XREF-UNLOAD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO RELOAD-READ-COUNT, RELOAD-LOADED-COUNT,
           ELSE
              DISPLAY 'WARNING: RELOAD DOES NOT BALANCE - DO NOT '
                 'PUT THE RECOVERED FILES LIVE.'
              MOVE 8 TO RETURN-CODE
           END-IF
           .

                          REGISTRY-FILE-STATUS ' AT RECORD '
                          RELOAD-READ-COUNT
                       DISPLAY 'RELOAD ABANDONED - FIX AND RERUN.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-EVALUATE
              WHEN OTHER
                 END-WRITE
                 EVALUATE XREF-FILE-STATUS
                    WHEN '00'
                    WHEN '02'
                       ADD 1 TO RELOAD-LOADED-COUNT
                       ADD XREF-KEY TO RELOAD-HASH
                    WHEN '22'
                          XREF-FILE-STATUS ' AT RECORD '
                          RELOAD-READ-COUNT
                       DISPLAY 'RELOAD ABANDONED - FIX AND RERUN.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-EVALUATE
              WHEN OTHER
