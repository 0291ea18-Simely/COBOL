      *                  NUMBERS ALREADY ON THE NEW FILE ARE      *
      *                  SKIPPED AND COUNTED, NEVER LOADED        *
      *                  BLINDLY.                                 *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 4 RECORDS SKIPPED, 8 COUNTS DO    *
      *                  NOT BALANCE, 16 LOAD ABANDONED.          *
      * 10/14/2026 RPK   EVERY UPDATE IS NOW APPENDED TO THE      *
      *                  JOURNAL WITH ITS BEFORE AND AFTER IMAGE  *
      *                  FOR FORWARD RECOVERY.                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGISTRY-KEY
               FILE STATUS IS REGISTRY-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REGISTRY-FILE.
       01  REGISTRY-RECORD.
           03  REGISTRY-KEY            PIC 9(10).
           03  REGISTRY-STATUS         PIC X(1).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03  JRNL-DATE               PIC 9(8).
           03  FILLER                  PIC X(1).
           03  JRNL-TIME               PIC 9(8).
           03  FILLER                  PIC X(1).
           03  JRNL-PROGRAM            PIC X(10).
           03  FILLER                  PIC X(1).
           03  JRNL-RUN-MODE           PIC X(1).
           03  FILLER                  PIC X(1).
           03  JRNL-OPERATOR           PIC X(10).
           03  FILLER                  PIC X(1).
           03  JRNL-FILE-ID            PIC X(8).
           03  FILLER                  PIC X(1).
           03  JRNL-ACTION             PIC X(1).
           03  FILLER                  PIC X(1).
           03  JRNL-KEY                PIC 9(10).
           03  FILLER                  PIC X(1).
           03  JRNL-BEFORE             PIC X(80).
           03  FILLER                  PIC X(1).
           03  JRNL-AFTER              PIC X(80).
       WORKING-STORAGE SECTION.
        01 OLD-REGISTRY-FILE-STATUS PIC X(2) VALUE '00'.
        01 REGISTRY-FILE-STATUS PIC X(2) VALUE '00'.
        01 SKIP-NONNUM-COUNT PIC 9(6) VALUE 0.
        01 SKIP-DUP-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * UPDATE JOURNAL - EVERY RECORD LOADED ONTO REGISTRY IS   *
      * ALSO APPENDED TO THE JOURNAL AS AN 'A' (ADDED) AFTER    *
      * IMAGE STAMPED WITH PROGRAM, RUN MODE 'F' (FILE LOAD),   *
      * AND OPERATOR REGLOAD, SO JRNLRECV CAN ROLL A RELOAD     *
      * FORWARD OVER THE CONVERSION.  THE CALLER SETS THE       *
      * JOURNAL- FIELDS IMMEDIATELY BEFORE PERFORM              *
      * WRITE-JOURNAL-RECORD.                                   *
      *---------------------------------------------------------*
        01 JOURNAL-FILE-STATUS PIC X(2) VALUE '00'.
        01 JOURNAL-OPEN-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-NOT-TRIED VALUE 'N'.
           88 JOURNAL-OPEN VALUE 'Y'.
        01 JOURNAL-LOST-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-LOST VALUE 'Y'.
        01 JOURNAL-FILE-ID PIC X(8) VALUE SPACES.
        01 JOURNAL-ACTION PIC X(1) VALUE SPACE.
        01 JOURNAL-KEY PIC 9(10) VALUE 0.
        01 JOURNAL-BEFORE PIC X(80) VALUE SPACES.
        01 JOURNAL-AFTER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - OPENS THE OLD SEQUENTIAL REGISTRY AND    *
                 OLD-REGISTRY-FILE-STATUS
              DISPLAY 'RENAME THE OLD SEQUENTIAL REGISTRY TO '
                 'REGISTRYSEQ AND RERUN.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O REGISTRY-FILE
              DISPLAY 'UNABLE TO OPEN REGISTRY, STATUS '
                 REGISTRY-FILE-STATUS
              CLOSE OLD-REGISTRY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ OLD-REGISTRY-FILE
              END-READ
           END-PERFORM
           CLOSE OLD-REGISTRY-FILE, REGISTRY-FILE
           IF JOURNAL-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           DISPLAY 'LOAD COMPLETE - READ:        ' READ-COUNT
           DISPLAY '               LOADED:       ' LOADED-COUNT
           DISPLAY '               NON-NUMERIC:  ' SKIP-NONNUM-COUNT
           DISPLAY '               ALREADY THERE:' SKIP-DUP-COUNT
           MOVE 0 TO RETURN-CODE
           IF SKIP-NONNUM-COUNT > 0 OR SKIP-DUP-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF READ-COUNT NOT = LOADED-COUNT
                 + SKIP-NONNUM-COUNT + SKIP-DUP-COUNT
              DISPLAY 'WARNING: COUNTS DO NOT BALANCE - DO NOT PUT '
                 'THE NEW REGISTRY LIVE.'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF JOURNAL-LOST
              DISPLAY 'WARNING: JOURNAL INCOMPLETE - TAKE A FRESH '
                 'UNLOAD BEFORE RELYING ON RECOVERY.'
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

              EVALUATE REGISTRY-FILE-STATUS
                 WHEN '00'
                    ADD 1 TO LOADED-COUNT
                    MOVE 'REGISTRY' TO JOURNAL-FILE-ID
                    MOVE 'A' TO JOURNAL-ACTION
                    MOVE REGISTRY-KEY TO JOURNAL-KEY
                    MOVE SPACES TO JOURNAL-BEFORE
                    MOVE REGISTRY-RECORD TO JOURNAL-AFTER
                    PERFORM WRITE-JOURNAL-RECORD
                 WHEN '22'
                    ADD 1 TO SKIP-DUP-COUNT
                 WHEN OTHER
                       REGISTRY-FILE-STATUS ' AT RECORD ' READ-COUNT
                    DISPLAY 'LOAD ABANDONED - FIX AND RERUN.'
                    CLOSE OLD-REGISTRY-FILE, REGISTRY-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * WRITE-JOURNAL-RECORD - APPENDS ONE BEFORE/AFTER IMAGE TO *
      * THE UPDATE JOURNAL, OPENING IT ON THE FIRST UPDATE.  A   *
      * JOURNAL THAT CANNOT BE WRITTEN DOES NOT STOP THE RUN BUT *
      * IS REPORTED AT THE END WITH CONDITION CODE 8.            *
      *---------------------------------------------------------*
       WRITE-JOURNAL-RECORD SECTION.
           IF JOURNAL-NOT-TRIED
              OPEN EXTEND JOURNAL-FILE
              IF JOURNAL-FILE-STATUS NOT = '00'
                 OPEN OUTPUT JOURNAL-FILE
              END-IF
              IF JOURNAL-FILE-STATUS = '00'
                 MOVE 'Y' TO JOURNAL-OPEN-SWITCH
              ELSE
                 MOVE 'F' TO JOURNAL-OPEN-SWITCH
                 DISPLAY 'WARNING: UNABLE TO OPEN JOURNAL, STATUS '
                    JOURNAL-FILE-STATUS ' - UPDATES NOT RECOVERABLE'
              END-IF
           END-IF
           IF JOURNAL-OPEN
              MOVE SPACES TO JOURNAL-RECORD
              ACCEPT JRNL-DATE FROM DATE YYYYMMDD
              ACCEPT JRNL-TIME FROM TIME
              MOVE 'REGLOAD' TO JRNL-PROGRAM
              MOVE 'F' TO JRNL-RUN-MODE
              MOVE 'REGLOAD' TO JRNL-OPERATOR
              MOVE JOURNAL-FILE-ID TO JRNL-FILE-ID
              MOVE JOURNAL-ACTION TO JRNL-ACTION
              MOVE JOURNAL-KEY TO JRNL-KEY
              MOVE JOURNAL-BEFORE TO JRNL-BEFORE
              MOVE JOURNAL-AFTER TO JRNL-AFTER
              WRITE JOURNAL-RECORD
              IF JOURNAL-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: WRITE TO JOURNAL FAILED, STATUS '
                    JOURNAL-FILE-STATUS
                 MOVE 'Y' TO JOURNAL-LOST-SWITCH
              END-IF
           ELSE
              MOVE 'Y' TO JOURNAL-LOST-SWITCH
           END-IF
           .

       END PROGRAM REGLOAD.
