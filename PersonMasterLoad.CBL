      *                  RUN BALANCES READ = LOADED + UPDATED +   *
      *                  SKIPPED.  DAY-TO-DAY CORRECTIONS GO     *
      *                  THROUGH PERSMAINT, WHICH AUDITS THEM.    *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 4 RECORDS SKIPPED, 8 COUNTS DO    *
      *                  NOT BALANCE, 16 LOAD ABANDONED.          *
      * 10/14/2026 RPK   PERSMAST CARRIES A LEAVING DATE AFTER    *
      *                  THE HR STATUS, SET BY THE LEAVERS FEED.  *
      *                  A NEW PERSON LOADS WITH NO DATE; A       *
      *                  REWRITE KEEPS THE DATE ON FILE WHILE THE *
      *                  FEED STILL SAYS 'L' AND CLEARS IT        *
      *                  OTHERWISE.  EXISTING PERSMAST FILES MUST *
      *                  BE RELOADED ONCE TO PICK UP THE WIDER    *
      *                  RECORD.                                  *
      * 10/14/2026 RPK   EVERY UPDATE IS NOW APPENDED TO THE      *
      *                  JOURNAL WITH ITS BEFORE AND AFTER IMAGE  *
      *                  FOR FORWARD RECOVERY.                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERS-KEY
               FILE STATUS IS PERS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
           03  PERS-NAME               PIC X(30).
           03  PERS-BIRTH-COUNTRY      PIC X(20).
           03  PERS-HR-STATUS          PIC X(1).
           03  PERS-LEAVE-DATE         PIC 9(8).
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
        01 FEED-FILE-STATUS PIC X(2) VALUE '00'.
        01 PERS-FILE-STATUS PIC X(2) VALUE '00'.
        01 SKIP-NONNUM-COUNT PIC 9(6) VALUE 0.
        01 SKIP-BADSTAT-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * UPDATE JOURNAL - EVERY RECORD WRITTEN OR REWRITTEN ON   *
      * PERSMAST IS ALSO APPENDED TO THE JOURNAL WITH ITS       *
      * BEFORE AND AFTER IMAGE ('A' ADDED, 'C' CHANGED),        *
      * STAMPED WITH PROGRAM, RUN MODE 'F' (FILE LOAD), AND     *
      * OPERATOR PERSLOAD, SO JRNLRECV CAN ROLL THE MASTER      *
      * FORWARD.  THE CALLER SETS THE JOURNAL- FIELDS           *
      * IMMEDIATELY BEFORE PERFORM WRITE-JOURNAL-RECORD.        *
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
      * PROGRAM-START - OPENS THE FEED AND THE MASTER (CREATING  *
           IF FEED-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PERSFEED, STATUS '
                 FEED-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O PERS-FILE
              DISPLAY 'UNABLE TO OPEN PERSMAST, STATUS '
                 PERS-FILE-STATUS
              CLOSE FEED-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ FEED-FILE
              END-READ
           END-PERFORM
           CLOSE FEED-FILE, PERS-FILE
           IF JOURNAL-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           DISPLAY 'LOAD COMPLETE - READ:       ' READ-COUNT
           DISPLAY '               LOADED:      ' LOADED-COUNT
           DISPLAY '               UPDATED:     ' UPDATED-COUNT
           DISPLAY '               NON-NUMERIC: ' SKIP-NONNUM-COUNT
           DISPLAY '               BAD STATUS:  ' SKIP-BADSTAT-COUNT
           MOVE 0 TO RETURN-CODE
           IF SKIP-NONNUM-COUNT > 0 OR SKIP-BADSTAT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF READ-COUNT NOT = LOADED-COUNT + UPDATED-COUNT
                 + SKIP-NONNUM-COUNT + SKIP-BADSTAT-COUNT
              DISPLAY 'WARNING: COUNTS DO NOT BALANCE - DO NOT '
                 'TRUST THE MASTER.'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF JOURNAL-LOST
              DISPLAY 'WARNING: JOURNAL INCOMPLETE - TAKE A FRESH '
                 'UNLOAD BEFORE RELYING ON RECOVERY.'
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

                 MOVE FEED-NAME TO PERS-NAME
                 MOVE FEED-COUNTRY TO PERS-BIRTH-COUNTRY
                 MOVE FEED-STATUS TO PERS-HR-STATUS
                 MOVE 0 TO PERS-LEAVE-DATE
                 WRITE PERS-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
                 EVALUATE PERS-FILE-STATUS
                    WHEN '00'
                       ADD 1 TO LOADED-COUNT
                       MOVE 'A' TO JOURNAL-ACTION
                       MOVE SPACES TO JOURNAL-BEFORE
                       PERFORM JOURNAL-PERS-AFTER
                    WHEN '22'
                       PERFORM KEEP-LEAVE-DATE
                       REWRITE PERS-RECORD
                       END-REWRITE
                       IF PERS-FILE-STATUS = '00'
                          ADD 1 TO UPDATED-COUNT
                          MOVE 'C' TO JOURNAL-ACTION
                          PERFORM JOURNAL-PERS-AFTER
                       ELSE
                          DISPLAY 'REWRITE TO PERSMAST FAILED, '
                             'STATUS ' PERS-FILE-STATUS
                             ' AT RECORD ' READ-COUNT
                          DISPLAY 'LOAD ABANDONED - FIX AND RERUN.'
                          CLOSE FEED-FILE, PERS-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    WHEN OTHER
                          PERS-FILE-STATUS ' AT RECORD ' READ-COUNT
                       DISPLAY 'LOAD ABANDONED - FIX AND RERUN.'
                       CLOSE FEED-FILE, PERS-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-EVALUATE
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * KEEP-LEAVE-DATE - THE FEED CARRIES NO LEAVING DATE, SO A *
      * REWRITE OF A PERSON THE LEAVER FEED HAS ALREADY MARKED   *
      * LEFT KEEPS THE DATE ON THE MASTER WHILE THE FEED STILL   *
      * SAYS 'L'.  ANY OTHER STATUS MEANS THE PERSON IS BACK AND *
      * THE OLD DATE NO LONGER APPLIES.                          *
      *---------------------------------------------------------*
       KEEP-LEAVE-DATE SECTION.
           MOVE SPACES TO JOURNAL-BEFORE
           READ PERS-FILE
              INVALID KEY CONTINUE
           END-READ
           IF PERS-FILE-STATUS = '00'
              MOVE PERS-RECORD TO JOURNAL-BEFORE
           END-IF
           IF PERS-FILE-STATUS NOT = '00' OR FEED-STATUS NOT = 'L'
              MOVE 0 TO PERS-LEAVE-DATE
           END-IF
           MOVE FEED-PN TO PERS-KEY
           MOVE FEED-NAME TO PERS-NAME
           MOVE FEED-COUNTRY TO PERS-BIRTH-COUNTRY
           MOVE FEED-STATUS TO PERS-HR-STATUS
           .

      *---------------------------------------------------------*
      * JOURNAL-PERS-AFTER - JOURNALS THE PERSMAST RECORD NOW IN *
      * THE RECORD AREA AS THE AFTER IMAGE.  THE CALLER HAS SET  *
      * JOURNAL-ACTION AND JOURNAL-BEFORE.                       *
      *---------------------------------------------------------*
       JOURNAL-PERS-AFTER SECTION.
           MOVE 'PERSMAST' TO JOURNAL-FILE-ID
           MOVE PERS-KEY TO JOURNAL-KEY
           MOVE PERS-RECORD TO JOURNAL-AFTER
           PERFORM WRITE-JOURNAL-RECORD
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
              MOVE 'PERSLOAD' TO JRNL-PROGRAM
              MOVE 'F' TO JRNL-RUN-MODE
              MOVE 'PERSLOAD' TO JRNL-OPERATOR
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

       END PROGRAM PERSLOAD.
