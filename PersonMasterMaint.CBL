      *                  THROUGH PERSLOAD; THIS PROGRAM IS FOR    *
      *                  THE DAY-TO-DAY CORRECTIONS THAT NEED AN  *
      *                  AUDIT TRAIL.                             *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 4 TRANSACTIONS REJECTED, 16 RUN   *
      *                  ABORTED.                                 *
      * 10/14/2026 RPK   PERSMAST CARRIES A LEAVING DATE AFTER    *
      *                  THE HR STATUS, SET BY THE LEAVERS FEED.  *
      *                  AN ADD STARTS WITH NO DATE; AN UPDATE TO *
      *                  ANY STATUS OTHER THAN 'L' CLEARS IT.     *
      * 10/14/2026 RPK   EVERY UPDATE IS NOW APPENDED TO THE      *
      *                  JOURNAL WITH ITS BEFORE AND AFTER IMAGE  *
      *                  FOR FORWARD RECOVERY.                    *
      * 10/14/2026 RPK   EACH CARD'S OPERATOR MUST NOW HOLD       *
      *                  PERSON ADD, UPDATE OR DELETE AUTHORITY   *
      *                  IN THE NEW OPERAUTH FILE.  A REFUSED     *
      *                  CARD IS AUDITED AS NOT AUTHORIZED AND    *
      *                  ENDS THE RUN WITH CONDITION CODE 8.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           03  PERS-NAME               PIC X(30).
           03  PERS-BIRTH-COUNTRY      PIC X(20).
           03  PERS-HR-STATUS          PIC X(1).
           03  PERS-LEAVE-DATE         PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           03  AUDIT-DATE              PIC 9(8).
           03  AUDIT-VALUE             PIC X(10).
           03  FILLER                  PIC X(1).
           03  AUDIT-OPERATOR          PIC X(10).
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
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           03  AUTH-IN-OPERATOR        PIC X(10).
           03  FILLER                  PIC X(1).
           03  AUTH-IN-FUNCTIONS       PIC X(8).
           03  FILLER                  PIC X(41).
       WORKING-STORAGE SECTION.
        01 MAINT-FILE-STATUS PIC X(2) VALUE '00'.
        01 PERS-FILE-STATUS PIC X(2) VALUE '00'.

      *---------------------------------------------------------*
      * RUN COUNTS - READ = ADDED + UPDATED + DELETED +          *
      * REJECTED.  REFUSED IS THE PART OF REJECTED TURNED AWAY   *
      * FOR WANT OF OPERATOR AUTHORITY.                          *
      *---------------------------------------------------------*
        01 READ-COUNT PIC 9(6) VALUE 0.
        01 ADDED-COUNT PIC 9(6) VALUE 0.
        01 UPDATED-COUNT PIC 9(6) VALUE 0.
        01 DELETED-COUNT PIC 9(6) VALUE 0.
        01 REJECTED-COUNT PIC 9(6) VALUE 0.
        01 REFUSED-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * OPERATOR AUTHORITY - THE SAME OPERAUTH FILE THE MAIN     *
      * CALCULATOR CHECKS: OPERATOR ID IN COLUMNS 1-10, FUNCTION *
      * LETTERS FROM COLUMN 12.  THIS PROGRAM CHECKS EACH CARD'S *
      * OPERATOR FOR A (PERSON ADD), U (PERSON UPDATE) OR D      *
      * (PERSON DELETE).  AN OPERATOR NOT LISTED, OR A MISSING   *
      * FILE, IS AUTHORIZED FOR NOTHING.                         *
      *---------------------------------------------------------*
        01 AUTH-FILE-STATUS PIC X(2) VALUE '00'.
        01 AUTH-EOF-SWITCH PIC X VALUE 'N'.
           88 AUTH-EOF VALUE 'Y'.
        01 AUTH-TABLE.
           03 AUTH-ENTRY OCCURS 200.
              05 AUTH-OPERATOR PIC X(10).
              05 AUTH-FUNCTIONS PIC X(8).
        01 AUTH-USED PIC 9(3) VALUE 0.
        01 AX PIC 9(3) VALUE 1.
        01 AUTH-WANTED PIC X VALUE SPACE.
        01 AUTH-HITS PIC 9(2) VALUE 0.
        01 AUTH-GRANTED-SWITCH PIC X VALUE 'N'.
           88 AUTH-GRANTED VALUE 'Y'.
        01 AUTH-FUNCTION-NAME PIC X(13) VALUE SPACES.

      *---------------------------------------------------------*
      * UPDATE JOURNAL - EVERY ADD, UPDATE, AND DELETE APPLIED  *
      * TO PERSMAST IS ALSO APPENDED TO THE JOURNAL WITH ITS    *
      * BEFORE AND AFTER IMAGE ('A' ADDED, 'C' CHANGED, 'D'     *
      * DELETED), STAMPED WITH PROGRAM, RUN MODE 'P', AND THE   *
      * OPERATOR OF RECORD, SO JRNLRECV CAN ROLL THE MASTER     *
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
           IF MAINT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PERSMNTIN, STATUS '
                 MAINT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O PERS-FILE
              DISPLAY 'UNABLE TO OPEN PERSMAST, STATUS '
                 PERS-FILE-STATUS
              CLOSE MAINT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM LOAD-AUTHORITY
           READ MAINT-FILE
              AT END MOVE 'Y' TO MAINT-EOF-SWITCH
           END-READ
              END-READ
           END-PERFORM
           CLOSE MAINT-FILE, PERS-FILE, AUDIT-FILE
           IF JOURNAL-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           DISPLAY 'MAINTENANCE COMPLETE - READ:     ' READ-COUNT
           DISPLAY '                       ADDED:    ' ADDED-COUNT
           DISPLAY '                       UPDATED:  '
              DELETED-COUNT
           DISPLAY '                       REJECTED: '
              REJECTED-COUNT
           DISPLAY '                       REFUSED:  '
              REFUSED-COUNT
           MOVE 0 TO RETURN-CODE
           IF REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF REFUSED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           IF JOURNAL-LOST
              DISPLAY 'WARNING: JOURNAL INCOMPLETE - TAKE A FRESH '
                 'UNLOAD BEFORE RELYING ON RECOVERY.'
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------*
      * MAINT-ONE-RECORD - VALIDATES AND APPLIES A SINGLE        *
      * TRANSACTION.  THE OPERATOR ON THE CARD BECOMES THE       *
      * OPERATOR OF RECORD FOR ITS AUDIT ENTRY, AND MUST HOLD    *
      * OPERAUTH AUTHORITY FOR THE ACTION.                       *
      *---------------------------------------------------------*
       MAINT-ONE-RECORD SECTION.
           MOVE MAINT-OPERATOR TO OPERATOR-ID
           ELSE
              EVALUATE MAINT-ACTION
                 WHEN 'ADD'
                    MOVE 'A' TO AUTH-WANTED
                    PERFORM AUTHORITY-CHECK
                    IF AUTH-GRANTED
                       PERFORM MAINT-APPLY-ADD
                    ELSE
                       PERFORM MAINT-REJECT-UNAUTHORIZED
                    END-IF
                 WHEN 'UPDATE'
                    MOVE 'U' TO AUTH-WANTED
                    PERFORM AUTHORITY-CHECK
                    IF AUTH-GRANTED
                       PERFORM MAINT-APPLY-UPDATE
                    ELSE
                       PERFORM MAINT-REJECT-UNAUTHORIZED
                    END-IF
                 WHEN 'DELETE'
                    MOVE 'D' TO AUTH-WANTED
                    PERFORM AUTHORITY-CHECK
                    IF AUTH-GRANTED
                       PERFORM MAINT-APPLY-DELETE
                    ELSE
                       PERFORM MAINT-REJECT-UNAUTHORIZED
                    END-IF
                 WHEN OTHER
                    ADD 1 TO REJECTED-COUNT
                    DISPLAY 'SKIPPING INVALID ACTION: ' MAINT-ACTION
              MOVE MAINT-NAME TO PERS-NAME
              MOVE MAINT-COUNTRY TO PERS-BIRTH-COUNTRY
              MOVE MAINT-STATUS TO PERS-HR-STATUS
              MOVE 0 TO PERS-LEAVE-DATE
              WRITE PERS-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
              EVALUATE PERS-FILE-STATUS
                 WHEN '00'
                    ADD 1 TO ADDED-COUNT
                    MOVE 'A' TO JOURNAL-ACTION
                    MOVE SPACES TO JOURNAL-BEFORE
                    MOVE PERS-RECORD TO JOURNAL-AFTER
                    PERFORM MAINT-JOURNAL-APPLIED
                    PERFORM MAINT-AUDIT-APPLIED
                 WHEN '22'
                    ADD 1 TO REJECTED-COUNT
              END-READ
              EVALUATE PERS-FILE-STATUS
                 WHEN '00'
                    MOVE PERS-RECORD TO JOURNAL-BEFORE
                    MOVE MAINT-NAME TO PERS-NAME
                    MOVE MAINT-COUNTRY TO PERS-BIRTH-COUNTRY
                    MOVE MAINT-STATUS TO PERS-HR-STATUS
                    IF MAINT-STATUS NOT = 'L'
                       MOVE 0 TO PERS-LEAVE-DATE
                    END-IF
                    REWRITE PERS-RECORD
                    END-REWRITE
                    IF PERS-FILE-STATUS = '00'
                       ADD 1 TO UPDATED-COUNT
                       MOVE 'C' TO JOURNAL-ACTION
                       MOVE PERS-RECORD TO JOURNAL-AFTER
                       PERFORM MAINT-JOURNAL-APPLIED
                       PERFORM MAINT-AUDIT-APPLIED
                    ELSE
                       PERFORM MAINT-REJECT-IO-ERROR
           END-READ
           EVALUATE PERS-FILE-STATUS
              WHEN '00'
                 MOVE PERS-RECORD TO JOURNAL-BEFORE
                 DELETE PERS-FILE RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 IF PERS-FILE-STATUS = '00'
                    ADD 1 TO DELETED-COUNT
                    MOVE 'D' TO JOURNAL-ACTION
                    MOVE SPACES TO JOURNAL-AFTER
                    PERFORM MAINT-JOURNAL-APPLIED
                    PERFORM MAINT-AUDIT-APPLIED
                 ELSE
                    PERFORM MAINT-REJECT-IO-ERROR
           PERFORM WRITE-AUDIT-RECORD
           .

      *---------------------------------------------------------*
      * MAINT-JOURNAL-APPLIED - THE JOURNAL RECORD FOR AN        *
      * APPLIED TRANSACTION.  THE CALLER HAS SET JOURNAL-ACTION  *
      * AND BOTH IMAGES.                                         *
      *---------------------------------------------------------*
       MAINT-JOURNAL-APPLIED SECTION.
           MOVE 'PERSMAST' TO JOURNAL-FILE-ID
           MOVE MAINT-PN TO JOURNAL-KEY
           PERFORM WRITE-JOURNAL-RECORD
           .

       MAINT-REJECT-BAD-STATUS SECTION.
           ADD 1 TO REJECTED-COUNT
           DISPLAY 'SKIPPING BAD HR STATUS ' MAINT-STATUS
           PERFORM WRITE-AUDIT-RECORD
           .

      *---------------------------------------------------------*
      * MAINT-REJECT-UNAUTHORIZED - THE CARD'S OPERATOR DOES NOT *
      * HOLD THE AUTHORITY JUST CHECKED.  COUNTED AS REFUSED AS  *
      * WELL AS REJECTED, SINCE A REFUSAL IS A SECURITY          *
      * EXCEPTION RATHER THAN A DATA ERROR.                      *
      *---------------------------------------------------------*
       MAINT-REJECT-UNAUTHORIZED SECTION.
           ADD 1 TO REJECTED-COUNT
           ADD 1 TO REFUSED-COUNT
           DISPLAY 'REFUSED - OPERATOR ' OPERATOR-ID
              ' NOT AUTHORIZED TO ' AUTH-FUNCTION-NAME ': ' MAINT-PN
           MOVE SPACES TO REJECT-REASON
           STRING 'NOT AUTHORIZED: ' DELIMITED BY SIZE
              AUTH-FUNCTION-NAME DELIMITED BY SIZE
              INTO REJECT-REASON
           END-STRING
           MOVE MAINT-PN TO REJECT-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

      *---------------------------------------------------------*
      * LOAD-AUTHORITY - READS OPERAUTH INTO AUTH-TABLE.  SEE    *
      * THE OPERATOR AUTHORITY REMARKS IN WORKING-STORAGE.       *
      *---------------------------------------------------------*
       LOAD-AUTHORITY SECTION.
           OPEN INPUT AUTH-FILE
           IF AUTH-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN OPERAUTH, STATUS '
                 AUTH-FILE-STATUS ' - NO OPERATOR IS AUTHORIZED'
           ELSE
              READ AUTH-FILE
                 AT END MOVE 'Y' TO AUTH-EOF-SWITCH
              END-READ
              PERFORM UNTIL AUTH-EOF
                 IF AUTH-RECORD = SPACES
                       OR AUTH-RECORD(1:1) = '*'
                    CONTINUE
                 ELSE
                    IF AUTH-USED < 200
                       ADD 1 TO AUTH-USED
                       MOVE AUTH-IN-OPERATOR
                          TO AUTH-OPERATOR(AUTH-USED)
                       MOVE AUTH-IN-FUNCTIONS
                          TO AUTH-FUNCTIONS(AUTH-USED)
                    ELSE
                       DISPLAY 'WARNING: OPERAUTH TABLE FULL, '
                          'ENTRY IGNORED: ' AUTH-IN-OPERATOR
                    END-IF
                 END-IF
                 READ AUTH-FILE
                    AT END MOVE 'Y' TO AUTH-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE AUTH-FILE
           END-IF
           .

      *---------------------------------------------------------*
      * AUTHORITY-CHECK - IS OPERATOR-ID AUTHORIZED FOR THE      *
      * FUNCTION LETTER IN AUTH-WANTED?  SETS AUTH-GRANTED, AND  *
      * AUTH-FUNCTION-NAME FOR THE CALLER'S MESSAGES.            *
      *---------------------------------------------------------*
       AUTHORITY-CHECK SECTION.
           EVALUATE AUTH-WANTED
              WHEN 'I'
                 MOVE 'ISSUE' TO AUTH-FUNCTION-NAME
              WHEN 'L'
                 MOVE 'LOOKUP' TO AUTH-FUNCTION-NAME
              WHEN 'V'
                 MOVE 'VOID' TO AUTH-FUNCTION-NAME
              WHEN 'R'
                 MOVE 'REINSTATE' TO AUTH-FUNCTION-NAME
              WHEN 'C'
                 MOVE 'CONVERT' TO AUTH-FUNCTION-NAME
              WHEN 'A'
                 MOVE 'PERSON ADD' TO AUTH-FUNCTION-NAME
              WHEN 'U'
                 MOVE 'PERSON UPDATE' TO AUTH-FUNCTION-NAME
              WHEN OTHER
                 MOVE 'PERSON DELETE' TO AUTH-FUNCTION-NAME
           END-EVALUATE
           MOVE 'N' TO AUTH-GRANTED-SWITCH
           MOVE 1 TO AX
           PERFORM UNTIL AUTH-GRANTED OR AX > AUTH-USED
              IF AUTH-OPERATOR(AX) = OPERATOR-ID
                 MOVE 0 TO AUTH-HITS
                 INSPECT AUTH-FUNCTIONS(AX) TALLYING AUTH-HITS
                    FOR ALL AUTH-WANTED
                 IF AUTH-HITS > 0
                    MOVE 'Y' TO AUTH-GRANTED-SWITCH
                 END-IF
              END-IF
              ADD 1 TO AX
           END-PERFORM
           .

      *---------------------------------------------------------*
      * WRITE-AUDIT-RECORD - SAME LAYOUT AND DISCIPLINE AS THE   *
      * MAIN CALCULATOR'S AUDIT TRAIL; SOURCE 'P' MARKS PERSON   *
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
              MOVE 'PERSMAINT' TO JRNL-PROGRAM
              MOVE 'P' TO JRNL-RUN-MODE
              MOVE OPERATOR-ID TO JRNL-OPERATOR
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

       END PROGRAM PERSMAINT.
