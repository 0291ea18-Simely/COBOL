       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJSUSP.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - REJECT SUSPENSE MAINTENANCE   *
      *                  AND AGING.  A RECORD REJECTED BY THE     *
      *                  EDIT, THE BATCH OR AN ALLOCATION USED TO *
      *                  LIVE ONLY IN PREFIXREJ OR AUDITLOG UNTIL *
      *                  SOMEONE RE-KEYED IT BY HAND, AND NOTHING *
      *                  SHOWED WHETHER IT WAS EVER FIXED.  THOSE *
      *                  PROGRAMS NOW HOLD EVERY REJECT IN THE    *
      *                  SUSPENSE FILE.  ONE FUNC CARD IN SUSPPRM *
      *                  PICKS THE RUN, AS IN SPARVER:            *
      *                  FUNC=MAINT APPLIES THE CORRECT AND       *
      *                  CANCEL CARDS IN SUSPTRAN, EACH CHECKED   *
      *                  AGAINST OPERAUTH AND AUDITED WITH ITS    *
      *                  OPERATOR AND REASON; A CORRECTED ITEM    *
      *                  GOES BACK THROUGH THE NEXT EDIT (OR      *
      *                  ALLOCATE) RUN BY ITSELF.  FUNC=AGING     *
      *                  WRITES SUSPAGE, THE WEEKLY LIST OF EVERY *
      *                  UNRESOLVED ITEM BY FEED AND REASON WITH  *
      *                  ITS AGE, FLAGGING ANY OLDER THAN         *
      *                  DAYS=NNN (DEFAULT 7).                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SUSPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "SUSPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               ALTERNATE RECORD KEY IS SUSP-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT AGING-FILE ASSIGN TO "SUSPAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD                 PIC X(72).
       FD  TRAN-FILE.
       01  TRAN-RECORD-IN.
           03  TRAN-ACTION             PIC X(9).
           03  FILLER                  PIC X(1).
           03  TRAN-ITEM               PIC X(8).
           03  TRAN-ITEM-N REDEFINES TRAN-ITEM
                                       PIC 9(8).
           03  FILLER                  PIC X(1).
           03  TRAN-CONTENT            PIC X(20).
           03  FILLER                  PIC X(1).
           03  TRAN-OPERATOR           PIC X(10).
           03  FILLER                  PIC X(1).
           03  TRAN-REASON             PIC X(25).
       FD  SUSP-FILE.
       01  SUSP-RECORD.
           03  SUSP-KEY                PIC 9(8).
           03  SUSP-MATCH-KEY.
               05  SUSP-STAGE          PIC X(1).
                   88  SUSP-FROM-EDIT      VALUE 'E'.
                   88  SUSP-FROM-BATCH     VALUE 'B'.
                   88  SUSP-FROM-ALLOCATE  VALUE 'A'.
               05  SUSP-FEED-TAG       PIC X(10).
               05  SUSP-ORIGINAL       PIC X(20).
           03  SUSP-REASON             PIC X(8).
           03  SUSP-REJECT-DATE        PIC 9(8).
           03  SUSP-REJECT-TIME        PIC 9(8).
           03  SUSP-STATUS             PIC X(1).
               88  SUSP-OPEN           VALUE 'O'.
               88  SUSP-CORRECTED      VALUE 'C'.
               88  SUSP-RESUBMITTED    VALUE 'R'.
               88  SUSP-CANCELLED      VALUE 'X'.
               88  SUSP-UNRESOLVED     VALUE 'O' 'C'.
           03  SUSP-CORRECTED-CONTENT  PIC X(20).
           03  SUSP-ACTION-OPERATOR    PIC X(10).
           03  SUSP-ACTION-DATE        PIC 9(8).
           03  SUSP-RESUBMIT-DATE      PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           03  AUDIT-DATE              PIC 9(8).
           03  FILLER                  PIC X(1).
           03  AUDIT-TIME              PIC 9(8).
           03  FILLER                  PIC X(1).
           03  AUDIT-SOURCE            PIC X(1).
           03  FILLER                  PIC X(1).
           03  AUDIT-REASON            PIC X(40).
           03  FILLER                  PIC X(1).
           03  AUDIT-VALUE             PIC X(10).
           03  FILLER                  PIC X(1).
           03  AUDIT-OPERATOR          PIC X(10).
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           03  AUTH-IN-OPERATOR        PIC X(10).
           03  FILLER                  PIC X(1).
           03  AUTH-IN-FUNCTIONS       PIC X(8).
           03  FILLER                  PIC X(41).
       FD  AGING-FILE.
       01  AGING-RECORD                PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           03  SORT-FEED-TAG           PIC X(10).
           03  SORT-REASON             PIC X(8).
           03  SORT-REJECT-DATE        PIC 9(8).
           03  SORT-KEY                PIC 9(8).
           03  SORT-STAGE              PIC X(1).
           03  SORT-STATUS             PIC X(1).
           03  SORT-CONTENT            PIC X(20).
       WORKING-STORAGE SECTION.
        01 PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 TRAN-FILE-STATUS PIC X(2) VALUE '00'.
        01 SUSP-FILE-STATUS PIC X(2) VALUE '00'.
           88 SUSP-IO-OK VALUE '00' '02'.
        01 AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
        01 AGING-FILE-STATUS PIC X(2) VALUE '00'.
        01 PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
        01 PARM-ERROR-SWITCH PIC X VALUE 'N'.
           88 PARM-ERRORS VALUE 'Y'.
        01 PARM-KEYWORD PIC X(12) VALUE SPACES.
        01 PARM-VALUE PIC X(44) VALUE SPACES.
        01 RUN-FUNCTION PIC X(8) VALUE SPACES.
           88 FUNC-MAINT VALUE 'MAINT'.
           88 FUNC-AGING VALUE 'AGING'.
        01 AGING-DAYS PIC 9(3) VALUE 7.
        01 TRAN-EOF-SWITCH PIC X VALUE 'N'.
           88 TRAN-EOF VALUE 'Y'.
        01 SUSP-EOF-SWITCH PIC X VALUE 'N'.
           88 SUSP-EOF VALUE 'Y'.
        01 SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.

      *---------------------------------------------------------*
      * SUSPENSE FILE - ONE RECORD PER HELD REJECT, KEYED ON AN  *
      * ITEM NUMBER GIVEN OUT BY THE PROGRAM THAT REJECTED IT    *
      * (ITEM 0 IS THE CONTROL RECORD AND IS NEVER SHOWN OR      *
      * MAINTAINED).  STAGE IS E (PREFIXEDIT), B (MAIN BATCH) OR *
      * A (ALLOCATE).  THE ORIGINAL IS THE INPUT RECORD AS IT    *
      * ARRIVED - A PREFIXIN-STYLE PREFIX AND EMPLOYEE REFERENCE *
      * FOR E AND B, AN ALLOCIN DATE/GENDER/REFERENCE RECORD FOR *
      * A.  STATUS IS O OPEN, C CORRECTED (WAITING FOR THE NEXT  *
      * RUN TO PICK IT UP), R RESUBMITTED, X CANCELLED.  O AND C *
      * ARE UNRESOLVED.                                          *
      *---------------------------------------------------------*

      *---------------------------------------------------------*
      * MAINTENANCE CARDS - SUSPTRAN, ONE PER ITEM:              *
      *   COLS  1- 9  CORRECT OR CANCEL                          *
      *   COLS 11-18  ITEM NUMBER, 8 DIGITS                      *
      *   COLS 20-39  CORRECTED RECORD (CORRECT ONLY; BLANK      *
      *               RESUBMITS THE ORIGINAL UNCHANGED, E.G.     *
      *               AFTER A LOCK HAS CLEARED)                  *
      *   COLS 41-50  OPERATOR OF RECORD                         *
      *   COLS 52-76  REASON                                     *
      * A CORRECTED EDIT OR BATCH RECORD MUST START WITH A       *
      * 9-DIGIT PREFIX, A CORRECTED ALLOCATE RECORD WITH A       *
      * 6-DIGIT BIRTH DATE; THE FULL EDITS ARE RUN WHEN THE      *
      * ITEM IS RESUBMITTED.  AN ITEM MAY BE CORRECTED AGAIN     *
      * UNTIL IT IS RESUBMITTED; A RESUBMITTED OR CANCELLED ITEM *
      * CANNOT BE CHANGED.                                       *
      *---------------------------------------------------------*
        01 CORRECT-CONTENT PIC X(20) VALUE SPACES.
        01 CONTENT-OK-SWITCH PIC X VALUE 'N'.
           88 CONTENT-OK VALUE 'Y'.

      *---------------------------------------------------------*
      * AUDIT TRAIL - SAME CONVENTIONS AS THE MAIN CALCULATOR:   *
      * REJECT-REASON AND REJECT-VALUE ARE SET BY THE CALLER     *
      * IMMEDIATELY BEFORE PERFORM WRITE-AUDIT-RECORD.  THE      *
      * SOURCE CODE FOR THIS PROGRAM'S ENTRIES IS 'H' (HELD      *
      * ITEMS) AND THE VALUE IS THE SUSPENSE ITEM NUMBER.        *
      *---------------------------------------------------------*
        01 REJECT-REASON PIC X(40) VALUE SPACES.
        01 REJECT-VALUE PIC X(10) VALUE SPACES.
        01 OPERATOR-ID PIC X(10) VALUE SPACES.

      *---------------------------------------------------------*
      * MAINTENANCE COUNTS - READ = CORRECTED + CANCELLED +      *
      * REJECTED.  REFUSED IS THE PART OF REJECTED TURNED AWAY   *
      * FOR WANT OF OPERATOR AUTHORITY.                          *
      *---------------------------------------------------------*
        01 READ-COUNT PIC 9(6) VALUE 0.
        01 CORRECTED-COUNT PIC 9(6) VALUE 0.
        01 CANCELLED-COUNT PIC 9(6) VALUE 0.
        01 REJECTED-COUNT PIC 9(6) VALUE 0.
        01 REFUSED-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * OPERATOR AUTHORITY - THE SAME OPERAUTH FILE THE MAIN     *
      * CALCULATOR CHECKS: OPERATOR ID IN COLUMNS 1-10, FUNCTION *
      * LETTERS FROM COLUMN 12.  CORRECTING OR CANCELLING A HELD *
      * REJECT DECIDES WHETHER A NUMBER IS ISSUED FOR IT, SO     *
      * EACH CARD'S OPERATOR MUST HOLD I (ISSUE).  AN OPERATOR   *
      * NOT LISTED, OR A MISSING FILE, IS AUTHORIZED FOR         *
      * NOTHING.                                                 *
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
      * AGING WORK AREAS - AN ITEM'S AGE IS THE DAYS FROM ITS    *
      * REJECT DATE TO TODAY, BY THE SAME INTEGER-OF-DATE        *
      * ARITHMETIC SPARVER'S AGING USES.  UNRESOLVED ITEMS ARE   *
      * SORTED BY FEED, REASON, REJECT DATE AND ITEM, AND EACH   *
      * FEED/REASON GROUP IS LISTED WITH ITS OWN COUNTS BY AGE:  *
      * 0-7, 8-14, 15-30 AND OVER 30 DAYS.  AN ITEM OLDER THAN   *
      * THE DAYS= THRESHOLD IS FLAGGED OVERDUE.                  *
      *---------------------------------------------------------*
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 RUN-START-DAY PIC 9(7) VALUE 0.
        01 AGE-DAYS PIC S9(7) VALUE 0.
        01 GROUP-FEED-TAG PIC X(10) VALUE SPACES.
        01 GROUP-REASON PIC X(8) VALUE SPACES.
        01 GROUP-OPEN-SWITCH PIC X VALUE 'N'.
           88 GROUP-IS-OPEN VALUE 'Y'.
        01 AGE-BUCKET-COUNTS.
           03 GROUP-BUCKET PIC 9(6) OCCURS 4.
           03 TOTAL-BUCKET PIC 9(6) OCCURS 4.
        01 BX PIC 9(1) VALUE 1.
        01 GROUP-ITEM-COUNT PIC 9(6) VALUE 0.
        01 AGE-READ-COUNT PIC 9(6) VALUE 0.
        01 AGE-RESUBMITTED-COUNT PIC 9(6) VALUE 0.
        01 AGE-CANCELLED-COUNT PIC 9(6) VALUE 0.
        01 AGE-UNRESOLVED-COUNT PIC 9(6) VALUE 0.
        01 AGE-OPEN-COUNT PIC 9(6) VALUE 0.
        01 AGE-CORRECTED-COUNT PIC 9(6) VALUE 0.
        01 AGE-OVERDUE-COUNT PIC 9(6) VALUE 0.
        01 AGE-GROUP-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * REPORT LINES.                                            *
      *---------------------------------------------------------*
        01 AGING-GROUP-LINE.
           03 FILLER PIC X(5) VALUE 'FEED '.
           03 AGE-GRP-FEED PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'REASON '.
           03 AGE-GRP-REASON PIC X(8).
        01 AGING-DETAIL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-ITEM PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-STAGE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-DAYS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-STATUS PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-CONTENT PIC X(20).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AGE-DET-FLAG PIC X(7).
        01 AGING-GROUP-TOTAL.
           03 FILLER PIC X(8) VALUE '  ITEMS '.
           03 AGE-GT-ITEMS PIC ZZZZZ9.
           03 FILLER PIC X(7) VALUE '   0-7 '.
           03 AGE-GT-BUCKET1 PIC ZZZZZ9.
           03 FILLER PIC X(8) VALUE '   8-14 '.
           03 AGE-GT-BUCKET2 PIC ZZZZZ9.
           03 FILLER PIC X(9) VALUE '   15-30 '.
           03 AGE-GT-BUCKET3 PIC ZZZZZ9.
           03 FILLER PIC X(11) VALUE '   OVER 30 '.
           03 AGE-GT-BUCKET4 PIC ZZZZZ9.
        01 REPORT-TOTAL-LINE.
           03 RPT-LABEL PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-COUNT PIC 9(6).
        01 REPORT-STAMP-LINE.
           03 FILLER PIC X(4) VALUE 'RUN '.
           03 RPT-STAMP-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-STAMP-TIME PIC 9(8).
        01 REPORT-DAYS-LINE.
           03 FILLER PIC X(31) VALUE
              'OVERDUE WHEN OLDER THAN        '.
           03 RPT-DAYS PIC ZZ9.
           03 FILLER PIC X(5) VALUE ' DAYS'.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - READS THE FUNC CARD AND DISPATCHES.  NO  *
      * OPERATOR PROMPTS - THE OPERATOR OF RECORD RIDES ON EACH  *
      * MAINTENANCE CARD, AND A RUN WITH NO VALID FUNC CARD      *
      * ABORTS RATHER THAN GUESSING.                             *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'REJECT SUSPENSE MAINTENANCE AND AGING'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           COMPUTE RUN-START-DAY =
              FUNCTION INTEGER-OF-DATE(RUN-START-DATE)
           PERFORM LOAD-PARAMETERS
           IF PARM-ERRORS OR RUN-FUNCTION = SPACES
              DISPLAY 'RUN ABORTED - SUSPPRM MUST CARRY ONE '
                 'FUNC=MAINT OR FUNC=AGING CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-SUSPENSE
           EVALUATE TRUE
              WHEN FUNC-MAINT
                 PERFORM MAINT-PROCESS
              WHEN FUNC-AGING
                 PERFORM AGING-PROCESS
           END-EVALUATE
           CLOSE SUSP-FILE
           STOP RUN.

       LOAD-PARAMETERS SECTION.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS = '00'
              READ PARM-FILE
                 AT END MOVE 'Y' TO PARM-EOF-SWITCH
              END-READ
              PERFORM UNTIL PARM-EOF
                 PERFORM PARM-APPLY-CARD
                 READ PARM-FILE
                    AT END MOVE 'Y' TO PARM-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE PARM-FILE
           END-IF
           .

      *---------------------------------------------------------*
      * PARM-APPLY-CARD - KEYWORDS:                              *
      *   FUNC=MAINT|AGING  WHICH RUN                            *
      *   DAYS=NNN          AGING OVERDUE THRESHOLD IN DAYS      *
      *                     (DEFAULT 7)                          *
      *---------------------------------------------------------*
       PARM-APPLY-CARD SECTION.
           IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO PARM-KEYWORD, PARM-VALUE
              UNSTRING PARM-RECORD DELIMITED BY '='
                 INTO PARM-KEYWORD, PARM-VALUE
              END-UNSTRING
              DISPLAY 'PARM: ' PARM-KEYWORD ' = ' PARM-VALUE
              EVALUATE PARM-KEYWORD
                 WHEN 'FUNC'
                    IF PARM-VALUE = 'MAINT' OR 'AGING'
                       MOVE PARM-VALUE(1:8) TO RUN-FUNCTION
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: FUNC MUST BE MAINT OR '
                          'AGING'
                    END-IF
                 WHEN 'DAYS'
                    IF PARM-VALUE(1:3) IS NUMERIC
                          AND PARM-VALUE(4:1) = SPACE
                          AND PARM-VALUE(1:3) > '000'
                       MOVE PARM-VALUE(1:3) TO AGING-DAYS
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: DAYS MUST BE 3 DIGITS, '
                          '001-999'
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO PARM-ERROR-SWITCH
                    DISPLAY 'PARM ERROR: UNRECOGNIZED KEYWORD'
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * OPEN-SUSPENSE - I-O FOR THE WHOLE RUN, CREATED EMPTY ON  *
      * A FIRST EVER RUN AS THE REJECTING PROGRAMS DO.           *
      *---------------------------------------------------------*
       OPEN-SUSPENSE SECTION.
           OPEN I-O SUSP-FILE
           IF SUSP-FILE-STATUS = '35'
              OPEN OUTPUT SUSP-FILE
              CLOSE SUSP-FILE
              OPEN I-O SUSP-FILE
           END-IF
           IF SUSP-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SUSPENSE, STATUS '
                 SUSP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *---------------------------------------------------------*
      * MAINT-PROCESS - APPLIES EVERY SUSPTRAN CARD AND REPORTS  *
      * THE COUNTS.  CONDITION CODE 4 WHEN ANY CARD IS REJECTED, *
      * 8 WHEN ANY IS REFUSED FOR WANT OF AUTHORITY.             *
      *---------------------------------------------------------*
       MAINT-PROCESS SECTION.
           OPEN INPUT TRAN-FILE
           IF TRAN-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SUSPTRAN, STATUS '
                 TRAN-FILE-STATUS
              CLOSE SUSP-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM LOAD-AUTHORITY
           READ TRAN-FILE
              AT END MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ
           PERFORM UNTIL TRAN-EOF
              ADD 1 TO READ-COUNT
              PERFORM TRAN-ONE-RECORD
              READ TRAN-FILE
                 AT END MOVE 'Y' TO TRAN-EOF-SWITCH
              END-READ
           END-PERFORM
           CLOSE TRAN-FILE, AUDIT-FILE
           DISPLAY 'SUSPENSE MAINTENANCE COMPLETE - READ:      '
              READ-COUNT
           DISPLAY '                                CORRECTED: '
              CORRECTED-COUNT
           DISPLAY '                                CANCELLED: '
              CANCELLED-COUNT
           DISPLAY '                                REJECTED:  '
              REJECTED-COUNT
           DISPLAY '                                REFUSED:   '
              REFUSED-COUNT
           MOVE 0 TO RETURN-CODE
           IF REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF REFUSED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           .

      *---------------------------------------------------------*
      * TRAN-ONE-RECORD - VALIDATES AND APPLIES A SINGLE CARD.   *
      * THE OPERATOR ON THE CARD BECOMES THE OPERATOR OF RECORD  *
      * FOR ITS AUDIT ENTRY AND FOR THE ITEM, AND MUST HOLD      *
      * OPERAUTH AUTHORITY.                                      *
      *---------------------------------------------------------*
       TRAN-ONE-RECORD SECTION.
           MOVE TRAN-OPERATOR TO OPERATOR-ID
           IF TRAN-ITEM IS NOT NUMERIC OR TRAN-ITEM-N = 0
              ADD 1 TO REJECTED-COUNT
              DISPLAY 'SKIPPING INVALID ITEM NUMBER: ' TRAN-ITEM
              MOVE 'INVALID SUSPENSE ITEM NUMBER' TO REJECT-REASON
              MOVE TRAN-ITEM TO REJECT-VALUE
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              EVALUATE TRAN-ACTION
                 WHEN 'CORRECT'
                 WHEN 'CANCEL'
                    MOVE 'I' TO AUTH-WANTED
                    PERFORM AUTHORITY-CHECK
                    IF AUTH-GRANTED
                       PERFORM TRAN-APPLY-ACTION
                    ELSE
                       PERFORM TRAN-REJECT-UNAUTHORIZED
                    END-IF
                 WHEN OTHER
                    ADD 1 TO REJECTED-COUNT
                    DISPLAY 'SKIPPING INVALID ACTION: ' TRAN-ACTION
                    MOVE 'INVALID SUSPENSE ACTION' TO REJECT-REASON
                    MOVE TRAN-ITEM TO REJECT-VALUE
                    PERFORM WRITE-AUDIT-RECORD
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * TRAN-APPLY-ACTION - READS THE ITEM AND, IF IT IS STILL   *
      * UNRESOLVED, CORRECTS OR CANCELS IT.                      *
      *---------------------------------------------------------*
       TRAN-APPLY-ACTION SECTION.
           MOVE TRAN-ITEM-N TO SUSP-KEY
           READ SUSP-FILE
              INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN SUSP-FILE-STATUS = '23'
                 ADD 1 TO REJECTED-COUNT
                 DISPLAY 'SKIPPING - NOT IN SUSPENSE: ' TRAN-ITEM
                 MOVE 'SUSPENSE ITEM NOT ON FILE' TO REJECT-REASON
                 MOVE TRAN-ITEM TO REJECT-VALUE
                 PERFORM WRITE-AUDIT-RECORD
              WHEN NOT SUSP-IO-OK
                 PERFORM TRAN-REJECT-IO-ERROR
              WHEN NOT SUSP-UNRESOLVED
                 ADD 1 TO REJECTED-COUNT
                 DISPLAY 'SKIPPING - ITEM ALREADY RESOLVED: '
                    TRAN-ITEM ' STATUS ' SUSP-STATUS
                 MOVE 'SUSPENSE ITEM ALREADY RESOLVED' TO
                    REJECT-REASON
                 MOVE TRAN-ITEM TO REJECT-VALUE
                 PERFORM WRITE-AUDIT-RECORD
              WHEN TRAN-ACTION = 'CORRECT'
                 PERFORM TRAN-APPLY-CORRECT
              WHEN OTHER
                 PERFORM TRAN-APPLY-CANCEL
           END-EVALUATE
           .

      *---------------------------------------------------------*
      * TRAN-APPLY-CORRECT - STORES THE CORRECTED RECORD (OR THE *
      * ORIGINAL, WHEN THE CARD CARRIES NONE) AND MARKS THE ITEM *
      * CORRECTED FOR THE NEXT RUN TO PICK UP.  THE LEADING      *
      * DIGITS ARE CHECKED HERE SO AN OBVIOUS MIS-KEY IS CAUGHT  *
      * AT THE TERMINAL RATHER THAN REJECTED AGAIN OVERNIGHT.    *
      *---------------------------------------------------------*
       TRAN-APPLY-CORRECT SECTION.
           IF TRAN-CONTENT = SPACES
              MOVE SUSP-ORIGINAL TO CORRECT-CONTENT
           ELSE
              MOVE TRAN-CONTENT TO CORRECT-CONTENT
           END-IF
           MOVE 'N' TO CONTENT-OK-SWITCH
           IF SUSP-FROM-ALLOCATE
              IF CORRECT-CONTENT(1:6) IS NUMERIC
                 MOVE 'Y' TO CONTENT-OK-SWITCH
              END-IF
           ELSE
              IF CORRECT-CONTENT(1:9) IS NUMERIC
                 MOVE 'Y' TO CONTENT-OK-SWITCH
              END-IF
           END-IF
           IF NOT CONTENT-OK
              ADD 1 TO REJECTED-COUNT
              DISPLAY 'SKIPPING - CORRECTION NOT NUMERIC: '
                 TRAN-ITEM ' ' CORRECT-CONTENT
              MOVE 'SUSPENSE CORRECTION NOT NUMERIC' TO
                 REJECT-REASON
              MOVE TRAN-ITEM TO REJECT-VALUE
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              MOVE 'C' TO SUSP-STATUS
              MOVE CORRECT-CONTENT TO SUSP-CORRECTED-CONTENT
              MOVE OPERATOR-ID TO SUSP-ACTION-OPERATOR
              MOVE RUN-START-DATE TO SUSP-ACTION-DATE
              REWRITE SUSP-RECORD
              END-REWRITE
              IF SUSP-IO-OK
                 ADD 1 TO CORRECTED-COUNT
                 PERFORM TRAN-AUDIT-APPLIED
              ELSE
                 PERFORM TRAN-REJECT-IO-ERROR
              END-IF
           END-IF
           .

       TRAN-APPLY-CANCEL SECTION.
           MOVE 'X' TO SUSP-STATUS
           MOVE OPERATOR-ID TO SUSP-ACTION-OPERATOR
           MOVE RUN-START-DATE TO SUSP-ACTION-DATE
           REWRITE SUSP-RECORD
           END-REWRITE
           IF SUSP-IO-OK
              ADD 1 TO CANCELLED-COUNT
              PERFORM TRAN-AUDIT-APPLIED
           ELSE
              PERFORM TRAN-REJECT-IO-ERROR
           END-IF
           .

      *---------------------------------------------------------*
      * TRAN-AUDIT-APPLIED - THE AUDIT ENTRY FOR AN APPLIED      *
      * CARD: THE ACTION PLUS THE CARD'S REASON TEXT, AS PERSON  *
      * MASTER MAINTENANCE WRITES ITS ENTRIES.                   *
      *---------------------------------------------------------*
       TRAN-AUDIT-APPLIED SECTION.
           MOVE SPACES TO REJECT-REASON
           STRING TRAN-ACTION DELIMITED BY SPACE
              ': ' DELIMITED BY SIZE
              TRAN-REASON DELIMITED BY SIZE
              INTO REJECT-REASON
           END-STRING
           MOVE TRAN-ITEM TO REJECT-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

       TRAN-REJECT-IO-ERROR SECTION.
           ADD 1 TO REJECTED-COUNT
           DISPLAY 'SKIPPING - SUSPENSE ACCESS FAILED, STATUS '
              SUSP-FILE-STATUS ': ' TRAN-ITEM
           MOVE 'SUSPENSE ACCESS FAILED' TO REJECT-REASON
           MOVE TRAN-ITEM TO REJECT-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

      *---------------------------------------------------------*
      * TRAN-REJECT-UNAUTHORIZED - THE CARD'S OPERATOR DOES NOT  *
      * HOLD THE AUTHORITY JUST CHECKED.  COUNTED AS REFUSED AS  *
      * WELL AS REJECTED, SINCE A REFUSAL IS A SECURITY          *
      * EXCEPTION RATHER THAN A DATA ERROR.                      *
      *---------------------------------------------------------*
       TRAN-REJECT-UNAUTHORIZED SECTION.
           ADD 1 TO REJECTED-COUNT
           ADD 1 TO REFUSED-COUNT
           DISPLAY 'REFUSED - OPERATOR ' OPERATOR-ID
              ' NOT AUTHORIZED TO ' AUTH-FUNCTION-NAME ': ' TRAN-ITEM
           MOVE SPACES TO REJECT-REASON
           STRING 'NOT AUTHORIZED: ' DELIMITED BY SIZE
              AUTH-FUNCTION-NAME DELIMITED BY SIZE
              INTO REJECT-REASON
           END-STRING
           MOVE TRAN-ITEM TO REJECT-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

      *---------------------------------------------------------*
      * AGING-PROCESS - THE WEEKLY AGING REPORT.  CONDITION CODE *
      * 0 WHEN NOTHING IS UNRESOLVED, 4 WHEN ITEMS ARE WAITING,  *
      * 8 WHEN ANY HAS WAITED LONGER THAN THE THRESHOLD.         *
      *---------------------------------------------------------*
       AGING-PROCESS SECTION.
           OPEN OUTPUT AGING-FILE
           IF AGING-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SUSPAGE, STATUS '
                 AGING-FILE-STATUS
              CLOSE SUSP-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE AGE-BUCKET-COUNTS
           MOVE 'REJECT SUSPENSE AGING REPORT' TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           MOVE RUN-START-DATE TO RPT-STAMP-DATE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           MOVE AGING-DAYS TO RPT-DAYS
           MOVE REPORT-DAYS-LINE TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           SORT SORT-FILE ON ASCENDING KEY SORT-FEED-TAG
                                          SORT-REASON
                                          SORT-REJECT-DATE
                                          SORT-KEY
              INPUT PROCEDURE IS AGING-SELECT
              OUTPUT PROCEDURE IS AGING-LIST
           PERFORM AGING-WRITE-TOTALS
           CLOSE AGING-FILE
           DISPLAY 'AGING COMPLETE - ITEMS READ:  ' AGE-READ-COUNT
           DISPLAY '                 UNRESOLVED:  '
              AGE-UNRESOLVED-COUNT
           DISPLAY '                 OVERDUE:     '
              AGE-OVERDUE-COUNT
           MOVE 0 TO RETURN-CODE
           IF AGE-UNRESOLVED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF AGE-OVERDUE-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           .

      *---------------------------------------------------------*
      * AGING-SELECT - SORT INPUT PROCEDURE.  READS EVERY ITEM   *
      * IN ITEM ORDER, COUNTS IT BY STATUS, AND RELEASES THE     *
      * UNRESOLVED ONES.                                         *
      *---------------------------------------------------------*
       AGING-SELECT SECTION.
           MOVE 0 TO SUSP-KEY
           START SUSP-FILE KEY IS > SUSP-KEY
              INVALID KEY MOVE 'Y' TO SUSP-EOF-SWITCH
           END-START
           IF SUSP-FILE-STATUS NOT = '00'
                 AND SUSP-FILE-STATUS NOT = '23'
              DISPLAY 'WARNING: UNABLE TO POSITION SUSPENSE, '
                 'STATUS ' SUSP-FILE-STATUS
              MOVE 'Y' TO SUSP-EOF-SWITCH
           END-IF
           PERFORM UNTIL SUSP-EOF
              READ SUSP-FILE NEXT
                 AT END MOVE 'Y' TO SUSP-EOF-SWITCH
              END-READ
              IF NOT SUSP-EOF AND NOT SUSP-IO-OK
                 DISPLAY 'WARNING: SUSPENSE READ FAILED, STATUS '
                    SUSP-FILE-STATUS
                 MOVE 'Y' TO SUSP-EOF-SWITCH
              END-IF
              IF NOT SUSP-EOF
                 ADD 1 TO AGE-READ-COUNT
                 EVALUATE TRUE
                    WHEN SUSP-RESUBMITTED
                       ADD 1 TO AGE-RESUBMITTED-COUNT
                    WHEN SUSP-CANCELLED
                       ADD 1 TO AGE-CANCELLED-COUNT
                    WHEN OTHER
                       IF SUSP-CORRECTED
                          ADD 1 TO AGE-CORRECTED-COUNT
                       ELSE
                          ADD 1 TO AGE-OPEN-COUNT
                       END-IF
                       ADD 1 TO AGE-UNRESOLVED-COUNT
                       MOVE SUSP-FEED-TAG TO SORT-FEED-TAG
                       MOVE SUSP-REASON TO SORT-REASON
                       MOVE SUSP-REJECT-DATE TO SORT-REJECT-DATE
                       MOVE SUSP-KEY TO SORT-KEY
                       MOVE SUSP-STAGE TO SORT-STAGE
                       MOVE SUSP-STATUS TO SORT-STATUS
                       IF SUSP-CORRECTED
                          MOVE SUSP-CORRECTED-CONTENT TO SORT-CONTENT
                       ELSE
                          MOVE SUSP-ORIGINAL TO SORT-CONTENT
                       END-IF
                       RELEASE SORT-RECORD
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *---------------------------------------------------------*
      * AGING-LIST - SORT OUTPUT PROCEDURE.  A HEADING FOR EACH  *
      * FEED/REASON GROUP, ONE LINE PER ITEM, AND THE GROUP'S    *
      * COUNTS BY AGE WHEN THE FEED OR REASON CHANGES.           *
      *---------------------------------------------------------*
       AGING-LIST SECTION.
           RETURN SORT-FILE
              AT END MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN
           PERFORM UNTIL SORT-EOF
              IF NOT GROUP-IS-OPEN
                    OR SORT-FEED-TAG NOT = GROUP-FEED-TAG
                    OR SORT-REASON NOT = GROUP-REASON
                 IF GROUP-IS-OPEN
                    PERFORM WRITE-GROUP-TOTAL
                 END-IF
                 PERFORM WRITE-GROUP-HEADING
              END-IF
              PERFORM AGING-ONE-ITEM
              RETURN SORT-FILE
                 AT END MOVE 'Y' TO SORT-EOF-SWITCH
              END-RETURN
           END-PERFORM
           IF GROUP-IS-OPEN
              PERFORM WRITE-GROUP-TOTAL
           END-IF
           .

       WRITE-GROUP-HEADING SECTION.
           MOVE 'Y' TO GROUP-OPEN-SWITCH
           MOVE SORT-FEED-TAG TO GROUP-FEED-TAG
           MOVE SORT-REASON TO GROUP-REASON
           MOVE 0 TO GROUP-ITEM-COUNT
           MOVE 1 TO BX
           PERFORM UNTIL BX > 4
              MOVE 0 TO GROUP-BUCKET(BX)
              ADD 1 TO BX
           END-PERFORM
           ADD 1 TO AGE-GROUP-COUNT
           MOVE SPACES TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           MOVE GROUP-FEED-TAG TO AGE-GRP-FEED
           MOVE GROUP-REASON TO AGE-GRP-REASON
           MOVE AGING-GROUP-LINE TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           .

       AGING-ONE-ITEM SECTION.
           COMPUTE AGE-DAYS = RUN-START-DAY
              - FUNCTION INTEGER-OF-DATE(SORT-REJECT-DATE)
           EVALUATE TRUE
              WHEN AGE-DAYS NOT > 7
                 MOVE 1 TO BX
              WHEN AGE-DAYS NOT > 14
                 MOVE 2 TO BX
              WHEN AGE-DAYS NOT > 30
                 MOVE 3 TO BX
              WHEN OTHER
                 MOVE 4 TO BX
           END-EVALUATE
           ADD 1 TO GROUP-BUCKET(BX)
           ADD 1 TO TOTAL-BUCKET(BX)
           ADD 1 TO GROUP-ITEM-COUNT
           MOVE SORT-KEY TO AGE-DET-ITEM
           EVALUATE SORT-STAGE
              WHEN 'E'
                 MOVE 'EDIT' TO AGE-DET-STAGE
              WHEN 'B'
                 MOVE 'BATCH' TO AGE-DET-STAGE
              WHEN OTHER
                 MOVE 'ALLOCATE' TO AGE-DET-STAGE
           END-EVALUATE
           MOVE SORT-REJECT-DATE TO AGE-DET-DATE
           MOVE AGE-DAYS TO AGE-DET-DAYS
           IF SORT-STATUS = 'C'
              MOVE 'CORRECTED' TO AGE-DET-STATUS
           ELSE
              MOVE 'OPEN' TO AGE-DET-STATUS
           END-IF
           MOVE SORT-CONTENT TO AGE-DET-CONTENT
           IF AGE-DAYS > AGING-DAYS
              MOVE 'OVERDUE' TO AGE-DET-FLAG
              ADD 1 TO AGE-OVERDUE-COUNT
           ELSE
              MOVE SPACES TO AGE-DET-FLAG
           END-IF
           MOVE AGING-DETAIL TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           .

       WRITE-GROUP-TOTAL SECTION.
           MOVE GROUP-ITEM-COUNT TO AGE-GT-ITEMS
           MOVE GROUP-BUCKET(1) TO AGE-GT-BUCKET1
           MOVE GROUP-BUCKET(2) TO AGE-GT-BUCKET2
           MOVE GROUP-BUCKET(3) TO AGE-GT-BUCKET3
           MOVE GROUP-BUCKET(4) TO AGE-GT-BUCKET4
           MOVE AGING-GROUP-TOTAL TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           .

       AGING-WRITE-TOTALS SECTION.
           MOVE SPACES TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           MOVE 'AGING TOTALS' TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           MOVE 'SUSPENSE ITEMS READ' TO RPT-LABEL
           MOVE AGE-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'RESUBMITTED' TO RPT-LABEL
           MOVE AGE-RESUBMITTED-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'CANCELLED' TO RPT-LABEL
           MOVE AGE-CANCELLED-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'UNRESOLVED' TO RPT-LABEL
           MOVE AGE-UNRESOLVED-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  OPEN' TO RPT-LABEL
           MOVE AGE-OPEN-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  CORRECTED, NOT RESUBMITTED' TO RPT-LABEL
           MOVE AGE-CORRECTED-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  AGED 0-7 DAYS' TO RPT-LABEL
           MOVE TOTAL-BUCKET(1) TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  AGED 8-14 DAYS' TO RPT-LABEL
           MOVE TOTAL-BUCKET(2) TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  AGED 15-30 DAYS' TO RPT-LABEL
           MOVE TOTAL-BUCKET(3) TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  AGED OVER 30 DAYS' TO RPT-LABEL
           MOVE TOTAL-BUCKET(4) TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'OVERDUE' TO RPT-LABEL
           MOVE AGE-OVERDUE-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'FEED/REASON GROUPS' TO RPT-LABEL
           MOVE AGE-GROUP-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           .

       WRITE-AGING-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           .

       WRITE-AGING-LINE SECTION.
           WRITE AGING-RECORD
           IF AGING-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SUSPAGE FAILED, STATUS '
                 AGING-FILE-STATUS
           END-IF
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
      * AUTH-FUNCTION-NAME FOR THE CALLER'S MESSAGES.  THIS      *
      * PROGRAM ONLY ASKS FOR I.                                 *
      *---------------------------------------------------------*
       AUTHORITY-CHECK SECTION.
           MOVE 'ISSUE' TO AUTH-FUNCTION-NAME
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
      * MAIN CALCULATOR'S AUDIT TRAIL; SOURCE 'H' MARKS SUSPENSE *
      * MAINTENANCE.                                             *
      *---------------------------------------------------------*
       WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE 'H' TO AUDIT-SOURCE
           MOVE REJECT-REASON TO AUDIT-REASON
           MOVE REJECT-VALUE TO AUDIT-VALUE
           MOVE OPERATOR-ID TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO AUDITLOG FAILED, STATUS '
                 AUDIT-FILE-STATUS
           END-IF
           .

       END PROGRAM REJSUSP.
