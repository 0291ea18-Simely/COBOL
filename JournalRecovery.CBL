       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLRECV.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - JOURNAL FORWARD RECOVERY.     *
      *                  EVERY PROGRAM THAT UPDATES REGISTRY,     *
      *                  SSNXREF, SSNLINK OR PERSMAST APPENDS A   *
      *                  BEFORE AND AFTER IMAGE OF THE RECORD TO  *
      *                  THE JOURNAL, STAMPED WITH DATE, TIME,    *
      *                  PROGRAM, RUN MODE AND OPERATOR.  AFTER A *
      *                  REGUTIL FUNC=RELOAD FROM REGUNLD AND     *
      *                  XREFUNLD (OR ANY OTHER RESTORE OF THE    *
      *                  FILES), THIS RUN READS THE JOURNAL AND   *
      *                  RE-APPLIES EVERY UPDATE MADE AFTER THE   *
      *                  BACKUP WAS TAKEN (FROMDATE/FROMTIME) UP  *
      *                  TO THE RECOVERY POINT (TODATE/TOTIME),   *
      *                  CHECKING EACH BEFORE IMAGE AGAINST THE   *
      *                  RECORD ON FILE.  JRNLRPT LISTS EVERY     *
      *                  MISMATCH AND BALANCES THE JOURNAL LINES  *
      *                  READ AND THE RECORD COUNT OF EACH FILE.  *
      * 10/14/2026 RPK   SSNXREF DECLARED WITH ITS EMPLOYEE-      *
      *                  REFERENCE AND ISSUE-DATE ALTERNATE KEYS; *
      *                  STATUS 02 ON A REPLAYED SSNXREF WRITE OR *
      *                  REWRITE IS TREATED AS A GOOD APPLY.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "JRNLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGISTRY-KEY
               FILE STATUS IS REGISTRY-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "SSNXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-EMPLOYEE-REF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-ISSUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT LINK-FILE ASSIGN TO "SSNLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINK-KEY
               FILE STATUS IS LINK-FILE-STATUS.
           SELECT PERS-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERS-KEY
               FILE STATUS IS PERS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "JRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD                 PIC X(72).
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
               88  JRNL-ADDED          VALUE 'A'.
               88  JRNL-CHANGED        VALUE 'C'.
               88  JRNL-DELETED        VALUE 'D'.
           03  FILLER                  PIC X(1).
           03  JRNL-KEY                PIC 9(10).
           03  FILLER                  PIC X(1).
           03  JRNL-BEFORE             PIC X(80).
           03  FILLER                  PIC X(1).
           03  JRNL-AFTER              PIC X(80).
       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           03  REGISTRY-KEY            PIC 9(10).
           03  REGISTRY-STATUS         PIC X(1).
       FD  XREF-FILE.
       01  XREF-RECORD.
           03  XREF-KEY                PIC 9(10).
           03  XREF-ISSUE-DATE         PIC 9(8).
           03  XREF-ISSUE-TIME         PIC 9(8).
           03  XREF-RUN-MODE           PIC X(1).
           03  XREF-SOURCE             PIC X(10).
           03  XREF-EMPLOYEE-REF       PIC X(10).
       FD  LINK-FILE.
       01  LINK-RECORD.
           03  LINK-KEY                PIC 9(10).
           03  LINK-PARTNER            PIC 9(10).
           03  LINK-ROLE               PIC X(1).
           03  LINK-DATE               PIC 9(8).
           03  LINK-OPERATOR           PIC X(10).
       FD  PERS-FILE.
       01  PERS-RECORD.
           03  PERS-KEY                PIC 9(10).
           03  PERS-NAME               PIC X(30).
           03  PERS-BIRTH-COUNTRY      PIC X(20).
           03  PERS-HR-STATUS          PIC X(1).
           03  PERS-LEAVE-DATE         PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(60).
       WORKING-STORAGE SECTION.
        01 PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 JOURNAL-FILE-STATUS PIC X(2) VALUE '00'.
        01 REGISTRY-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
           88 XREF-IO-OK VALUE '00' '02'.
        01 LINK-FILE-STATUS PIC X(2) VALUE '00'.
        01 PERS-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
        01 PARM-ERROR-SWITCH PIC X VALUE 'N'.
           88 PARM-ERRORS VALUE 'Y'.
        01 PARM-KEYWORD PIC X(12) VALUE SPACES.
        01 PARM-VALUE PIC X(44) VALUE SPACES.
        01 JOURNAL-EOF-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-EOF VALUE 'Y'.
        01 FILE-EOF-SWITCH PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

      *---------------------------------------------------------*
      * RECOVERY WINDOW - FROMDATE/FROMTIME IS THE MOMENT THE    *
      * BACKUP WAS TAKEN (THE UNLOAD FILES CARRY NO STAMP OF     *
      * THEIR OWN, SO IT IS REQUIRED).  TODATE/TOTIME IS THE     *
      * POINT TO RECOVER TO; LEFT OFF, EVERY LATER UPDATE IS     *
      * APPLIED.  DATE AND TIME ARE HELD SIDE BY SIDE SO ONE     *
      * COMPARE ORDERS TWO STAMPS.                               *
      *---------------------------------------------------------*
        01 FROM-STAMP.
           03 FROM-DATE PIC 9(8) VALUE 0.
           03 FROM-TIME PIC 9(8) VALUE 0.
        01 TO-STAMP.
           03 TO-DATE PIC 9(8) VALUE 99999999.
           03 TO-TIME PIC 9(8) VALUE 99999999.
        01 ENTRY-STAMP.
           03 ENTRY-DATE PIC 9(8) VALUE 0.
           03 ENTRY-TIME PIC 9(8) VALUE 0.
        01 FROM-DATE-SWITCH PIC X VALUE 'N'.
           88 FROM-DATE-GIVEN VALUE 'Y'.

      *---------------------------------------------------------*
      * FILE TABLE - ONE ENTRY PER JOURNALED FILE, IN THE ORDER  *
      * OF THE NAMES BELOW.  FILE= CARDS SELECT WHICH FILES ARE  *
      * RECOVERED; WITH NONE, REGISTRY AND SSNXREF (THE TWO      *
      * FILES REGUTIL UNLOADS AND RELOADS) ARE SELECTED.  THE    *
      * JOURNAL LINES FOR A FILE NOT SELECTED ARE COUNTED AND    *
      * PASSED OVER.                                             *
      *---------------------------------------------------------*
        01 FILE-NAME-LIST.
           03 FILLER PIC X(8) VALUE 'REGISTRY'.
           03 FILLER PIC X(8) VALUE 'SSNXREF'.
           03 FILLER PIC X(8) VALUE 'SSNLINK'.
           03 FILLER PIC X(8) VALUE 'PERSMAST'.
        01 FILE-NAME-TABLE REDEFINES FILE-NAME-LIST.
           03 FILE-NAME PIC X(8) OCCURS 4.
        01 FILE-TABLE.
           03 FILE-ENTRY OCCURS 4.
              05 FILE-SELECT-SWITCH PIC X(1).
                 88 FILE-SELECTED VALUE 'Y'.
              05 FILE-BEFORE-COUNT PIC 9(6).
              05 FILE-AFTER-COUNT PIC 9(6).
              05 FILE-EXPECTED-COUNT PIC 9(6).
              05 FILE-ADDED-COUNT PIC 9(6).
              05 FILE-CHANGED-COUNT PIC 9(6).
              05 FILE-DELETED-COUNT PIC 9(6).
              05 FILE-ALREADY-COUNT PIC 9(6).
              05 FILE-MISMATCH-COUNT PIC 9(6).
        01 FILE-COUNT PIC 9(1) VALUE 4.
        01 FX PIC 9(1) VALUE 0.
           88 FX-REGISTRY VALUE 1.
           88 FX-XREF VALUE 2.
           88 FX-LINK VALUE 3.
           88 FX-PERS VALUE 4.
        01 ANY-FILE-SWITCH PIC X VALUE 'N'.
           88 ANY-FILE-SELECTED VALUE 'Y'.

      *---------------------------------------------------------*
      * APPLY WORK AREAS - CURRENT-IMAGE HOLDS THE RECORD FOUND  *
      * ON FILE, SPACE-FILLED TO THE WIDTH OF A JOURNAL IMAGE SO *
      * IT COMPARES DIRECTLY WITH JRNL-BEFORE AND JRNL-AFTER.    *
      *---------------------------------------------------------*
        01 CURRENT-IMAGE PIC X(80) VALUE SPACES.
        01 IO-STATUS PIC X(2) VALUE '00'.
        01 RECORD-FOUND-SWITCH PIC X VALUE 'N'.
           88 RECORD-FOUND VALUE 'Y'.

      *---------------------------------------------------------*
      * JOURNAL COUNTS - EVERY JOURNAL LINE FALLS IN EXACTLY ONE *
      * CLASS SO THE RUN BALANCES: READ = BEFORE THE WINDOW +    *
      * AFTER THE WINDOW + FILE NOT SELECTED + UNREADABLE + THE  *
      * ADDED, CHANGED, DELETED AND ALREADY-APPLIED COUNTS OF    *
      * ALL FILES.  A MISMATCH IS STILL APPLIED (THE JOURNAL IS  *
      * THE LATER TRUTH) BUT IS REPORTED AND COUNTED SEPARATELY. *
      *---------------------------------------------------------*
        01 JOURNAL-READ-COUNT PIC 9(6) VALUE 0.
        01 EARLY-COUNT PIC 9(6) VALUE 0.
        01 LATE-COUNT PIC 9(6) VALUE 0.
        01 UNSELECTED-COUNT PIC 9(6) VALUE 0.
        01 UNREADABLE-COUNT PIC 9(6) VALUE 0.
        01 CLASSIFIED-COUNT PIC 9(6) VALUE 0.
        01 MISMATCH-TOTAL PIC 9(6) VALUE 0.
        01 BALANCED-SWITCH PIC X VALUE 'Y'.
           88 RUN-BALANCED VALUE 'Y'.

      *---------------------------------------------------------*
      * RECOVERY REPORT LINES.                                   *
      *---------------------------------------------------------*
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 REPORT-DETAIL.
           03 RPT-DET-FILE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-KEY PIC 9(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-ACTION PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-TEXT PIC X(30).
        01 REPORT-TOTAL-LINE.
           03 RPT-LABEL PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-COUNT PIC 9(6).
        01 REPORT-STAMP-LINE.
           03 FILLER PIC X(4) VALUE 'RUN '.
           03 RPT-STAMP-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-STAMP-TIME PIC 9(8).
        01 REPORT-WINDOW-LINE.
           03 FILLER PIC X(5) VALUE 'FROM '.
           03 RPT-FROM-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-FROM-TIME PIC 9(8).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 RPT-TO-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-TO-TIME PIC 9(8).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - READS THE WINDOW AND FILE CARDS, COUNTS  *
      * THE SELECTED FILES AS RESTORED, APPLIES THE JOURNAL AND  *
      * COUNTS THE FILES AGAIN.  NO OPERATOR PROMPTS - LIKE      *
      * REGUTIL THE RUN MUST BE REPEATABLE FROM THE SCHEDULER,   *
      * AND A RUN WITHOUT A VALID FROMDATE ABORTS RATHER THAN    *
      * GUESSING HOW MUCH OF THE JOURNAL THE BACKUP ALREADY      *
      * HOLDS.  A RERUN IS SAFE: AN UPDATE ALREADY ON FILE IS    *
      * COUNTED AND LEFT ALONE.                                  *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'JOURNAL FORWARD RECOVERY'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           MOVE 1 TO FX
           PERFORM UNTIL FX > FILE-COUNT
              MOVE 'N' TO FILE-SELECT-SWITCH(FX)
              MOVE 0 TO FILE-BEFORE-COUNT(FX), FILE-AFTER-COUNT(FX),
                 FILE-EXPECTED-COUNT(FX), FILE-ADDED-COUNT(FX),
                 FILE-CHANGED-COUNT(FX), FILE-DELETED-COUNT(FX),
                 FILE-ALREADY-COUNT(FX), FILE-MISMATCH-COUNT(FX)
              ADD 1 TO FX
           END-PERFORM
           PERFORM LOAD-PARAMETERS
           IF PARM-ERRORS OR NOT FROM-DATE-GIVEN
              DISPLAY 'RUN ABORTED - JRNLPRM MUST CARRY A VALID '
                 'FROMDATE=CCYYMMDD CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TO-STAMP < FROM-STAMP
              DISPLAY 'RUN ABORTED - TODATE/TOTIME IS EARLIER '
                 'THAN FROMDATE/FROMTIME'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT ANY-FILE-SELECTED
              MOVE 'Y' TO FILE-SELECT-SWITCH(1),
                 FILE-SELECT-SWITCH(2)
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN JOURNAL, STATUS '
                 JOURNAL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-SELECTED-FILES
           MOVE 1 TO FX
           PERFORM UNTIL FX > FILE-COUNT
              IF FILE-SELECTED(FX)
                 PERFORM COUNT-FILE-RECORDS
                 MOVE FILE-AFTER-COUNT(FX) TO FILE-BEFORE-COUNT(FX)
              END-IF
              ADD 1 TO FX
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN JRNLRPT, STATUS '
                 REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'JOURNAL FORWARD RECOVERY REPORT' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE RUN-START-DATE TO RPT-STAMP-DATE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE FROM-DATE TO RPT-FROM-DATE
           MOVE FROM-TIME TO RPT-FROM-TIME
           MOVE TO-DATE TO RPT-TO-DATE
           MOVE TO-TIME TO RPT-TO-TIME
           MOVE REPORT-WINDOW-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           READ JOURNAL-FILE
              AT END MOVE 'Y' TO JOURNAL-EOF-SWITCH
           END-READ
           PERFORM UNTIL JOURNAL-EOF
              ADD 1 TO JOURNAL-READ-COUNT
              PERFORM RECOVER-ONE-ENTRY
              READ JOURNAL-FILE
                 AT END MOVE 'Y' TO JOURNAL-EOF-SWITCH
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM BALANCE-CHECK
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM CLOSE-SELECTED-FILES
           DISPLAY 'RECOVERY COMPLETE - JOURNAL READ: '
              JOURNAL-READ-COUNT
           DISPLAY '                    BEFORE WINDOW:'
              EARLY-COUNT
           DISPLAY '                    AFTER WINDOW: '
              LATE-COUNT
           DISPLAY '                    NOT SELECTED: '
              UNSELECTED-COUNT
           DISPLAY '                    UNREADABLE:   '
              UNREADABLE-COUNT
           DISPLAY '                    MISMATCHES:   '
              MISMATCH-TOTAL
           IF UNREADABLE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF MISMATCH-TOTAL > 0 OR NOT RUN-BALANCED
              DISPLAY 'WARNING: RECOVERY HAS MISMATCHES OR DOES '
                 'NOT BALANCE - CHECK JRNLRPT BEFORE THE FILES GO '
                 'LIVE.'
              MOVE 8 TO RETURN-CODE
           END-IF
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
                 WHEN 'FROMDATE'
                    IF PARM-VALUE(1:8) IS NUMERIC
                          AND PARM-VALUE(9:1) = SPACE
                       MOVE PARM-VALUE(1:8) TO FROM-DATE
                       MOVE 'Y' TO FROM-DATE-SWITCH
                    ELSE
                       PERFORM PARM-BAD-STAMP
                    END-IF
                 WHEN 'FROMTIME'
                    IF PARM-VALUE(1:8) IS NUMERIC
                          AND PARM-VALUE(9:1) = SPACE
                       MOVE PARM-VALUE(1:8) TO FROM-TIME
                    ELSE
                       PERFORM PARM-BAD-STAMP
                    END-IF
                 WHEN 'TODATE'
                    IF PARM-VALUE(1:8) IS NUMERIC
                          AND PARM-VALUE(9:1) = SPACE
                       MOVE PARM-VALUE(1:8) TO TO-DATE
                    ELSE
                       PERFORM PARM-BAD-STAMP
                    END-IF
                 WHEN 'TOTIME'
                    IF PARM-VALUE(1:8) IS NUMERIC
                          AND PARM-VALUE(9:1) = SPACE
                       MOVE PARM-VALUE(1:8) TO TO-TIME
                    ELSE
                       PERFORM PARM-BAD-STAMP
                    END-IF
                 WHEN 'FILE'
                    MOVE 1 TO FX
                    PERFORM UNTIL FX > FILE-COUNT
                          OR FILE-NAME(FX) = PARM-VALUE(1:8)
                       ADD 1 TO FX
                    END-PERFORM
                    IF FX > FILE-COUNT OR PARM-VALUE(9:1) NOT = SPACE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: FILE MUST BE REGISTRY, '
                          'SSNXREF, SSNLINK, OR PERSMAST'
                    ELSE
                       MOVE 'Y' TO FILE-SELECT-SWITCH(FX)
                       MOVE 'Y' TO ANY-FILE-SWITCH
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO PARM-ERROR-SWITCH
                    DISPLAY 'PARM ERROR: UNRECOGNIZED KEYWORD'
              END-EVALUATE
           END-IF
           .

       PARM-BAD-STAMP SECTION.
           MOVE 'Y' TO PARM-ERROR-SWITCH
           DISPLAY 'PARM ERROR: DATES ARE CCYYMMDD AND TIMES '
              'HHMMSSCC, 8 DIGITS'
           .

      *---------------------------------------------------------*
      * OPEN-SELECTED-FILES - SAME OPEN DISCIPLINE AS REGUTIL:   *
      * I-O FOR THE WHOLE RUN, CREATING AN EMPTY FILE ON STATUS  *
      * 35 (A FILE LOST OUTRIGHT IS RECOVERED FROM THE JOURNAL   *
      * ALONE).  FILES NOT SELECTED ARE NOT OPENED AT ALL.       *
      *---------------------------------------------------------*
       OPEN-SELECTED-FILES SECTION.
           IF FILE-SELECTED(1)
              OPEN I-O REGISTRY-FILE
              IF REGISTRY-FILE-STATUS = '35'
                 OPEN OUTPUT REGISTRY-FILE
                 CLOSE REGISTRY-FILE
                 OPEN I-O REGISTRY-FILE
              END-IF
              IF REGISTRY-FILE-STATUS NOT = '00'
                 DISPLAY 'UNABLE TO OPEN REGISTRY, STATUS '
                    REGISTRY-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF FILE-SELECTED(2)
              OPEN I-O XREF-FILE
              IF XREF-FILE-STATUS = '35'
                 OPEN OUTPUT XREF-FILE
                 CLOSE XREF-FILE
                 OPEN I-O XREF-FILE
              END-IF
              IF XREF-FILE-STATUS NOT = '00'
                 DISPLAY 'UNABLE TO OPEN SSNXREF, STATUS '
                    XREF-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF FILE-SELECTED(3)
              OPEN I-O LINK-FILE
              IF LINK-FILE-STATUS = '35'
                 OPEN OUTPUT LINK-FILE
                 CLOSE LINK-FILE
                 OPEN I-O LINK-FILE
              END-IF
              IF LINK-FILE-STATUS NOT = '00'
                 DISPLAY 'UNABLE TO OPEN SSNLINK, STATUS '
                    LINK-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF FILE-SELECTED(4)
              OPEN I-O PERS-FILE
              IF PERS-FILE-STATUS = '35'
                 OPEN OUTPUT PERS-FILE
                 CLOSE PERS-FILE
                 OPEN I-O PERS-FILE
              END-IF
              IF PERS-FILE-STATUS NOT = '00'
                 DISPLAY 'UNABLE TO OPEN PERSMAST, STATUS '
                    PERS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

       CLOSE-SELECTED-FILES SECTION.
           IF FILE-SELECTED(1)
              CLOSE REGISTRY-FILE
           END-IF
           IF FILE-SELECTED(2)
              CLOSE XREF-FILE
           END-IF
           IF FILE-SELECTED(3)
              CLOSE LINK-FILE
           END-IF
           IF FILE-SELECTED(4)
              CLOSE PERS-FILE
           END-IF
           .

      *---------------------------------------------------------*
      * COUNT-FILE-RECORDS - READS FILE FX FROM THE LOW KEY TO   *
      * THE END AND LEAVES THE RECORD COUNT IN                   *
      * FILE-AFTER-COUNT(FX).  RUN ONCE BEFORE THE JOURNAL IS    *
      * APPLIED (THE RESTORED BASE) AND ONCE AFTER.              *
      *---------------------------------------------------------*
       COUNT-FILE-RECORDS SECTION.
           MOVE 0 TO FILE-AFTER-COUNT(FX)
           MOVE 'N' TO FILE-EOF-SWITCH
           EVALUATE TRUE
              WHEN FX-REGISTRY
                 MOVE 0 TO REGISTRY-KEY
                 START REGISTRY-FILE KEY IS >= REGISTRY-KEY
                    INVALID KEY MOVE 'Y' TO FILE-EOF-SWITCH
                 END-START
              WHEN FX-XREF
                 MOVE 0 TO XREF-KEY
                 START XREF-FILE KEY IS >= XREF-KEY
                    INVALID KEY MOVE 'Y' TO FILE-EOF-SWITCH
                 END-START
              WHEN FX-LINK
                 MOVE 0 TO LINK-KEY
                 START LINK-FILE KEY IS >= LINK-KEY
                    INVALID KEY MOVE 'Y' TO FILE-EOF-SWITCH
                 END-START
              WHEN FX-PERS
                 MOVE 0 TO PERS-KEY
                 START PERS-FILE KEY IS >= PERS-KEY
                    INVALID KEY MOVE 'Y' TO FILE-EOF-SWITCH
                 END-START
           END-EVALUATE
           PERFORM UNTIL FILE-EOF
              EVALUATE TRUE
                 WHEN FX-REGISTRY
                    READ REGISTRY-FILE NEXT
                       AT END MOVE 'Y' TO FILE-EOF-SWITCH
                    END-READ
                    MOVE REGISTRY-FILE-STATUS TO IO-STATUS
                 WHEN FX-XREF
                    READ XREF-FILE NEXT
                       AT END MOVE 'Y' TO FILE-EOF-SWITCH
                    END-READ
                    MOVE XREF-FILE-STATUS TO IO-STATUS
                 WHEN FX-LINK
                    READ LINK-FILE NEXT
                       AT END MOVE 'Y' TO FILE-EOF-SWITCH
                    END-READ
                    MOVE LINK-FILE-STATUS TO IO-STATUS
                 WHEN FX-PERS
                    READ PERS-FILE NEXT
                       AT END MOVE 'Y' TO FILE-EOF-SWITCH
                    END-READ
                    MOVE PERS-FILE-STATUS TO IO-STATUS
              END-EVALUATE
              IF NOT FILE-EOF AND IO-STATUS NOT = '00'
                 DISPLAY 'WARNING: ' FILE-NAME(FX)
                    ' READ FAILED, STATUS ' IO-STATUS
                 MOVE 'Y' TO FILE-EOF-SWITCH
                 MOVE 'N' TO BALANCED-SWITCH
              END-IF
              IF NOT FILE-EOF
                 ADD 1 TO FILE-AFTER-COUNT(FX)
              END-IF
           END-PERFORM
           .

      *---------------------------------------------------------*
      * RECOVER-ONE-ENTRY - CLASSIFIES ONE JOURNAL LINE.  AN     *
      * UPDATE STAMPED BEFORE FROMDATE/FROMTIME IS ALREADY IN    *
      * THE BACKUP; ONE AFTER TODATE/TOTIME IS PAST THE          *
      * RECOVERY POINT.  ONLY WHAT FALLS INSIDE THE WINDOW FOR   *
      * A SELECTED FILE IS APPLIED.                              *
      *---------------------------------------------------------*
       RECOVER-ONE-ENTRY SECTION.
           MOVE 1 TO FX
           PERFORM UNTIL FX > FILE-COUNT
                 OR FILE-NAME(FX) = JRNL-FILE-ID
              ADD 1 TO FX
           END-PERFORM
           EVALUATE TRUE
              WHEN FX > FILE-COUNT
                 OR JRNL-DATE IS NOT NUMERIC
                 OR JRNL-TIME IS NOT NUMERIC
                 OR JRNL-KEY IS NOT NUMERIC
                 OR NOT (JRNL-ADDED OR JRNL-CHANGED OR JRNL-DELETED)
                 ADD 1 TO UNREADABLE-COUNT
                 DISPLAY 'SKIPPING UNREADABLE JOURNAL LINE: '
                    JOURNAL-RECORD(1:50)
              WHEN OTHER
                 MOVE JRNL-DATE TO ENTRY-DATE
                 MOVE JRNL-TIME TO ENTRY-TIME
                 EVALUATE TRUE
                    WHEN ENTRY-STAMP < FROM-STAMP
                       ADD 1 TO EARLY-COUNT
                    WHEN ENTRY-STAMP > TO-STAMP
                       ADD 1 TO LATE-COUNT
                    WHEN NOT FILE-SELECTED(FX)
                       ADD 1 TO UNSELECTED-COUNT
                    WHEN OTHER
                       PERFORM APPLY-ONE-ENTRY
                 END-EVALUATE
           END-EVALUATE
           .

      *---------------------------------------------------------*
      * APPLY-ONE-ENTRY - RE-APPLIES ONE UPDATE TO FILE FX.      *
      *   'A' ADD    - WRITTEN; IF THE KEY IS ALREADY ON FILE    *
      *                WITH THE SAME IMAGE IT WAS ALREADY        *
      *                APPLIED, OTHERWISE IT IS A MISMATCH AND   *
      *                THE RECORD IS REWRITTEN.                  *
      *   'C' CHANGE - REWRITTEN; THE RECORD ON FILE SHOULD BE   *
      *                THE BEFORE IMAGE.  ONE ALREADY MATCHING   *
      *                THE AFTER IMAGE IS LEFT ALONE.  ANYTHING  *
      *                ELSE (OR NO RECORD) IS A MISMATCH.        *
      *   'D' DELETE - DELETED; A KEY ALREADY GONE WAS ALREADY   *
      *                APPLIED.  A RECORD THAT DIFFERS FROM THE  *
      *                BEFORE IMAGE IS A MISMATCH.               *
      *---------------------------------------------------------*
       APPLY-ONE-ENTRY SECTION.
           PERFORM FILE-READ-KEY
           EVALUATE TRUE
              WHEN JRNL-ADDED
                 IF RECORD-FOUND
                    IF CURRENT-IMAGE = JRNL-AFTER
                       ADD 1 TO FILE-ALREADY-COUNT(FX)
                    ELSE
                       MOVE 'ADD - KEY ALREADY ON FILE' TO
                          RPT-DET-TEXT
                       PERFORM REPORT-MISMATCH
                       PERFORM FILE-REWRITE-AFTER
                       ADD 1 TO FILE-CHANGED-COUNT(FX)
                    END-IF
                 ELSE
                    PERFORM FILE-WRITE-AFTER
                    ADD 1 TO FILE-ADDED-COUNT(FX)
                 END-IF
              WHEN JRNL-CHANGED
                 IF NOT RECORD-FOUND
                    MOVE 'CHANGE - KEY NOT ON FILE' TO RPT-DET-TEXT
                    PERFORM REPORT-MISMATCH
                    PERFORM FILE-WRITE-AFTER
                    ADD 1 TO FILE-ADDED-COUNT(FX)
                 ELSE
                    IF CURRENT-IMAGE = JRNL-AFTER
                       ADD 1 TO FILE-ALREADY-COUNT(FX)
                    ELSE
                       IF CURRENT-IMAGE NOT = JRNL-BEFORE
                          MOVE 'CHANGE - BEFORE IMAGE DIFFERS' TO
                             RPT-DET-TEXT
                          PERFORM REPORT-MISMATCH
                       END-IF
                       PERFORM FILE-REWRITE-AFTER
                       ADD 1 TO FILE-CHANGED-COUNT(FX)
                    END-IF
                 END-IF
              WHEN JRNL-DELETED
                 IF NOT RECORD-FOUND
                    ADD 1 TO FILE-ALREADY-COUNT(FX)
                 ELSE
                    IF CURRENT-IMAGE NOT = JRNL-BEFORE
                       MOVE 'DELETE - BEFORE IMAGE DIFFERS' TO
                          RPT-DET-TEXT
                       PERFORM REPORT-MISMATCH
                    END-IF
                    PERFORM FILE-DELETE-KEY
                    ADD 1 TO FILE-DELETED-COUNT(FX)
                 END-IF
           END-EVALUATE
           .

      *---------------------------------------------------------*
      * FILE-READ-KEY - READS JRNL-KEY FROM FILE FX.  A FOUND    *
      * RECORD IS LEFT IN CURRENT-IMAGE.  ANY STATUS OTHER THAN  *
      * FOUND OR NOT FOUND ABANDONS THE RECOVERY.                *
      *---------------------------------------------------------*
       FILE-READ-KEY SECTION.
           MOVE SPACES TO CURRENT-IMAGE
           EVALUATE TRUE
              WHEN FX-REGISTRY
                 MOVE JRNL-KEY TO REGISTRY-KEY
                 READ REGISTRY-FILE
                    INVALID KEY CONTINUE
                 END-READ
                 MOVE REGISTRY-FILE-STATUS TO IO-STATUS
                 IF IO-STATUS = '00'
                    MOVE REGISTRY-RECORD TO CURRENT-IMAGE
                 END-IF
              WHEN FX-XREF
                 MOVE JRNL-KEY TO XREF-KEY
                 READ XREF-FILE
                    INVALID KEY CONTINUE
                 END-READ
                 MOVE XREF-FILE-STATUS TO IO-STATUS
                 IF IO-STATUS = '00'
                    MOVE XREF-RECORD TO CURRENT-IMAGE
                 END-IF
              WHEN FX-LINK
                 MOVE JRNL-KEY TO LINK-KEY
                 READ LINK-FILE
                    INVALID KEY CONTINUE
                 END-READ
                 MOVE LINK-FILE-STATUS TO IO-STATUS
                 IF IO-STATUS = '00'
                    MOVE LINK-RECORD TO CURRENT-IMAGE
                 END-IF
              WHEN FX-PERS
                 MOVE JRNL-KEY TO PERS-KEY
                 READ PERS-FILE
                    INVALID KEY CONTINUE
                 END-READ
                 MOVE PERS-FILE-STATUS TO IO-STATUS
                 IF IO-STATUS = '00'
                    MOVE PERS-RECORD TO CURRENT-IMAGE
                 END-IF
           END-EVALUATE
           EVALUATE IO-STATUS
              WHEN '00'
                 MOVE 'Y' TO RECORD-FOUND-SWITCH
              WHEN '23'
                 MOVE 'N' TO RECORD-FOUND-SWITCH
              WHEN OTHER
                 PERFORM ABANDON-RECOVERY
           END-EVALUATE
           .

       FILE-WRITE-AFTER SECTION.
           EVALUATE TRUE
              WHEN FX-REGISTRY
                 MOVE JRNL-AFTER TO REGISTRY-RECORD
                 WRITE REGISTRY-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
                 MOVE REGISTRY-FILE-STATUS TO IO-STATUS
              WHEN FX-XREF
                 MOVE JRNL-AFTER TO XREF-RECORD
                 WRITE XREF-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
                 MOVE XREF-FILE-STATUS TO IO-STATUS
                 IF XREF-IO-OK
                    MOVE '00' TO IO-STATUS
                 END-IF
              WHEN FX-LINK
                 MOVE JRNL-AFTER TO LINK-RECORD
                 WRITE LINK-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
                 MOVE LINK-FILE-STATUS TO IO-STATUS
              WHEN FX-PERS
                 MOVE JRNL-AFTER TO PERS-RECORD
                 WRITE PERS-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
                 MOVE PERS-FILE-STATUS TO IO-STATUS
           END-EVALUATE
           IF IO-STATUS NOT = '00'
              PERFORM ABANDON-RECOVERY
           END-IF
           .

       FILE-REWRITE-AFTER SECTION.
           EVALUATE TRUE
              WHEN FX-REGISTRY
                 MOVE JRNL-AFTER TO REGISTRY-RECORD
                 REWRITE REGISTRY-RECORD
                 END-REWRITE
                 MOVE REGISTRY-FILE-STATUS TO IO-STATUS
              WHEN FX-XREF
                 MOVE JRNL-AFTER TO XREF-RECORD
                 REWRITE XREF-RECORD
                 END-REWRITE
                 MOVE XREF-FILE-STATUS TO IO-STATUS
                 IF XREF-IO-OK
                    MOVE '00' TO IO-STATUS
                 END-IF
              WHEN FX-LINK
                 MOVE JRNL-AFTER TO LINK-RECORD
                 REWRITE LINK-RECORD
                 END-REWRITE
                 MOVE LINK-FILE-STATUS TO IO-STATUS
              WHEN FX-PERS
                 MOVE JRNL-AFTER TO PERS-RECORD
                 REWRITE PERS-RECORD
                 END-REWRITE
                 MOVE PERS-FILE-STATUS TO IO-STATUS
           END-EVALUATE
           IF IO-STATUS NOT = '00'
              PERFORM ABANDON-RECOVERY
           END-IF
           .

       FILE-DELETE-KEY SECTION.
           EVALUATE TRUE
              WHEN FX-REGISTRY
                 DELETE REGISTRY-FILE RECORD
                 END-DELETE
                 MOVE REGISTRY-FILE-STATUS TO IO-STATUS
              WHEN FX-XREF
                 DELETE XREF-FILE RECORD
                 END-DELETE
                 MOVE XREF-FILE-STATUS TO IO-STATUS
              WHEN FX-LINK
                 DELETE LINK-FILE RECORD
                 END-DELETE
                 MOVE LINK-FILE-STATUS TO IO-STATUS
              WHEN FX-PERS
                 DELETE PERS-FILE RECORD
                 END-DELETE
                 MOVE PERS-FILE-STATUS TO IO-STATUS
           END-EVALUATE
           IF IO-STATUS NOT = '00'
              PERFORM ABANDON-RECOVERY
           END-IF
           .

      *---------------------------------------------------------*
      * ABANDON-RECOVERY - AN I/O FAILURE PART WAY THROUGH THE   *
      * JOURNAL LEAVES THE FILES AT AN UNKNOWN POINT.  THE RUN   *
      * STOPS AT ONCE; RESTORE THE BACKUP AGAIN AND RERUN.       *
      *---------------------------------------------------------*
       ABANDON-RECOVERY SECTION.
           DISPLAY FILE-NAME(FX) ' UPDATE FAILED, STATUS ' IO-STATUS
              ' AT JOURNAL LINE ' JOURNAL-READ-COUNT
           DISPLAY 'RECOVERY ABANDONED - RESTORE THE BACKUP AND '
              'RERUN.'
           CLOSE JOURNAL-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       REPORT-MISMATCH SECTION.
           ADD 1 TO FILE-MISMATCH-COUNT(FX)
           ADD 1 TO MISMATCH-TOTAL
           MOVE FILE-NAME(FX) TO RPT-DET-FILE
           MOVE JRNL-KEY TO RPT-DET-KEY
           MOVE JRNL-ACTION TO RPT-DET-ACTION
           MOVE REPORT-DETAIL TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           .

      *---------------------------------------------------------*
      * BALANCE-CHECK - TWO PROOFS.  EVERY JOURNAL LINE READ     *
      * MUST BE IN EXACTLY ONE CLASS, AND EVERY SELECTED FILE    *
      * MUST NOW HOLD ITS RESTORED COUNT PLUS THE RECORDS ADDED  *
      * LESS THE RECORDS DELETED.                                *
      *---------------------------------------------------------*
       BALANCE-CHECK SECTION.
           COMPUTE CLASSIFIED-COUNT = EARLY-COUNT + LATE-COUNT
              + UNSELECTED-COUNT + UNREADABLE-COUNT
           MOVE 1 TO FX
           PERFORM UNTIL FX > FILE-COUNT
              COMPUTE CLASSIFIED-COUNT = CLASSIFIED-COUNT
                 + FILE-ADDED-COUNT(FX) + FILE-CHANGED-COUNT(FX)
                 + FILE-DELETED-COUNT(FX) + FILE-ALREADY-COUNT(FX)
              IF FILE-SELECTED(FX)
                 PERFORM COUNT-FILE-RECORDS
                 COMPUTE FILE-EXPECTED-COUNT(FX) =
                    FILE-BEFORE-COUNT(FX) + FILE-ADDED-COUNT(FX)
                    - FILE-DELETED-COUNT(FX)
                 IF FILE-AFTER-COUNT(FX) NOT = FILE-EXPECTED-COUNT(FX)
                    MOVE 'N' TO BALANCED-SWITCH
                    DISPLAY 'WARNING: ' FILE-NAME(FX)
                       ' RECORD COUNT DOES NOT BALANCE'
                 END-IF
              END-IF
              ADD 1 TO FX
           END-PERFORM
           IF CLASSIFIED-COUNT NOT = JOURNAL-READ-COUNT
              MOVE 'N' TO BALANCED-SWITCH
              DISPLAY 'WARNING: JOURNAL COUNTS DO NOT BALANCE'
           END-IF
           .

       WRITE-REPORT-TOTALS SECTION.
           MOVE 'RECOVERY TOTALS' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'JOURNAL LINES READ' TO RPT-LABEL
           MOVE JOURNAL-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'BEFORE THE WINDOW' TO RPT-LABEL
           MOVE EARLY-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'AFTER THE WINDOW' TO RPT-LABEL
           MOVE LATE-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'FILE NOT SELECTED' TO RPT-LABEL
           MOVE UNSELECTED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'UNREADABLE' TO RPT-LABEL
           MOVE UNREADABLE-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 1 TO FX
           PERFORM UNTIL FX > FILE-COUNT
              IF FILE-SELECTED(FX)
                 PERFORM WRITE-FILE-TOTALS
              END-IF
              ADD 1 TO FX
           END-PERFORM
           IF RUN-BALANCED
              MOVE 'RECOVERY BALANCED' TO REPORT-RECORD
           ELSE
              MOVE '*** RECOVERY OUT OF BALANCE ***' TO REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-FILE-TOTALS SECTION.
           MOVE SPACES TO RPT-LABEL
           STRING FILE-NAME(FX) DELIMITED BY SPACE
              ' RECORDS RESTORED' DELIMITED BY SIZE INTO RPT-LABEL
           END-STRING
           MOVE FILE-BEFORE-COUNT(FX) TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE SPACES TO RPT-LABEL
           STRING FILE-NAME(FX) DELIMITED BY SPACE
              ' ADDED' DELIMITED BY SIZE INTO RPT-LABEL
           END-STRING
           MOVE FILE-ADDED-COUNT(FX) TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE SPACES TO RPT-LABEL
           STRING FILE-NAME(FX) DELIMITED BY SPACE
              ' CHANGED' DELIMITED BY SIZE INTO RPT-LABEL
           END-STRING
           MOVE FILE-CHANGED-COUNT(FX) TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE SPACES TO RPT-LABEL
           STRING FILE-NAME(FX) DELIMITED BY SPACE
              ' DELETED' DELIMITED BY SIZE INTO RPT-LABEL
           END-STRING
           MOVE FILE-DELETED-COUNT(FX) TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE SPACES TO RPT-LABEL
           STRING FILE-NAME(FX) DELIMITED BY SPACE
              ' ALREADY APPLIED' DELIMITED BY SIZE INTO RPT-LABEL
           END-STRING
           MOVE FILE-ALREADY-COUNT(FX) TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE SPACES TO RPT-LABEL
           STRING FILE-NAME(FX) DELIMITED BY SPACE
              ' MISMATCHES' DELIMITED BY SIZE INTO RPT-LABEL
           END-STRING
           MOVE FILE-MISMATCH-COUNT(FX) TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE SPACES TO RPT-LABEL
           STRING FILE-NAME(FX) DELIMITED BY SPACE
              ' RECORDS NOW' DELIMITED BY SIZE INTO RPT-LABEL
           END-STRING
           MOVE FILE-AFTER-COUNT(FX) TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE SPACES TO RPT-LABEL
           STRING FILE-NAME(FX) DELIMITED BY SPACE
              ' RECORDS EXPECTED' DELIMITED BY SIZE INTO RPT-LABEL
           END-STRING
           MOVE FILE-EXPECTED-COUNT(FX) TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           .

       WRITE-ONE-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO JRNLRPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           .

       END PROGRAM JRNLRECV.
