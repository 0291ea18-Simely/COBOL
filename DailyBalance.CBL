       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYBAL.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - DAILY CONTROL-TOTAL BALANCING *
      *                  ACROSS THE NIGHT'S PROGRAMS.  EACH STEP  *
      *                  BALANCES ITSELF, BUT NOTHING PROVED THE  *
      *                  STEPS AGREED WITH EACH OTHER.  FOR ONE   *
      *                  PROCESSING DATE (DATE=YYYYMMDD IN        *
      *                  BALPRM, DEFAULT YESTERDAY) THIS PROGRAM  *
      *                  COLLECTS THE CONTROL TOTALS FROM         *
      *                  PREFIXRPT, RUNHIST, PAYXMIT, SSNXREF,    *
      *                  AUDITLOG AND PAYRETRPT AND PRINTS A      *
      *                  CONTROL SHEET ON BALRPT SHOWING EACH     *
      *                  CROSS-CHECK IN OR OUT OF BALANCE WITH    *
      *                  THE DIFFERENCE.  RUN IT THE MORNING      *
      *                  AFTER, ONCE PAYRETURN HAS PROCESSED THE  *
      *                  BUREAU'S RETURN AND BEFORE THE NEXT      *
      *                  FEED ARRIVES.  CONDITION CODES: 0 DAY    *
      *                  BALANCES, 4 UNREADABLE SOURCE RECORDS    *
      *                  SKIPPED, 8 A CHECK IS OUT OF BALANCE OR  *
      *                  CANNOT BE PROVED, 16 RUN ABORTED.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BALPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO "PREFIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT XMIT-FILE ASSIGN TO "PAYXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "SSNXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-EMPLOYEE-REF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-ISSUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT RETURN-REPORT-FILE ASSIGN TO "PAYRETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-REPORT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD                 PIC X(72).
       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD.
           03  EDIT-RPT-LABEL          PIC X(24).
           03  FILLER                  PIC X(2).
           03  EDIT-RPT-COUNT          PIC X(6).
           03  FILLER                  PIC X(28).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           03  HIST-RUN-MODE           PIC X(1).
           03  FILLER                  PIC X(1).
           03  HIST-OPERATOR           PIC X(10).
           03  FILLER                  PIC X(1).
           03  HIST-START-DATE         PIC X(8).
           03  FILLER                  PIC X(1).
           03  HIST-START-TIME         PIC X(8).
           03  FILLER                  PIC X(1).
           03  HIST-END-DATE           PIC X(8).
           03  FILLER                  PIC X(1).
           03  HIST-END-TIME           PIC X(8).
           03  FILLER                  PIC X(1).
           03  HIST-INPUT-FILE         PIC X(44).
           03  FILLER                  PIC X(1).
           03  HIST-PROCESSED-COUNT    PIC X(6).
           03  FILLER                  PIC X(1).
           03  HIST-FAILED-COUNT       PIC X(6).
           03  FILLER                  PIC X(1).
           03  HIST-RESTART-FLAG       PIC X(1).
       FD  XMIT-FILE.
       01  XMIT-RECORD                 PIC X(30).
       FD  XREF-FILE.
       01  XREF-RECORD.
           03  XREF-KEY                PIC 9(10).
           03  XREF-ISSUE-DATE         PIC 9(8).
           03  XREF-ISSUE-TIME         PIC 9(8).
           03  XREF-RUN-MODE           PIC X(1).
           03  XREF-SOURCE             PIC X(10).
           03  XREF-EMPLOYEE-REF       PIC X(10).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           03  AUDIT-DATE              PIC X(8).
           03  FILLER                  PIC X(1).
           03  AUDIT-TIME              PIC X(8).
           03  FILLER                  PIC X(1).
           03  AUDIT-SOURCE            PIC X(1).
           03  FILLER                  PIC X(1).
           03  AUDIT-REASON            PIC X(40).
           03  FILLER                  PIC X(1).
           03  AUDIT-VALUE             PIC X(10).
           03  FILLER                  PIC X(1).
           03  AUDIT-OPERATOR          PIC X(10).
       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD.
           03  RETURN-RPT-LABEL        PIC X(30).
           03  FILLER                  PIC X(2).
           03  RETURN-RPT-COUNT        PIC X(6).
           03  FILLER                  PIC X(32).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
       WORKING-STORAGE SECTION.
        01 PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 EDIT-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 HISTORY-FILE-STATUS PIC X(2) VALUE '00'.
        01 XMIT-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
           88 XREF-IO-OK VALUE '00' '02'.
        01 AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
        01 RETURN-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
        01 PARM-ERROR-SWITCH PIC X VALUE 'N'.
           88 PARM-ERRORS VALUE 'Y'.
        01 PARM-KEYWORD PIC X(12) VALUE SPACES.
        01 PARM-VALUE PIC X(44) VALUE SPACES.
        01 SOURCE-EOF-SWITCH PIC X VALUE 'N'.
           88 SOURCE-EOF VALUE 'Y'.
        01 READ-WARNING-SWITCH PIC X VALUE 'N'.
           88 READ-WARNINGS VALUE 'Y'.

      *---------------------------------------------------------*
      * PROCESSING DATE - THE DATE THE NIGHT'S EDIT AND BATCH    *
      * STARTED.  WITH NO DATE CARD IT IS YESTERDAY, SO A BARE   *
      * MORNING RUN BALANCES LAST NIGHT.                         *
      *---------------------------------------------------------*
        01 PROCESS-DATE PIC 9(8) VALUE 0.
        01 YESTERDAY-DATE PIC 9(8) VALUE 0.

      *---------------------------------------------------------*
      * CONTROL TOTALS AS COLLECTED, ONE GROUP PER SOURCE.  A    *
      * SOURCE IS ONLY USED WHEN IT PROVABLY BELONGS TO THE      *
      * PROCESSING DATE:                                         *
      *   PREFIXRPT  RUN STAMP ON THE DATE, WITH ITS CLEAN TOTAL *
      *   RUNHIST    THE LAST MAIN-BATCH (MODE B) RUN STARTED ON *
      *              THE DATE; READ = PROCESSED + FAILED, SINCE  *
      *              THE BATCH COUNTS EVERY PREFIXIN RECORD AS   *
      *              ONE OR THE OTHER                            *
      *   PAYXMIT    HEADER DATED THE DATE, WITH ITS TRAILER     *
      *   SSNXREF    BATCH ISSUES (RUN MODE B) STAMPED FROM THE  *
      *              START OF THE DATE TO THE END OF THAT BATCH  *
      *              RUN, READ ON THE ISSUE-DATE INDEX           *
      *   AUDITLOG   BATCH ENTRIES (SOURCE B) IN THE SAME WINDOW *
      *              - THE BATCH AUDITS EACH REJECT ONCE         *
      *   PAYRETRPT  RUN STAMP ON OR AFTER THE DATE (THE RETURN  *
      *              ARRIVES THE MORNING AFTER), WITH ITS        *
      *              ACCEPTED AND REJECTED BY BUREAU TOTALS      *
      * THE WINDOW RUNS FROM MIDNIGHT, NOT FROM THE BATCH START, *
      * SO A CHECKPOINT RESTART'S EARLIER ISSUES AND REJECTS ARE *
      * STILL COUNTED AGAINST ITS CARRIED-FORWARD TOTALS.        *
      *---------------------------------------------------------*
        01 EDIT-FOUND-SWITCH PIC X VALUE 'N'.
           88 EDIT-FOUND VALUE 'Y'.
        01 EDIT-RUN-DATE PIC X(8) VALUE SPACES.
        01 EDIT-CLEAN-COUNT PIC 9(6) VALUE 0.
        01 EDIT-CLEAN-SEEN-SWITCH PIC X VALUE 'N'.
           88 EDIT-CLEAN-SEEN VALUE 'Y'.

        01 HIST-FOUND-SWITCH PIC X VALUE 'N'.
           88 HIST-FOUND VALUE 'Y'.
        01 BATCH-RUN-COUNT PIC 9(6) VALUE 0.
        01 BATCH-ISSUED-COUNT PIC 9(6) VALUE 0.
        01 BATCH-REJECTED-COUNT PIC 9(6) VALUE 0.
        01 BATCH-READ-COUNT PIC 9(6) VALUE 0.
        01 BATCH-RESTART-FLAG PIC X(1) VALUE SPACE.
        01 HIST-UNREADABLE-COUNT PIC 9(6) VALUE 0.

        01 XMIT-FOUND-SWITCH PIC X VALUE 'N'.
           88 XMIT-FOUND VALUE 'Y'.
        01 XMIT-HEADER-DATE PIC X(8) VALUE SPACES.
        01 XMIT-TRAILER-SWITCH PIC X VALUE 'N'.
           88 XMIT-TRAILER-SEEN VALUE 'Y'.
        01 XMIT-TRAILER-COUNT PIC 9(6) VALUE 0.

        01 XREF-FOUND-SWITCH PIC X VALUE 'N'.
           88 XREF-FOUND VALUE 'Y'.
        01 XREF-BATCH-COUNT PIC 9(6) VALUE 0.

        01 AUDIT-FOUND-SWITCH PIC X VALUE 'N'.
           88 AUDIT-FOUND VALUE 'Y'.
        01 AUDIT-BATCH-COUNT PIC 9(6) VALUE 0.

        01 RETURN-FOUND-SWITCH PIC X VALUE 'N'.
           88 RETURN-FOUND VALUE 'Y'.
        01 RETURN-RUN-DATE PIC X(8) VALUE SPACES.
        01 RETURN-ACCEPTED-COUNT PIC 9(6) VALUE 0.
        01 RETURN-REJECTED-COUNT PIC 9(6) VALUE 0.
        01 RETURN-ACKED-COUNT PIC 9(6) VALUE 0.
        01 RETURN-TOTALS-SEEN PIC 9(1) VALUE 0.

      *---------------------------------------------------------*
      * BATCH WINDOW - DATE AND TIME SIDE BY SIDE SO ONE         *
      * COMPARISON PLACES AN ENTRY INSIDE OR OUTSIDE IT.         *
      *---------------------------------------------------------*
        01 WINDOW-FROM.
           03 WINDOW-FROM-DATE PIC X(8).
           03 WINDOW-FROM-TIME PIC X(8).
        01 WINDOW-TO.
           03 WINDOW-TO-DATE PIC X(8).
           03 WINDOW-TO-TIME PIC X(8).
        01 ENTRY-STAMP.
           03 ENTRY-DATE PIC X(8).
           03 ENTRY-TIME PIC X(8).

      *---------------------------------------------------------*
      * CROSS-CHECKS - IN SHEET ORDER.  EACH COMPARES A LEFT     *
      * (UPSTREAM) TOTAL WITH A RIGHT (DOWNSTREAM) TOTAL; THE    *
      * DIFFERENCE IS RIGHT LESS LEFT.  A CHECK WHOSE SOURCES    *
      * ARE NOT BOTH FOUND FOR THE DATE IS NOT PROVED, AND A DAY *
      * THAT CANNOT BE PROVED IS TREATED LIKE ONE THAT IS OUT.   *
      *---------------------------------------------------------*
        01 CHECK-COUNT PIC 9(2) VALUE 5.
        01 CHECK-TITLE-TABLE.
           03 FILLER PIC X(30) VALUE 'EDIT CLEAN = BATCH READ'.
           03 FILLER PIC X(30) VALUE 'BATCH ISSUED = PAYXMIT TRAILER'.
           03 FILLER PIC X(30) VALUE 'BATCH ISSUED = SSNXREF STAMPED'.
           03 FILLER PIC X(30) VALUE 'BATCH REJECTS = AUDITLOG'.
           03 FILLER PIC X(30) VALUE 'TRANSMITTED = BUREAU ACC+REJ'.
        01 CHECK-TITLE REDEFINES CHECK-TITLE-TABLE
                                     PIC X(30) OCCURS 5.
        01 CHECK-TABLE.
           03 CHECK-ENTRY OCCURS 5.
              05 CHECK-LEFT PIC 9(6).
              05 CHECK-RIGHT PIC 9(6).
              05 CHECK-PROVABLE PIC X(1).
                 88 CHECK-CAN-PROVE VALUE 'Y'.
        01 CX PIC 9(2) VALUE 1.
        01 CHECK-DIFFERENCE PIC S9(7) VALUE 0.
        01 IN-BALANCE-COUNT PIC 9(6) VALUE 0.
        01 OUT-OF-BALANCE-COUNT PIC 9(6) VALUE 0.
        01 NOT-PROVED-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * CONTROL SHEET LINES.                                     *
      *---------------------------------------------------------*
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 REPORT-DATE-LINE.
           03 FILLER PIC X(16) VALUE 'PROCESSING DATE '.
           03 RPT-PROCESS-DATE PIC 9(8).
        01 REPORT-SOURCE-LINE.
           03 RPT-SRC-NAME PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-SRC-TEXT PIC X(50).
        01 REPORT-CHECK-HEADING.
           03 FILLER PIC X(33) VALUE 'CHECK'.
           03 FILLER PIC X(7) VALUE '   LEFT'.
           03 FILLER PIC X(8) VALUE '   RIGHT'.
           03 FILLER PIC X(10) VALUE '      DIFF'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'RESULT'.
        01 REPORT-CHECK-LINE.
           03 RPT-CHK-NO PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-CHK-TITLE PIC X(30).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-CHK-LEFT PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-CHK-RIGHT PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-CHK-DIFF PIC -ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-CHK-RESULT PIC X(14).
        01 REPORT-TOTAL-LINE.
           03 RPT-LABEL PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-COUNT PIC 9(6).
        01 REPORT-STAMP-LINE.
           03 FILLER PIC X(4) VALUE 'RUN '.
           03 RPT-STAMP-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-STAMP-TIME PIC 9(8).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - SETS THE PROCESSING DATE, COLLECTS EACH  *
      * SOURCE'S CONTROL TOTALS, RUNS THE CROSS-CHECKS, AND      *
      * PRINTS THE CONTROL SHEET.  NO OPERATOR PROMPTS - THIS IS *
      * A MORNING BATCH CHECK.                                   *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'DAILY CONTROL-TOTAL BALANCING'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           COMPUTE YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(RUN-START-DATE) - 1)
           PERFORM LOAD-PARAMETERS
           IF PROCESS-DATE = 0
              MOVE YESTERDAY-DATE TO PROCESS-DATE
           END-IF
           IF PARM-ERRORS
              DISPLAY 'RUN ABORTED - INVALID PARAMETER CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'PROCESSING DATE ' PROCESS-DATE
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN BALRPT, STATUS '
                 REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM COLLECT-EDIT-TOTALS
           PERFORM COLLECT-RUN-HISTORY
           PERFORM COLLECT-XMIT-TOTALS
           IF HIST-FOUND
              PERFORM COLLECT-XREF-COUNT
              PERFORM COLLECT-AUDIT-COUNT
           END-IF
           PERFORM COLLECT-RETURN-TOTALS
           PERFORM BUILD-CHECKS
           PERFORM WRITE-CONTROL-SHEET
           CLOSE REPORT-FILE
           DISPLAY 'BALANCING COMPLETE - IN BALANCE:     '
              IN-BALANCE-COUNT
           DISPLAY '                      OUT OF BALANCE: '
              OUT-OF-BALANCE-COUNT
           DISPLAY '                      NOT PROVED:     '
              NOT-PROVED-COUNT
           MOVE 0 TO RETURN-CODE
           IF READ-WARNINGS
              MOVE 4 TO RETURN-CODE
           END-IF
           IF OUT-OF-BALANCE-COUNT > 0 OR NOT-PROVED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------*
      * LOAD-PARAMETERS - READS BALPRM IF IT EXISTS AND APPLIES  *
      * EACH CONTROL CARD.  A MISSING FILE JUST MEANS            *
      * "YESTERDAY"; ANY INVALID CARD SETS PARM-ERRORS SO        *
      * PROGRAM-START CAN ABORT INSTEAD OF BALANCING A DAY       *
      * NOBODY ASKED FOR.                                        *
      *---------------------------------------------------------*
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
      *   DATE=YYYYMMDD  PROCESSING DATE TO BALANCE              *
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
                 WHEN 'DATE'
                    IF PARM-VALUE(1:8) IS NUMERIC
                          AND PARM-VALUE(9:36) = SPACES
                          AND PARM-VALUE(1:8) NOT = '00000000'
                       MOVE PARM-VALUE(1:8) TO PROCESS-DATE
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: DATE MUST BE YYYYMMDD'
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO PARM-ERROR-SWITCH
                    DISPLAY 'PARM ERROR: UNRECOGNIZED KEYWORD'
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * COLLECT-EDIT-TOTALS - THE RUN STAMP AND CLEAN TOTAL OFF  *
      * PREFIXRPT (LABEL IN COLUMNS 1-24, COUNT IN 27-32, AS THE *
      * NIGHTLY DRIVER READS IT).  PREFIXRPT IS REWRITTEN EVERY  *
      * EDIT RUN, SO IT ONLY COUNTS WHEN ITS STAMP IS THE DATE.  *
      *---------------------------------------------------------*
       COLLECT-EDIT-TOTALS SECTION.
           OPEN INPUT EDIT-REPORT-FILE
           IF EDIT-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN PREFIXRPT, STATUS '
                 EDIT-REPORT-FILE-STATUS
           ELSE
              MOVE 'N' TO SOURCE-EOF-SWITCH
              READ EDIT-REPORT-FILE
                 AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
              END-READ
              PERFORM UNTIL SOURCE-EOF
                 IF EDIT-REPORT-RECORD(1:4) = 'RUN '
                       AND EDIT-REPORT-RECORD(5:8) IS NUMERIC
                       AND EDIT-RUN-DATE = SPACES
                    MOVE EDIT-REPORT-RECORD(5:8) TO EDIT-RUN-DATE
                 END-IF
                 IF EDIT-RPT-LABEL = 'CLEAN TO PREFIXCLN'
                       AND EDIT-RPT-COUNT IS NUMERIC
                    MOVE EDIT-RPT-COUNT TO EDIT-CLEAN-COUNT
                    MOVE 'Y' TO EDIT-CLEAN-SEEN-SWITCH
                 END-IF
                 READ EDIT-REPORT-FILE
                    AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE EDIT-REPORT-FILE
              MOVE PROCESS-DATE TO ENTRY-DATE
              IF EDIT-RUN-DATE = ENTRY-DATE AND EDIT-CLEAN-SEEN
                 MOVE 'Y' TO EDIT-FOUND-SWITCH
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * COLLECT-RUN-HISTORY - THE LAST MAIN-BATCH RUN STARTED ON *
      * THE DATE.  EVERY BATCH RUN ON THE DATE IS COUNTED AND    *
      * SHOWN; A SECOND ONE (A RERUN) USUALLY PUTS THE DAY OUT   *
      * OF BALANCE, WHICH IS WHAT IT SHOULD DO.                  *
      *---------------------------------------------------------*
       COLLECT-RUN-HISTORY SECTION.
           MOVE PROCESS-DATE TO WINDOW-FROM-DATE
           MOVE '00000000' TO WINDOW-FROM-TIME
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN RUNHIST, STATUS '
                 HISTORY-FILE-STATUS
           ELSE
              MOVE 'N' TO SOURCE-EOF-SWITCH
              READ HISTORY-FILE
                 AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
              END-READ
              PERFORM UNTIL SOURCE-EOF
                 IF HIST-RUN-MODE = 'B'
                       AND HIST-START-DATE = WINDOW-FROM-DATE
                    PERFORM HISTORY-ONE-BATCH-RUN
                 END-IF
                 READ HISTORY-FILE
                    AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF
           .

       HISTORY-ONE-BATCH-RUN SECTION.
           IF HIST-PROCESSED-COUNT IS NUMERIC
                 AND HIST-FAILED-COUNT IS NUMERIC
                 AND HIST-END-DATE IS NUMERIC
                 AND HIST-END-TIME IS NUMERIC
              ADD 1 TO BATCH-RUN-COUNT
              MOVE 'Y' TO HIST-FOUND-SWITCH
              MOVE HIST-PROCESSED-COUNT TO BATCH-ISSUED-COUNT
              MOVE HIST-FAILED-COUNT TO BATCH-REJECTED-COUNT
              COMPUTE BATCH-READ-COUNT =
                 BATCH-ISSUED-COUNT + BATCH-REJECTED-COUNT
              MOVE HIST-RESTART-FLAG TO BATCH-RESTART-FLAG
              MOVE HIST-END-DATE TO WINDOW-TO-DATE
              MOVE HIST-END-TIME TO WINDOW-TO-TIME
           ELSE
              ADD 1 TO HIST-UNREADABLE-COUNT
              MOVE 'Y' TO READ-WARNING-SWITCH
              DISPLAY 'WARNING: UNREADABLE RUNHIST BATCH RECORD: '
                 HISTORY-RECORD(1:40)
           END-IF
           .

      *---------------------------------------------------------*
      * COLLECT-XMIT-TOTALS - THE PAYXMIT HEADER DATE AND        *
      * TRAILER COUNT.  PAYXMIT IS REWRITTEN BY EVERY FRESH      *
      * BATCH RUN, SO IT ONLY COUNTS WHEN ITS HEADER IS THE DATE *
      * AND ITS TRAILER IS PRESENT.                              *
      *---------------------------------------------------------*
       COLLECT-XMIT-TOTALS SECTION.
           OPEN INPUT XMIT-FILE
           IF XMIT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN PAYXMIT, STATUS '
                 XMIT-FILE-STATUS
           ELSE
              MOVE 'N' TO SOURCE-EOF-SWITCH
              READ XMIT-FILE
                 AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
              END-READ
              PERFORM UNTIL SOURCE-EOF
                 IF XMIT-RECORD(1:1) = 'H'
                       AND XMIT-RECORD(3:8) IS NUMERIC
                    MOVE XMIT-RECORD(3:8) TO XMIT-HEADER-DATE
                 END-IF
                 IF XMIT-RECORD(1:1) = 'T'
                       AND XMIT-RECORD(3:6) IS NUMERIC
                    MOVE XMIT-RECORD(3:6) TO XMIT-TRAILER-COUNT
                    MOVE 'Y' TO XMIT-TRAILER-SWITCH
                 END-IF
                 READ XMIT-FILE
                    AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE XMIT-FILE
              MOVE PROCESS-DATE TO ENTRY-DATE
              IF XMIT-HEADER-DATE = ENTRY-DATE AND XMIT-TRAILER-SEEN
                 MOVE 'Y' TO XMIT-FOUND-SWITCH
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * COLLECT-XREF-COUNT - POSITIONS SSNXREF ON THE ISSUE-DATE *
      * INDEX AT THE DATE AND COUNTS BATCH ISSUES IN THE WINDOW, *
      * STOPPING AT THE FIRST ISSUE DATED AFTER THE BATCH ENDED. *
      * A NUMBER VOIDED AND RE-ISSUED TONIGHT CARRIES TONIGHT'S  *
      * STAMP, SO IT IS COUNTED LIKE ANY OTHER ISSUE.            *
      *---------------------------------------------------------*
       COLLECT-XREF-COUNT SECTION.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN SSNXREF, STATUS '
                 XREF-FILE-STATUS
           ELSE
              MOVE 'Y' TO XREF-FOUND-SWITCH
              MOVE 'N' TO SOURCE-EOF-SWITCH
              MOVE PROCESS-DATE TO XREF-ISSUE-DATE
              START XREF-FILE KEY IS >= XREF-ISSUE-DATE
                 INVALID KEY MOVE 'Y' TO SOURCE-EOF-SWITCH
              END-START
              IF XREF-FILE-STATUS NOT = '00'
                    AND XREF-FILE-STATUS NOT = '23'
                 DISPLAY 'WARNING: UNABLE TO POSITION SSNXREF, '
                    'STATUS ' XREF-FILE-STATUS
                 MOVE 'Y' TO SOURCE-EOF-SWITCH
                 MOVE 'N' TO XREF-FOUND-SWITCH
              END-IF
              PERFORM UNTIL SOURCE-EOF
                 READ XREF-FILE NEXT
                    AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
                 END-READ
                 IF NOT SOURCE-EOF AND NOT XREF-IO-OK
                    DISPLAY 'WARNING: SSNXREF READ FAILED, STATUS '
                       XREF-FILE-STATUS
                    MOVE 'Y' TO SOURCE-EOF-SWITCH
                    MOVE 'N' TO XREF-FOUND-SWITCH
                 END-IF
                 IF NOT SOURCE-EOF
                    MOVE XREF-ISSUE-DATE TO ENTRY-DATE
                    MOVE XREF-ISSUE-TIME TO ENTRY-TIME
                    IF ENTRY-DATE > WINDOW-TO-DATE
                       MOVE 'Y' TO SOURCE-EOF-SWITCH
                    ELSE
                       IF XREF-RUN-MODE = 'B'
                             AND ENTRY-STAMP NOT > WINDOW-TO
                          ADD 1 TO XREF-BATCH-COUNT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE XREF-FILE
           END-IF
           .

      *---------------------------------------------------------*
      * COLLECT-AUDIT-COUNT - ONE PASS OF AUDITLOG COUNTING THE  *
      * BATCH'S ENTRIES (SOURCE B) STAMPED IN THE WINDOW.        *
      *---------------------------------------------------------*
       COLLECT-AUDIT-COUNT SECTION.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN AUDITLOG, STATUS '
                 AUDIT-FILE-STATUS
           ELSE
              MOVE 'Y' TO AUDIT-FOUND-SWITCH
              MOVE 'N' TO SOURCE-EOF-SWITCH
              READ AUDIT-FILE
                 AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
              END-READ
              PERFORM UNTIL SOURCE-EOF
                 IF AUDIT-SOURCE = 'B'
                    MOVE AUDIT-DATE TO ENTRY-DATE
                    MOVE AUDIT-TIME TO ENTRY-TIME
                    IF ENTRY-STAMP NOT < WINDOW-FROM
                          AND ENTRY-STAMP NOT > WINDOW-TO
                       ADD 1 TO AUDIT-BATCH-COUNT
                    END-IF
                 END-IF
                 READ AUDIT-FILE
                    AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF
           .

      *---------------------------------------------------------*
      * COLLECT-RETURN-TOTALS - THE RUN STAMP AND THE ACCEPTED   *
      * AND REJECTED BY BUREAU TOTALS OFF PAYRETRPT (LABEL IN    *
      * COLUMNS 1-30, COUNT IN 33-38).  THE RETURN IS PROCESSED  *
      * THE MORNING AFTER, SO A STAMP ON OR AFTER THE DATE IS    *
      * ACCEPTED - PAYRETURN ITSELF PROVES THE RETURN AGAINST    *
      * THE PAYXMIT STILL ON DISK, WHICH THE HEADER CHECK ABOVE  *
      * TIES TO THE DATE.                                        *
      *---------------------------------------------------------*
       COLLECT-RETURN-TOTALS SECTION.
           OPEN INPUT RETURN-REPORT-FILE
           IF RETURN-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN PAYRETRPT, STATUS '
                 RETURN-REPORT-FILE-STATUS
           ELSE
              MOVE 'N' TO SOURCE-EOF-SWITCH
              READ RETURN-REPORT-FILE
                 AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
              END-READ
              PERFORM UNTIL SOURCE-EOF
                 IF RETURN-REPORT-RECORD(1:4) = 'RUN '
                       AND RETURN-REPORT-RECORD(5:8) IS NUMERIC
                       AND RETURN-RUN-DATE = SPACES
                    MOVE RETURN-REPORT-RECORD(5:8) TO RETURN-RUN-DATE
                 END-IF
                 IF RETURN-RPT-COUNT IS NUMERIC
                    EVALUATE RETURN-RPT-LABEL
                       WHEN 'ACCEPTED'
                          MOVE RETURN-RPT-COUNT TO
                             RETURN-ACCEPTED-COUNT
                          ADD 1 TO RETURN-TOTALS-SEEN
                       WHEN 'REJECTED BY BUREAU'
                          MOVE RETURN-RPT-COUNT TO
                             RETURN-REJECTED-COUNT
                          ADD 1 TO RETURN-TOTALS-SEEN
                    END-EVALUATE
                 END-IF
                 READ RETURN-REPORT-FILE
                    AT END MOVE 'Y' TO SOURCE-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE RETURN-REPORT-FILE
              COMPUTE RETURN-ACKED-COUNT =
                 RETURN-ACCEPTED-COUNT + RETURN-REJECTED-COUNT
              MOVE PROCESS-DATE TO ENTRY-DATE
              IF RETURN-RUN-DATE NOT = SPACES
                    AND RETURN-RUN-DATE NOT < ENTRY-DATE
                    AND RETURN-TOTALS-SEEN = 2
                 MOVE 'Y' TO RETURN-FOUND-SWITCH
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * BUILD-CHECKS - LOADS EACH CHECK'S TWO SIDES AND WHETHER  *
      * BOTH SOURCES WERE FOUND FOR THE DATE.                    *
      *---------------------------------------------------------*
       BUILD-CHECKS SECTION.
           MOVE EDIT-CLEAN-COUNT TO CHECK-LEFT(1)
           MOVE BATCH-READ-COUNT TO CHECK-RIGHT(1)
           MOVE 'N' TO CHECK-PROVABLE(1)
           IF EDIT-FOUND AND HIST-FOUND
              MOVE 'Y' TO CHECK-PROVABLE(1)
           END-IF
           MOVE BATCH-ISSUED-COUNT TO CHECK-LEFT(2)
           MOVE XMIT-TRAILER-COUNT TO CHECK-RIGHT(2)
           MOVE 'N' TO CHECK-PROVABLE(2)
           IF HIST-FOUND AND XMIT-FOUND
              MOVE 'Y' TO CHECK-PROVABLE(2)
           END-IF
           MOVE BATCH-ISSUED-COUNT TO CHECK-LEFT(3)
           MOVE XREF-BATCH-COUNT TO CHECK-RIGHT(3)
           MOVE 'N' TO CHECK-PROVABLE(3)
           IF HIST-FOUND AND XREF-FOUND
              MOVE 'Y' TO CHECK-PROVABLE(3)
           END-IF
           MOVE BATCH-REJECTED-COUNT TO CHECK-LEFT(4)
           MOVE AUDIT-BATCH-COUNT TO CHECK-RIGHT(4)
           MOVE 'N' TO CHECK-PROVABLE(4)
           IF HIST-FOUND AND AUDIT-FOUND
              MOVE 'Y' TO CHECK-PROVABLE(4)
           END-IF
           MOVE XMIT-TRAILER-COUNT TO CHECK-LEFT(5)
           MOVE RETURN-ACKED-COUNT TO CHECK-RIGHT(5)
           MOVE 'N' TO CHECK-PROVABLE(5)
           IF XMIT-FOUND AND RETURN-FOUND
              MOVE 'Y' TO CHECK-PROVABLE(5)
           END-IF
           .

      *---------------------------------------------------------*
      * WRITE-CONTROL-SHEET - RUN STAMP AND PROCESSING DATE,     *
      * WHAT WAS FOUND IN EACH SOURCE, THE CONTROL TOTALS, ONE   *
      * LINE PER CHECK, THE CHECK COUNTS, AND A ONE-LINE VERDICT *
      * FOR THE MORNING SHIFT.                                   *
      *---------------------------------------------------------*
       WRITE-CONTROL-SHEET SECTION.
           MOVE 'DAILY CONTROL-TOTAL BALANCING SHEET' TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           MOVE RUN-START-DATE TO RPT-STAMP-DATE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           MOVE PROCESS-DATE TO RPT-PROCESS-DATE
           MOVE REPORT-DATE-LINE TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           PERFORM WRITE-SOURCE-LINES
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           PERFORM WRITE-CONTROL-TOTALS
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           MOVE REPORT-CHECK-HEADING TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           MOVE 1 TO CX
           PERFORM UNTIL CX > CHECK-COUNT
              PERFORM WRITE-ONE-CHECK
              ADD 1 TO CX
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           MOVE 'CHECKS IN BALANCE' TO RPT-LABEL
           MOVE IN-BALANCE-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'CHECKS OUT OF BALANCE' TO RPT-LABEL
           MOVE OUT-OF-BALANCE-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'CHECKS NOT PROVED' TO RPT-LABEL
           MOVE NOT-PROVED-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           EVALUATE TRUE
              WHEN OUT-OF-BALANCE-COUNT > 0
                 MOVE
                    'DAY OUT OF BALANCE - INVESTIGATE BEFORE NEXT FEED'
                    TO REPORT-RECORD
              WHEN NOT-PROVED-COUNT > 0
                 MOVE 'DAY NOT PROVED - SOURCE MISSING FOR THE DATE'
                    TO REPORT-RECORD
              WHEN OTHER
                 MOVE 'DAY IN BALANCE - NO ACTION NEEDED' TO
                    REPORT-RECORD
           END-EVALUATE
           PERFORM WRITE-SHEET-LINE
           .

      *---------------------------------------------------------*
      * WRITE-SOURCE-LINES - ONE LINE PER SOURCE SAYING WHETHER  *
      * IT WAS FOUND FOR THE DATE, AND IF NOT, WHY NOT.          *
      *---------------------------------------------------------*
       WRITE-SOURCE-LINES SECTION.
           MOVE 'PREFIXRPT' TO RPT-SRC-NAME
           MOVE SPACES TO RPT-SRC-TEXT
           EVALUATE TRUE
              WHEN EDIT-FOUND
                 MOVE 'EDIT RUN OF THE DATE' TO RPT-SRC-TEXT
              WHEN EDIT-RUN-DATE NOT = SPACES
                 STRING 'NOT FOR THE DATE - EDIT RUN OF '
                    DELIMITED BY SIZE
                    EDIT-RUN-DATE DELIMITED BY SIZE
                    INTO RPT-SRC-TEXT
                 END-STRING
              WHEN OTHER
                 MOVE 'NOT AVAILABLE' TO RPT-SRC-TEXT
           END-EVALUATE
           PERFORM WRITE-SOURCE-LINE
           MOVE 'RUNHIST' TO RPT-SRC-NAME
           MOVE SPACES TO RPT-SRC-TEXT
           EVALUATE TRUE
              WHEN HIST-FOUND AND BATCH-RESTART-FLAG = 'Y'
                 MOVE 'BATCH RUN OF THE DATE, CHECKPOINT RESTART' TO
                    RPT-SRC-TEXT
              WHEN HIST-FOUND
                 MOVE 'BATCH RUN OF THE DATE' TO RPT-SRC-TEXT
              WHEN OTHER
                 MOVE 'NO BATCH RUN STARTED ON THE DATE' TO
                    RPT-SRC-TEXT
           END-EVALUATE
           PERFORM WRITE-SOURCE-LINE
           MOVE 'PAYXMIT' TO RPT-SRC-NAME
           MOVE SPACES TO RPT-SRC-TEXT
           EVALUATE TRUE
              WHEN XMIT-FOUND
                 MOVE 'TRANSMISSION OF THE DATE' TO RPT-SRC-TEXT
              WHEN XMIT-HEADER-DATE NOT = SPACES
                    AND NOT XMIT-TRAILER-SEEN
                 MOVE 'NO TRAILER - EXTRACT IS TRUNCATED' TO
                    RPT-SRC-TEXT
              WHEN XMIT-HEADER-DATE NOT = SPACES
                 STRING 'NOT FOR THE DATE - HEADER DATED '
                    DELIMITED BY SIZE
                    XMIT-HEADER-DATE DELIMITED BY SIZE
                    INTO RPT-SRC-TEXT
                 END-STRING
              WHEN OTHER
                 MOVE 'NOT AVAILABLE' TO RPT-SRC-TEXT
           END-EVALUATE
           PERFORM WRITE-SOURCE-LINE
           MOVE 'SSNXREF' TO RPT-SRC-NAME
           MOVE SPACES TO RPT-SRC-TEXT
           EVALUATE TRUE
              WHEN XREF-FOUND
                 MOVE 'READ FOR THE BATCH WINDOW' TO RPT-SRC-TEXT
              WHEN NOT HIST-FOUND
                 MOVE 'NOT READ - NO BATCH WINDOW' TO RPT-SRC-TEXT
              WHEN OTHER
                 MOVE 'NOT AVAILABLE' TO RPT-SRC-TEXT
           END-EVALUATE
           PERFORM WRITE-SOURCE-LINE
           MOVE 'AUDITLOG' TO RPT-SRC-NAME
           MOVE SPACES TO RPT-SRC-TEXT
           EVALUATE TRUE
              WHEN AUDIT-FOUND
                 MOVE 'READ FOR THE BATCH WINDOW' TO RPT-SRC-TEXT
              WHEN NOT HIST-FOUND
                 MOVE 'NOT READ - NO BATCH WINDOW' TO RPT-SRC-TEXT
              WHEN OTHER
                 MOVE 'NOT AVAILABLE' TO RPT-SRC-TEXT
           END-EVALUATE
           PERFORM WRITE-SOURCE-LINE
           MOVE 'PAYRETRPT' TO RPT-SRC-NAME
           MOVE SPACES TO RPT-SRC-TEXT
           EVALUATE TRUE
              WHEN RETURN-FOUND
                 STRING 'RETURN PROCESSED ' DELIMITED BY SIZE
                    RETURN-RUN-DATE DELIMITED BY SIZE
                    INTO RPT-SRC-TEXT
                 END-STRING
              WHEN RETURN-RUN-DATE NOT = SPACES
                    AND RETURN-TOTALS-SEEN < 2
                 MOVE 'RETURN TOTALS MISSING' TO RPT-SRC-TEXT
              WHEN RETURN-RUN-DATE NOT = SPACES
                 STRING 'NOT YET FOR THE DATE - LAST RETURN '
                    DELIMITED BY SIZE
                    RETURN-RUN-DATE DELIMITED BY SIZE
                    INTO RPT-SRC-TEXT
                 END-STRING
              WHEN OTHER
                 MOVE 'NOT AVAILABLE' TO RPT-SRC-TEXT
           END-EVALUATE
           PERFORM WRITE-SOURCE-LINE
           .

       WRITE-SOURCE-LINE SECTION.
           MOVE REPORT-SOURCE-LINE TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           .

      *---------------------------------------------------------*
      * WRITE-CONTROL-TOTALS - EVERY TOTAL COLLECTED, SO AN OUT  *
      * OF BALANCE CHECK CAN BE TRACED TO ITS FIGURES WITHOUT    *
      * OPENING THE SOURCES.                                     *
      *---------------------------------------------------------*
       WRITE-CONTROL-TOTALS SECTION.
           MOVE 'CONTROL TOTALS' TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           MOVE 'EDIT CLEAN TO PREFIXCLN' TO RPT-LABEL
           MOVE EDIT-CLEAN-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'BATCH RUNS ON THE DATE' TO RPT-LABEL
           MOVE BATCH-RUN-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'BATCH READ (ISSUED+REJECTED)' TO RPT-LABEL
           MOVE BATCH-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'BATCH ISSUED' TO RPT-LABEL
           MOVE BATCH-ISSUED-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'BATCH REJECTED' TO RPT-LABEL
           MOVE BATCH-REJECTED-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'PAYXMIT TRAILER COUNT' TO RPT-LABEL
           MOVE XMIT-TRAILER-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'SSNXREF BATCH ISSUES STAMPED' TO RPT-LABEL
           MOVE XREF-BATCH-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'AUDITLOG BATCH ENTRIES' TO RPT-LABEL
           MOVE AUDIT-BATCH-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'BUREAU ACCEPTED' TO RPT-LABEL
           MOVE RETURN-ACCEPTED-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           MOVE 'BUREAU REJECTED' TO RPT-LABEL
           MOVE RETURN-REJECTED-COUNT TO RPT-COUNT
           PERFORM WRITE-SHEET-TOTAL
           IF HIST-UNREADABLE-COUNT > 0
              MOVE 'UNREADABLE RUNHIST RECORDS' TO RPT-LABEL
              MOVE HIST-UNREADABLE-COUNT TO RPT-COUNT
              PERFORM WRITE-SHEET-TOTAL
           END-IF
           .

      *---------------------------------------------------------*
      * WRITE-ONE-CHECK - ONE CHECK LINE, TALLIED AS IN BALANCE, *
      * OUT OF BALANCE, OR NOT PROVED.  A CHECK NOT PROVED SHOWS *
      * WHATEVER TOTALS WERE FOUND BUT NO DIFFERENCE.            *
      *---------------------------------------------------------*
       WRITE-ONE-CHECK SECTION.
           MOVE CX TO RPT-CHK-NO
           MOVE CHECK-TITLE(CX) TO RPT-CHK-TITLE
           MOVE CHECK-LEFT(CX) TO RPT-CHK-LEFT
           MOVE CHECK-RIGHT(CX) TO RPT-CHK-RIGHT
           COMPUTE CHECK-DIFFERENCE = CHECK-RIGHT(CX) - CHECK-LEFT(CX)
           MOVE CHECK-DIFFERENCE TO RPT-CHK-DIFF
           EVALUATE TRUE
              WHEN NOT CHECK-CAN-PROVE(CX)
                 MOVE 0 TO RPT-CHK-DIFF
                 MOVE 'NOT PROVED' TO RPT-CHK-RESULT
                 ADD 1 TO NOT-PROVED-COUNT
              WHEN CHECK-DIFFERENCE = 0
                 MOVE 'IN BALANCE' TO RPT-CHK-RESULT
                 ADD 1 TO IN-BALANCE-COUNT
              WHEN OTHER
                 MOVE 'OUT OF BALANCE' TO RPT-CHK-RESULT
                 ADD 1 TO OUT-OF-BALANCE-COUNT
                 DISPLAY 'OUT OF BALANCE: ' CHECK-TITLE(CX)
                    ' DIFFERENCE ' RPT-CHK-DIFF
           END-EVALUATE
           MOVE REPORT-CHECK-LINE TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           .

       WRITE-SHEET-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-SHEET-LINE
           .

       WRITE-SHEET-LINE SECTION.
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO BALRPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           .

       END PROGRAM DAYBAL.
