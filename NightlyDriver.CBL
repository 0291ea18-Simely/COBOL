       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - NIGHTLY JOB STREAM DRIVER.    *
      *                  THE NIGHT SHIFT USED TO RUN PREFIXEDIT,  *
      *                  THE CALCULATOR IN BATCH MODE, REGUTIL    *
      *                  FUNC=VERIFY, AND EMPREFCHK BY HAND,      *
      *                  DECIDING FROM THE DISPLAY TEXT WHETHER   *
      *                  TO CARRY ON.  THIS PROGRAM RUNS THE      *
      *                  STEPS IN ORDER, READS EACH STEP'S        *
      *                  CONDITION CODE (0 CLEAN, 4 WARNINGS, 8   *
      *                  EXCEPTIONS FOUND, 16 ABORTED), WRITES    *
      *                  THE CONTROL CARDS THE BATCH AND VERIFY   *
      *                  STEPS NEED, HOLDS THE BATCH WHEN THE     *
      *                  EDIT REJECTS MORE THAN A SET PERCENTAGE  *
      *                  OF THE FEED (REJPCT CARD IN NIGHTPRM,    *
      *                  DEFAULT 10), STOPS THE CHAIN AFTER ANY   *
      *                  ABORTED STEP, AND ENDS WITH A ONE-PAGE   *
      *                  STEP SUMMARY ON NIGHTRPT.  ITS OWN       *
      *                  CONDITION CODE IS THE WORST STEP'S, SO   *
      *                  THE SCHEDULER ONLY CALLS SOMEONE OUT     *
      *                  WHEN A STEP NEEDS A PERSON.              *
      * 10/14/2026 RPK   THE LEAVERS FEED RUNS AS THE LAST STEP   *
      *                  OF THE CHAIN SO THE LEAVER TRANSMISSION  *
      *                  GOES TO THE BUREAU WITH THE NIGHT'S      *
      *                  PAYXMIT.                                 *
      * 10/14/2026 RPK   FEEDRESP RUNS AFTER THE LEAVERS FEED TO  *
      *                  WRITE THE PER-FEED HR RETURN FILES; IT   *
      *                  IS HELD WITH THE BATCH.                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "NIGHTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO "PREFIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-FILE-STATUS.
           SELECT BATCH-PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARM-FILE-STATUS.
           SELECT UTIL-PARM-FILE ASSIGN TO "REGUTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UTIL-PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "NIGHTRPT"
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
       FD  BATCH-PARM-FILE.
       01  BATCH-PARM-RECORD           PIC X(72).
       FD  UTIL-PARM-FILE.
       01  UTIL-PARM-RECORD            PIC X(72).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
       WORKING-STORAGE SECTION.
        01 PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 EDIT-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 BATCH-PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 UTIL-PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
        01 PARM-ERROR-SWITCH PIC X VALUE 'N'.
           88 PARM-ERRORS VALUE 'Y'.
        01 PARM-KEYWORD PIC X(12) VALUE SPACES.
        01 PARM-VALUE PIC X(60) VALUE SPACES.
        01 EDIT-REPORT-EOF-SWITCH PIC X VALUE 'N'.
           88 EDIT-REPORT-EOF VALUE 'Y'.

      *---------------------------------------------------------*
      * DRIVER SETTINGS - EVERY ONE HAS A DEFAULT, SO A NIGHT    *
      * WITH NO NIGHTPRM RUNS THE STANDARD CHAIN.  KEYWORDS:     *
      *   REJPCT=NNN     HOLD THE BATCH WHEN THE EDIT REJECTS    *
      *                  MORE THAN THIS PERCENT OF RECORDS READ  *
      *   OPERATOR=ID    OPERATOR OF RECORD ON THE BATCH CARD    *
      *   <STEP>=CMD     COMMAND THAT RUNS THAT STEP, KEYED BY   *
      *                  THE STEP'S PROGRAM NAME (PREFIXEDIT=,   *
      *                  RECURSIVE=, ...); DEFAULT IS THE        *
      *                  PROGRAM NAME ITSELF                     *
      *---------------------------------------------------------*
        01 REJECT-LIMIT-PCT PIC 9(3) VALUE 10.
        01 DRIVER-OPERATOR PIC X(10) VALUE 'NIGHTLY'.

      *---------------------------------------------------------*
      * STEP TABLE - THE CHAIN IN RUN ORDER.  STEP-STATE IS 'P'  *
      * PENDING, 'R' RAN, 'S' SKIPPED (HELD BY AN EARLIER        *
      * STEP'S RESULT), OR 'N' NOT RUN (CHAIN STOPPED BY AN      *
      * ABORT).  THE STEP NUMBERS BELOW ARE WHAT THE STEP-       *
      * SPECIFIC PREPARATION AND JUDGMENT KEY ON.                *
      *---------------------------------------------------------*
        01 STEP-COUNT PIC 9(2) VALUE 6.
        01 STEP-NAME-TABLE.
           03 FILLER PIC X(10) VALUE 'PREFIXEDIT'.
           03 FILLER PIC X(10) VALUE 'RECURSIVE'.
           03 FILLER PIC X(10) VALUE 'REGUTIL'.
           03 FILLER PIC X(10) VALUE 'EMPREFCHK'.
           03 FILLER PIC X(10) VALUE 'LEAVERS'.
           03 FILLER PIC X(10) VALUE 'FEEDRESP'.
        01 STEP-NAME REDEFINES STEP-NAME-TABLE
                                     PIC X(10) OCCURS 6.
        01 STEP-TABLE.
           03 STEP-ENTRY OCCURS 6.
              05 STEP-COMMAND PIC X(60).
              05 STEP-STATE PIC X(1).
                 88 STEP-PENDING VALUE 'P'.
                 88 STEP-RAN VALUE 'R'.
                 88 STEP-SKIPPED VALUE 'S'.
                 88 STEP-NOT-RUN VALUE 'N'.
              05 STEP-RC PIC 9(3).
              05 STEP-START-TIME PIC 9(8).
              05 STEP-END-TIME PIC 9(8).
              05 STEP-NOTE PIC X(30).
        01 SX PIC 9(2) VALUE 1.
           88 STEP-IS-EDIT VALUE 1.
           88 STEP-IS-BATCH VALUE 2.
           88 STEP-IS-VERIFY VALUE 3.
           88 STEP-IS-RESPONSE VALUE 6.
        01 STEP-FOUND-SWITCH PIC X VALUE 'N'.
           88 STEP-FOUND VALUE 'Y'.

      *---------------------------------------------------------*
      * CHAIN CONTROL.  THE COMMAND PROCESSOR HANDS BACK A WAIT  *
      * STATUS WITH THE STEP'S EXIT CODE IN THE HIGH-ORDER BYTE; *
      * A NEGATIVE STATUS MEANS THE COMMAND NEVER STARTED AND A  *
      * NONZERO LOW-ORDER BYTE MEANS THE STEP WAS KILLED - BOTH  *
      * ARE TREATED AS AN ABORT, AS IS ANY CODE ABOVE 16.        *
      *---------------------------------------------------------*
        01 SYSTEM-STATUS PIC S9(9) VALUE 0.
        01 SYSTEM-EXIT-CODE PIC 9(6) VALUE 0.
        01 SYSTEM-SIGNAL PIC 9(6) VALUE 0.
        01 HIGHEST-RC PIC 9(3) VALUE 0.
        01 CHAIN-STOPPED-SWITCH PIC X VALUE 'N'.
           88 CHAIN-STOPPED VALUE 'Y'.
        01 BATCH-HELD-SWITCH PIC X VALUE 'N'.
           88 BATCH-HELD VALUE 'Y'.
        01 PREPARE-FAILED-SWITCH PIC X VALUE 'N'.
           88 PREPARE-FAILED VALUE 'Y'.
        01 CARD-FILE-NAME PIC X(9) VALUE SPACES.

      *---------------------------------------------------------*
      * EDIT REJECT RATE - TAKEN FROM THE TOTAL LINES OF         *
      * PREFIXRPT (LABEL IN COLUMNS 1-24, COUNT IN 27-32).  THE  *
      * RATE IS WHOLE PERCENT OF READ LESS CLEAN OVER READ.      *
      *---------------------------------------------------------*
        01 EDIT-READ-COUNT PIC 9(6) VALUE 0.
        01 EDIT-CLEAN-COUNT PIC 9(6) VALUE 0.
        01 EDIT-REJECT-COUNT PIC 9(6) VALUE 0.
        01 EDIT-REJECT-PCT PIC 9(3) VALUE 0.
        01 EDIT-TOTALS-SEEN PIC 9(1) VALUE 0.

      *---------------------------------------------------------*
      * SUMMARY REPORT LINES.                                    *
      *---------------------------------------------------------*
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 REPORT-HEADING-LINE.
           03 FILLER PIC X(4) VALUE 'STEP'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'RESULT'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'RC'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'START'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'END'.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NOTE'.
        01 REPORT-STEP-LINE.
           03 RPT-STEP-NO PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-STEP-NAME PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-STEP-STATE PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-STEP-RC PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-STEP-START PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-STEP-END PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-STEP-NOTE PIC X(30).
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
      * PROGRAM-START - LOADS THE DRIVER CARDS, RUNS EVERY STEP  *
      * IN ORDER, PRINTS THE STEP SUMMARY, AND HANDS BACK THE    *
      * WORST CONDITION CODE OF THE NIGHT.  NO OPERATOR PROMPTS. *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'NIGHTLY JOB STREAM DRIVER'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           MOVE 1 TO SX
           PERFORM UNTIL SX > STEP-COUNT
              MOVE STEP-NAME(SX) TO STEP-COMMAND(SX)
              MOVE 'P' TO STEP-STATE(SX)
              MOVE 0 TO STEP-RC(SX), STEP-START-TIME(SX),
                 STEP-END-TIME(SX)
              MOVE SPACES TO STEP-NOTE(SX)
              ADD 1 TO SX
           END-PERFORM
           PERFORM LOAD-PARAMETERS
           IF PARM-ERRORS
              DISPLAY 'RUN ABORTED - INVALID PARAMETER CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO SX
           PERFORM UNTIL SX > STEP-COUNT
              PERFORM RUN-ONE-STEP
              ADD 1 TO SX
           END-PERFORM
           IF BATCH-HELD AND HIGHEST-RC < 8
              MOVE 8 TO HIGHEST-RC
           END-IF
           PERFORM WRITE-SUMMARY
           DISPLAY 'NIGHTLY CHAIN COMPLETE - HIGHEST CONDITION CODE '
              HIGHEST-RC
           MOVE HIGHEST-RC TO RETURN-CODE
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
                 WHEN 'REJPCT'
                    IF PARM-VALUE(1:3) IS NUMERIC
                          AND PARM-VALUE(4:57) = SPACES
                          AND PARM-VALUE(1:3) <= '100'
                       MOVE PARM-VALUE(1:3) TO REJECT-LIMIT-PCT
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: REJPCT MUST BE NNN, '
                          '000-100'
                    END-IF
                 WHEN 'OPERATOR'
                    IF PARM-VALUE NOT = SPACES
                       MOVE PARM-VALUE TO DRIVER-OPERATOR
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: OPERATOR ID IS BLANK'
                    END-IF
                 WHEN OTHER
                    PERFORM PARM-APPLY-STEP-COMMAND
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * PARM-APPLY-STEP-COMMAND - A KEYWORD THAT NAMES A STEP    *
      * REPLACES THAT STEP'S COMMAND; ANYTHING ELSE IS AN        *
      * UNRECOGNIZED CARD.                                       *
      *---------------------------------------------------------*
       PARM-APPLY-STEP-COMMAND SECTION.
           MOVE 'N' TO STEP-FOUND-SWITCH
           MOVE 1 TO SX
           PERFORM UNTIL STEP-FOUND OR SX > STEP-COUNT
              IF PARM-KEYWORD = STEP-NAME(SX)
                 MOVE 'Y' TO STEP-FOUND-SWITCH
              ELSE
                 ADD 1 TO SX
              END-IF
           END-PERFORM
           IF NOT STEP-FOUND
              MOVE 'Y' TO PARM-ERROR-SWITCH
              DISPLAY 'PARM ERROR: UNRECOGNIZED KEYWORD'
           ELSE
              IF PARM-VALUE = SPACES
                 MOVE 'Y' TO PARM-ERROR-SWITCH
                 DISPLAY 'PARM ERROR: STEP COMMAND IS BLANK'
              ELSE
                 MOVE PARM-VALUE TO STEP-COMMAND(SX)
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * RUN-ONE-STEP - RUNS, SKIPS, OR PASSES OVER THE CURRENT   *
      * STEP.  ONCE A STEP ABORTS, NOTHING AFTER IT RUNS - THE   *
      * LATER STEPS READ FILES THE ABORTED STEP MAY HAVE LEFT    *
      * HALF-WRITTEN.  A HELD BATCH IS SKIPPED BUT THE CHECKS    *
      * AFTER IT STILL RUN AGAINST THE UNCHANGED FILES.  THE HR  *
      * RETURN FILES ARE HELD WITH THE BATCH - THERE ARE NO      *
      * BATCH OUTCOMES TO RETURN.                                *
      *---------------------------------------------------------*
       RUN-ONE-STEP SECTION.
           EVALUATE TRUE
              WHEN CHAIN-STOPPED
                 MOVE 'N' TO STEP-STATE(SX)
                 MOVE 'EARLIER STEP ABORTED' TO STEP-NOTE(SX)
                 DISPLAY 'STEP ' SX ' ' STEP-NAME(SX)
                    ' NOT RUN - EARLIER STEP ABORTED'
              WHEN STEP-IS-BATCH AND BATCH-HELD
                 MOVE 'S' TO STEP-STATE(SX)
                 DISPLAY 'STEP ' SX ' ' STEP-NAME(SX)
                    ' SKIPPED - ' STEP-NOTE(SX)
              WHEN STEP-IS-RESPONSE AND BATCH-HELD
                 MOVE 'S' TO STEP-STATE(SX)
                 MOVE 'HELD WITH THE BATCH' TO STEP-NOTE(SX)
                 DISPLAY 'STEP ' SX ' ' STEP-NAME(SX)
                    ' SKIPPED - ' STEP-NOTE(SX)
              WHEN OTHER
                 PERFORM STEP-PREPARE
                 IF PREPARE-FAILED
                    MOVE 'N' TO STEP-STATE(SX)
                    MOVE 16 TO STEP-RC(SX)
                    MOVE 'CONTROL CARD NOT WRITTEN' TO STEP-NOTE(SX)
                    MOVE 'Y' TO CHAIN-STOPPED-SWITCH
                 ELSE
                    PERFORM STEP-EXECUTE
                    PERFORM STEP-CLEANUP
                    PERFORM STEP-JUDGE
                 END-IF
           END-EVALUATE
           IF STEP-RC(SX) > HIGHEST-RC
              MOVE STEP-RC(SX) TO HIGHEST-RC
           END-IF
           .

      *---------------------------------------------------------*
      * STEP-PREPARE - WRITES THE CONTROL CARDS A STEP NEEDS TO  *
      * RUN UNATTENDED: THE CALCULATOR'S PARMCARD FOR THE BATCH  *
      * (MODE=B OVER THE EDIT'S CLEAN FILE) AND REGUTIL'S FUNC   *
      * CARD FOR THE VERIFY.                                     *
      *---------------------------------------------------------*
       STEP-PREPARE SECTION.
           MOVE 'N' TO PREPARE-FAILED-SWITCH
           IF STEP-IS-BATCH
              OPEN OUTPUT BATCH-PARM-FILE
              IF BATCH-PARM-FILE-STATUS NOT = '00'
                 DISPLAY 'UNABLE TO OPEN PARMCARD, STATUS '
                    BATCH-PARM-FILE-STATUS
                 MOVE 'Y' TO PREPARE-FAILED-SWITCH
              ELSE
                 MOVE 'MODE=B' TO BATCH-PARM-RECORD
                 WRITE BATCH-PARM-RECORD
                 MOVE 'INFILE=PREFIXCLN' TO BATCH-PARM-RECORD
                 WRITE BATCH-PARM-RECORD
                 MOVE SPACES TO BATCH-PARM-RECORD
                 STRING 'OPERATOR=' DELIMITED BY SIZE
                    DRIVER-OPERATOR DELIMITED BY SPACE
                    INTO BATCH-PARM-RECORD
                 END-STRING
                 WRITE BATCH-PARM-RECORD
                 IF BATCH-PARM-FILE-STATUS NOT = '00'
                    DISPLAY 'WRITE TO PARMCARD FAILED, STATUS '
                       BATCH-PARM-FILE-STATUS
                    MOVE 'Y' TO PREPARE-FAILED-SWITCH
                 END-IF
                 CLOSE BATCH-PARM-FILE
              END-IF
           END-IF
           IF STEP-IS-VERIFY
              OPEN OUTPUT UTIL-PARM-FILE
              IF UTIL-PARM-FILE-STATUS NOT = '00'
                 DISPLAY 'UNABLE TO OPEN REGUTPRM, STATUS '
                    UTIL-PARM-FILE-STATUS
                 MOVE 'Y' TO PREPARE-FAILED-SWITCH
              ELSE
                 MOVE 'FUNC=VERIFY' TO UTIL-PARM-RECORD
                 WRITE UTIL-PARM-RECORD
                 IF UTIL-PARM-FILE-STATUS NOT = '00'
                    DISPLAY 'WRITE TO REGUTPRM FAILED, STATUS '
                       UTIL-PARM-FILE-STATUS
                    MOVE 'Y' TO PREPARE-FAILED-SWITCH
                 END-IF
                 CLOSE UTIL-PARM-FILE
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * STEP-EXECUTE - RUNS THE STEP'S COMMAND AND TURNS THE     *
      * WAIT STATUS INTO THE STEP'S CONDITION CODE.              *
      *---------------------------------------------------------*
       STEP-EXECUTE SECTION.
           DISPLAY 'STEP ' SX ' ' STEP-NAME(SX) ' STARTING: '
              STEP-COMMAND(SX)
           ACCEPT STEP-START-TIME(SX) FROM TIME
           CALL 'SYSTEM' USING STEP-COMMAND(SX)
           MOVE RETURN-CODE TO SYSTEM-STATUS
           ACCEPT STEP-END-TIME(SX) FROM TIME
           MOVE 'R' TO STEP-STATE(SX)
           IF SYSTEM-STATUS < 0
              MOVE 16 TO STEP-RC(SX)
              MOVE 'COMMAND COULD NOT BE STARTED' TO STEP-NOTE(SX)
           ELSE
              DIVIDE SYSTEM-STATUS BY 256 GIVING SYSTEM-EXIT-CODE
                 REMAINDER SYSTEM-SIGNAL
              IF SYSTEM-SIGNAL NOT = 0
                 MOVE 16 TO STEP-RC(SX)
                 MOVE 'STEP ENDED ABNORMALLY' TO STEP-NOTE(SX)
              ELSE
                 IF SYSTEM-EXIT-CODE > 16
                    MOVE 16 TO STEP-RC(SX)
                    MOVE 'UNEXPECTED EXIT CODE' TO STEP-NOTE(SX)
                 ELSE
                    MOVE SYSTEM-EXIT-CODE TO STEP-RC(SX)
                 END-IF
              END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           DISPLAY 'STEP ' SX ' ' STEP-NAME(SX)
              ' ENDED - CONDITION CODE ' STEP-RC(SX)
           .

      *---------------------------------------------------------*
      * STEP-CLEANUP - REMOVES THE CONTROL CARD THE STEP RAN     *
      * WITH, SO THE NEXT TERMINAL SESSION OF THE CALCULATOR IS  *
      * NOT TAKEN FOR AN UNATTENDED BATCH AND THE NEXT REGUTIL   *
      * RUN CANNOT INHERIT TONIGHT'S FUNCTION.                   *
      *---------------------------------------------------------*
       STEP-CLEANUP SECTION.
           IF STEP-IS-BATCH
              MOVE 'PARMCARD' TO CARD-FILE-NAME
              CALL 'CBL_DELETE_FILE' USING CARD-FILE-NAME
              MOVE 0 TO RETURN-CODE
           END-IF
           IF STEP-IS-VERIFY
              MOVE 'REGUTPRM' TO CARD-FILE-NAME
              CALL 'CBL_DELETE_FILE' USING CARD-FILE-NAME
              MOVE 0 TO RETURN-CODE
           END-IF
           .

      *---------------------------------------------------------*
      * STEP-JUDGE - DECIDES WHAT THE STEP'S RESULT MEANS FOR    *
      * THE REST OF THE CHAIN.  AN ABORT STOPS IT; THE EDIT      *
      * STEP ALSO GETS ITS REJECT RATE CHECKED BEFORE THE BATCH  *
      * IS ALLOWED TO ISSUE ANYTHING FROM ITS CLEAN FILE.        *
      *---------------------------------------------------------*
       STEP-JUDGE SECTION.
           IF STEP-RC(SX) >= 16
              MOVE 'Y' TO CHAIN-STOPPED-SWITCH
              IF STEP-NOTE(SX) = SPACES
                 MOVE 'ABORTED - CHAIN STOPPED' TO STEP-NOTE(SX)
              END-IF
           ELSE
              IF STEP-IS-EDIT
                 PERFORM EDIT-REJECT-CHECK
              END-IF
              IF STEP-NOTE(SX) = SPACES
                 EVALUATE STEP-RC(SX)
                    WHEN 0
                       MOVE 'CLEAN' TO STEP-NOTE(SX)
                    WHEN 4
                       MOVE 'COMPLETED WITH WARNINGS' TO
                          STEP-NOTE(SX)
                    WHEN OTHER
                       MOVE 'EXCEPTIONS - SEE STEP REPORT' TO
                          STEP-NOTE(SX)
                 END-EVALUATE
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * EDIT-REJECT-CHECK - READS THE READ AND CLEAN TOTALS OFF  *
      * PREFIXRPT AND HOLDS THE BATCH WHEN THE REJECT RATE IS    *
      * OVER THE LIMIT.  A REPORT THAT CANNOT BE READ, OR THAT   *
      * LACKS EITHER TOTAL, ALSO HOLDS THE BATCH - THE RATE CAN  *
      * NOT BE PROVED UNDER THE LIMIT.                           *
      *---------------------------------------------------------*
       EDIT-REJECT-CHECK SECTION.
           MOVE 0 TO EDIT-TOTALS-SEEN
           OPEN INPUT EDIT-REPORT-FILE
           IF EDIT-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PREFIXRPT, STATUS '
                 EDIT-REPORT-FILE-STATUS
           ELSE
              MOVE 'N' TO EDIT-REPORT-EOF-SWITCH
              READ EDIT-REPORT-FILE
                 AT END MOVE 'Y' TO EDIT-REPORT-EOF-SWITCH
              END-READ
              PERFORM UNTIL EDIT-REPORT-EOF
                 IF EDIT-RPT-COUNT IS NUMERIC
                    EVALUATE EDIT-RPT-LABEL
                       WHEN 'RECORDS READ'
                          MOVE EDIT-RPT-COUNT TO EDIT-READ-COUNT
                          ADD 1 TO EDIT-TOTALS-SEEN
                       WHEN 'CLEAN TO PREFIXCLN'
                          MOVE EDIT-RPT-COUNT TO EDIT-CLEAN-COUNT
                          ADD 1 TO EDIT-TOTALS-SEEN
                    END-EVALUATE
                 END-IF
                 READ EDIT-REPORT-FILE
                    AT END MOVE 'Y' TO EDIT-REPORT-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE EDIT-REPORT-FILE
           END-IF
           IF EDIT-TOTALS-SEEN < 2
              MOVE 'Y' TO BATCH-HELD-SWITCH
              MOVE 'PREFIXRPT TOTALS NOT FOUND' TO STEP-NOTE(SX)
              MOVE 'HELD - EDIT TOTALS MISSING' TO STEP-NOTE(2)
           ELSE
              MOVE 0 TO EDIT-REJECT-PCT
              IF EDIT-READ-COUNT > 0
                 SUBTRACT EDIT-CLEAN-COUNT FROM EDIT-READ-COUNT
                    GIVING EDIT-REJECT-COUNT
                 COMPUTE EDIT-REJECT-PCT =
                    (EDIT-REJECT-COUNT * 100) / EDIT-READ-COUNT
              END-IF
              DISPLAY 'EDIT READ ' EDIT-READ-COUNT ' CLEAN '
                 EDIT-CLEAN-COUNT ' REJECT RATE ' EDIT-REJECT-PCT
                 '% LIMIT ' REJECT-LIMIT-PCT '%'
              IF EDIT-REJECT-PCT > REJECT-LIMIT-PCT
                 MOVE 'Y' TO BATCH-HELD-SWITCH
                 MOVE 'REJECT RATE OVER LIMIT' TO STEP-NOTE(SX)
                 MOVE 'HELD - EDIT REJECT RATE' TO STEP-NOTE(2)
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * WRITE-SUMMARY - THE ONE-PAGE STEP SUMMARY: RUN STAMP,    *
      * ONE LINE PER STEP, THE EDIT REJECT RATE AGAINST ITS      *
      * LIMIT, THE WORST CONDITION CODE, AND A ONE-LINE VERDICT  *
      * FOR THE NIGHT SHIFT.                                     *
      *---------------------------------------------------------*
       WRITE-SUMMARY SECTION.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN NIGHTRPT, STATUS '
                 REPORT-FILE-STATUS
           ELSE
              MOVE 'NIGHTLY JOB STREAM STEP SUMMARY' TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE RUN-START-DATE TO RPT-STAMP-DATE
              MOVE RUN-START-TIME TO RPT-STAMP-TIME
              MOVE REPORT-STAMP-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE REPORT-HEADING-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 1 TO SX
              PERFORM UNTIL SX > STEP-COUNT
                 PERFORM WRITE-ONE-STEP-LINE
                 ADD 1 TO SX
              END-PERFORM
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 'EDIT RECORDS READ' TO RPT-LABEL
              MOVE EDIT-READ-COUNT TO RPT-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'EDIT CLEAN TO PREFIXCLN' TO RPT-LABEL
              MOVE EDIT-CLEAN-COUNT TO RPT-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'EDIT REJECT RATE PERCENT' TO RPT-LABEL
              MOVE EDIT-REJECT-PCT TO RPT-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'REJECT LIMIT PERCENT' TO RPT-LABEL
              MOVE REJECT-LIMIT-PCT TO RPT-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'HIGHEST CONDITION CODE' TO RPT-LABEL
              MOVE HIGHEST-RC TO RPT-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              EVALUATE TRUE
                 WHEN HIGHEST-RC = 0
                    MOVE 'NIGHT CLEAN - NO ACTION NEEDED' TO
                       REPORT-RECORD
                 WHEN HIGHEST-RC < 8
                    MOVE 'NIGHT COMPLETE WITH WARNINGS - REVIEW IN THE
      -                ' MORNING' TO REPORT-RECORD
                 WHEN OTHER
                    MOVE 'NIGHT NEEDS ATTENTION - SEE STEP NOTES ABOVE'
                       TO REPORT-RECORD
              END-EVALUATE
              WRITE REPORT-RECORD
              CLOSE REPORT-FILE
           END-IF
           .

       WRITE-ONE-STEP-LINE SECTION.
           MOVE SX TO RPT-STEP-NO
           MOVE STEP-NAME(SX) TO RPT-STEP-NAME
           EVALUATE TRUE
              WHEN STEP-RAN(SX)
                 MOVE 'RAN' TO RPT-STEP-STATE
                 MOVE STEP-RC(SX) TO RPT-STEP-RC
              WHEN STEP-SKIPPED(SX)
                 MOVE 'SKIPPED' TO RPT-STEP-STATE
                 MOVE STEP-RC(SX) TO RPT-STEP-RC
              WHEN OTHER
                 MOVE 'NOT RUN' TO RPT-STEP-STATE
                 MOVE STEP-RC(SX) TO RPT-STEP-RC
           END-EVALUATE
           MOVE STEP-START-TIME(SX) TO RPT-STEP-START
           MOVE STEP-END-TIME(SX) TO RPT-STEP-END
           MOVE STEP-NOTE(SX) TO RPT-STEP-NOTE
           MOVE REPORT-STEP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO NIGHTRPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           .

       WRITE-ONE-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO NIGHTRPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           .

       END PROGRAM NIGHTLY.
