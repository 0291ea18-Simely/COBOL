       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERS.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - LEAVER FEED.  HR'S NIGHTLY    *
      *                  LEAVERIN FILE (PERSONNUMMER, EMPLOYEE    *
      *                  REFERENCE, LAST DAY OF EMPLOYMENT) IS    *
      *                  VALIDATED AGAINST REGISTRY AND SSNXREF,  *
      *                  EACH GOOD LEAVER IS MARKED 'L' ON        *
      *                  PERSMAST WITH THE LEAVING DATE AND       *
      *                  AUDITED, AND A LEAVER TRANSMISSION       *
      *                  (LEAVXMIT) GOES TO THE PAYROLL BUREAU    *
      *                  WITH ITS OWN HEADER AND A TRAILER        *
      *                  CARRYING THE COUNT AND A HASH TOTAL OF   *
      *                  THE PERSONNUMMER, JUST AS PAYXMIT DOES   *
      *                  FOR NEW ISSUANCES.  A LEAVER WHOSE       *
      *                  NUMBER IS VOIDED OR UNKNOWN, OR WHOSE    *
      *                  EMPLOYEE REFERENCE DOES NOT MATCH        *
      *                  SSNXREF, IS NOT APPLIED - IT GOES TO THE *
      *                  LEAVRPT EXCEPTIONS REPORT AND AUDITLOG.  *
      * 10/14/2026 RPK   EVERY UPDATE IS NOW APPENDED TO THE      *
      *                  JOURNAL WITH ITS BEFORE AND AFTER IMAGE  *
      *                  FOR FORWARD RECOVERY.                    *
      * 10/14/2026 RPK   SSNXREF DECLARED WITH ITS EMPLOYEE-      *
      *                  REFERENCE AND ISSUE-DATE ALTERNATE KEYS. *
      * 10/15/2026 RPK   LAST-DAY LEAP TEST NOW APPLIES THE FULL  *
      *                  GREGORIAN RULE - 29 FEBRUARY IN A CENTURY*
      *                  YEAR NOT DIVISIBLE BY 400 IS REJECTED.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVER-FILE ASSIGN TO "LEAVERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVER-FILE-STATUS.
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
           SELECT PERS-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERS-KEY
               FILE STATUS IS PERS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT XMIT-FILE ASSIGN TO "LEAVXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LEAVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVER-FILE.
       01  LEAVER-RECORD-IN.
           03  LEAVER-PN               PIC X(10).
           03  FILLER                  PIC X(1).
           03  LEAVER-EMPREF           PIC X(10).
           03  FILLER                  PIC X(1).
           03  LEAVER-LAST-DAY         PIC X(8).
           03  LEAVER-LAST-DAY-PARTS REDEFINES LEAVER-LAST-DAY.
               05  LEAVER-LAST-CCYY    PIC 9(4).
               05  LEAVER-LAST-MM      PIC 9(2).
               05  LEAVER-LAST-DD      PIC 9(2).
       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           03  REGISTRY-KEY            PIC 9(10).
           03  REGISTRY-STATUS         PIC X(1).
               88  REGISTRY-VOIDED     VALUE 'V'.
       FD  XREF-FILE.
       01  XREF-RECORD.
           03  XREF-KEY                PIC 9(10).
           03  XREF-ISSUE-DATE         PIC 9(8).
           03  XREF-ISSUE-TIME         PIC 9(8).
           03  XREF-RUN-MODE           PIC X(1).
           03  XREF-SOURCE             PIC X(10).
           03  XREF-EMPLOYEE-REF       PIC X(10).
       FD  PERS-FILE.
       01  PERS-RECORD.
           03  PERS-KEY                PIC 9(10).
           03  PERS-NAME               PIC X(30).
           03  PERS-BIRTH-COUNTRY      PIC X(20).
           03  PERS-HR-STATUS          PIC X(1).
               88  PERS-HAS-LEFT       VALUE 'L'.
           03  PERS-LEAVE-DATE         PIC 9(8).
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
       FD  XMIT-FILE.
       01  XMIT-RECORD                 PIC X(32).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
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
        01 LEAVER-FILE-STATUS PIC X(2) VALUE '00'.
        01 REGISTRY-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
        01 PERS-FILE-STATUS PIC X(2) VALUE '00'.
        01 AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
        01 XMIT-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 LEAVER-EOF-SWITCH PIC X VALUE 'N'.
           88 LEAVER-EOF VALUE 'Y'.
        01 FEED-PRESENT-SWITCH PIC X VALUE 'N'.
           88 FEED-PRESENT VALUE 'Y'.

      *---------------------------------------------------------*
      * AUDIT TRAIL - SAME CONVENTIONS AS THE MAIN CALCULATOR:   *
      * REJECT-REASON AND REJECT-VALUE ARE SET BY THE CALLER     *
      * IMMEDIATELY BEFORE PERFORM WRITE-AUDIT-RECORD.  SOURCE   *
      * CODE 'E' (EMPLOYMENT ENDED) MARKS THIS PROGRAM'S         *
      * ENTRIES; THE OPERATOR OF RECORD IS THE FEED ITSELF.      *
      *---------------------------------------------------------*
        01 REJECT-REASON PIC X(40) VALUE SPACES.
        01 REJECT-VALUE PIC X(10) VALUE SPACES.
        01 OPERATOR-ID PIC X(10) VALUE 'LEAVERIN'.

      *---------------------------------------------------------*
      * LAST-DAY VALIDATION - A CCYYMMDD DATE WITH A REAL MONTH  *
      * AND A DAY THAT EXISTS IN THAT MONTH (29 FEBRUARY ONLY IN *
      * A LEAP YEAR - DIVISIBLE BY 4, AND A CENTURY YEAR ONLY    *
      * WHEN ALSO DIVISIBLE BY 400, SO 2100 IS NOT ONE).  A      *
      * LEAVER WITH A BAD DATE IS AN EXCEPTION - THE BUREAU      *
      * STOPS PAY ON THIS DATE, SO IT MUST BE RIGHT.             *
      *---------------------------------------------------------*
        01 LAST-DAY-VALID-SWITCH PIC X VALUE 'Y'.
           88 LAST-DAY-IS-VALID VALUE 'Y'.
        01 MAX-DAY PIC 9(2) VALUE 0.
        01 LEAP-QUOT PIC 9(4) VALUE 0.
        01 LEAP-REM PIC 9(3) VALUE 0.
        01 DAYS-IN-MONTH-TABLE.
           03 FILLER PIC 9(2) VALUE 31.
           03 FILLER PIC 9(2) VALUE 28.
           03 FILLER PIC 9(2) VALUE 31.
           03 FILLER PIC 9(2) VALUE 30.
           03 FILLER PIC 9(2) VALUE 31.
           03 FILLER PIC 9(2) VALUE 30.
           03 FILLER PIC 9(2) VALUE 31.
           03 FILLER PIC 9(2) VALUE 31.
           03 FILLER PIC 9(2) VALUE 30.
           03 FILLER PIC 9(2) VALUE 31.
           03 FILLER PIC 9(2) VALUE 30.
           03 FILLER PIC 9(2) VALUE 31.
        01 DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-TABLE
                                     PIC 9(2) OCCURS 12.

      *---------------------------------------------------------*
      * LEAVER TRANSMISSION - LEAVXMIT GOES TO THE PAYROLL       *
      * BUREAU BESIDE PAYXMIT AND IS BUILT THE SAME WAY: AN 'H'  *
      * HEADER (RUN DATE/TIME AND SOURCE SYSTEM ID), ONE 'D'     *
      * DETAIL PER LEAVER APPLIED, AND A 'T' TRAILER WITH THE    *
      * DETAIL COUNT AND A HASH TOTAL OF THE 10-DIGIT            *
      * PERSONNUMMER VALUES.  A NIGHT WITH NO LEAVERS STILL      *
      * SENDS A HEADER AND A ZERO TRAILER, SO THE BUREAU CAN     *
      * TELL "NO LEAVERS" FROM "NO FILE".                        *
      *---------------------------------------------------------*
        01 XMIT-COUNT PIC 9(6) VALUE 0.
        01 XMIT-HASH-TOTAL PIC 9(15) VALUE 0.
        01 XMIT-HEADER.
           03 FILLER PIC X(1) VALUE 'H'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 XMIT-H-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 XMIT-H-TIME PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 FILLER PIC X(10) VALUE 'SWESSNLEAV'.
        01 XMIT-DETAIL.
           03 FILLER PIC X(1) VALUE 'D'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 XMIT-D-PERSONNUMMER PIC 9(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 XMIT-D-LAST-DAY PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 XMIT-D-EMPREF PIC X(10).
        01 XMIT-TRAILER.
           03 FILLER PIC X(1) VALUE 'T'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 XMIT-T-COUNT PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 XMIT-T-HASH PIC 9(15).

      *---------------------------------------------------------*
      * RUN COUNTS - READ = APPLIED + REJECTED, AND APPLIED      *
      * MUST EQUAL THE TRANSMISSION TRAILER COUNT.               *
      *---------------------------------------------------------*
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 READ-COUNT PIC 9(6) VALUE 0.
        01 APPLIED-COUNT PIC 9(6) VALUE 0.
        01 REJECTED-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * UPDATE JOURNAL - EVERY LEAVER APPLIED TO PERSMAST IS    *
      * ALSO APPENDED TO THE JOURNAL WITH ITS BEFORE AND AFTER  *
      * IMAGE ('C' CHANGED), STAMPED WITH PROGRAM, RUN MODE     *
      * 'E', AND OPERATOR LEAVERIN, SO JRNLRECV CAN ROLL THE    *
      * MASTER FORWARD.  THE CALLER SETS THE JOURNAL- FIELDS    *
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
        01 REPORT-HEADING-LINE.
           03 FILLER PIC X(12) VALUE 'PERSONNUMMER'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'EMPL REF'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'LAST DAY'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'REASON'.
        01 REPORT-DETAIL.
           03 RPT-DET-PN PIC X(10).
           03 FILLER PIC X(4) VALUE SPACES.
           03 RPT-DET-EMPREF PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-LAST-DAY PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-REASON PIC X(40).
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
      * PROGRAM-START - OPENS EVERYTHING, APPLIES OR REJECTS     *
      * EVERY LEAVER, CLOSES THE TRANSMISSION WITH ITS TRAILER,  *
      * AND PRINTS THE TOTALS.  NO OPERATOR PROMPTS.  NO         *
      * LEAVERIN TONIGHT IS A WARNING, NOT AN ABORT - THE EMPTY  *
      * TRANSMISSION STILL GOES.                                 *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'LEAVER FEED'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           OPEN INPUT LEAVER-FILE
           EVALUATE LEAVER-FILE-STATUS
              WHEN '00'
                 MOVE 'Y' TO FEED-PRESENT-SWITCH
              WHEN '35'
                 DISPLAY 'LEAVERIN NOT DELIVERED - NO LEAVERS APPLIED'
              WHEN OTHER
                 DISPLAY 'UNABLE TO OPEN LEAVERIN, STATUS '
                    LEAVER-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN REGISTRY, STATUS '
                 REGISTRY-FILE-STATUS
              PERFORM CLOSE-LEAVER-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SSNXREF, STATUS '
                 XREF-FILE-STATUS
              PERFORM CLOSE-LEAVER-FILE
              CLOSE REGISTRY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O PERS-FILE
           IF PERS-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PERSMAST, STATUS '
                 PERS-FILE-STATUS
              PERFORM CLOSE-LEAVER-FILE
              CLOSE REGISTRY-FILE, XREF-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT XMIT-FILE
           IF XMIT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN LEAVXMIT, STATUS '
                 XMIT-FILE-STATUS
              PERFORM CLOSE-LEAVER-FILE
              CLOSE REGISTRY-FILE, XREF-FILE, PERS-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE RUN-START-DATE TO XMIT-H-DATE
           MOVE RUN-START-TIME TO XMIT-H-TIME
           MOVE XMIT-HEADER TO XMIT-RECORD
           WRITE XMIT-RECORD
           PERFORM CHECK-XMIT-WRITE
           OPEN OUTPUT REPORT-FILE
           MOVE 'LEAVER FEED EXCEPTIONS - NOT APPLIED, NOT TRANSMITTED'
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RUN-START-DATE TO RPT-STAMP-DATE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REPORT-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF FEED-PRESENT
              READ LEAVER-FILE
                 AT END MOVE 'Y' TO LEAVER-EOF-SWITCH
              END-READ
              PERFORM UNTIL LEAVER-EOF
                 ADD 1 TO READ-COUNT
                 PERFORM LEAVER-ONE-RECORD
                 READ LEAVER-FILE
                    AT END MOVE 'Y' TO LEAVER-EOF-SWITCH
                 END-READ
              END-PERFORM
           END-IF
           MOVE XMIT-COUNT TO XMIT-T-COUNT
           MOVE XMIT-HASH-TOTAL TO XMIT-T-HASH
           MOVE XMIT-TRAILER TO XMIT-RECORD
           WRITE XMIT-RECORD
           PERFORM CHECK-XMIT-WRITE
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-LEAVER-FILE
           CLOSE REGISTRY-FILE, XREF-FILE, PERS-FILE, XMIT-FILE,
              AUDIT-FILE, REPORT-FILE
           IF JOURNAL-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           DISPLAY 'LEAVER FEED COMPLETE - READ:     ' READ-COUNT
           DISPLAY '                       APPLIED:  ' APPLIED-COUNT
           DISPLAY '                       REJECTED: '
              REJECTED-COUNT
           DISPLAY '                       XMIT HASH: '
              XMIT-HASH-TOTAL
           MOVE 0 TO RETURN-CODE
           IF NOT FEED-PRESENT
              MOVE 4 TO RETURN-CODE
           END-IF
           IF REJECTED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           IF READ-COUNT NOT = APPLIED-COUNT + REJECTED-COUNT
                 OR XMIT-COUNT NOT = APPLIED-COUNT
              DISPLAY 'WARNING: COUNTS DO NOT BALANCE - HOLD '
                 'LEAVXMIT.'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF JOURNAL-LOST
              DISPLAY 'WARNING: JOURNAL INCOMPLETE - TAKE A FRESH '
                 'UNLOAD BEFORE RELYING ON RECOVERY.'
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       CLOSE-LEAVER-FILE SECTION.
           IF FEED-PRESENT
              CLOSE LEAVER-FILE
           END-IF
           .

      *---------------------------------------------------------*
      * LEAVER-ONE-RECORD - VALIDATES ONE LEAVER.  THE TESTS RUN *
      * CHEAPEST FIRST AND THE FIRST FAILURE IS THE REASON ON    *
      * THE EXCEPTIONS REPORT.  A LEAVER ALREADY MARKED LEFT     *
      * WITH A LEAVING DATE IS REJECTED TOO - SENDING THE BUREAU *
      * A SECOND, POSSIBLY DIFFERENT, LAST DAY FOR THE SAME      *
      * PERSON IS A CORRECTION FOR A PERSON TO MAKE, NOT A FEED. *
      *---------------------------------------------------------*
       LEAVER-ONE-RECORD SECTION.
           MOVE SPACES TO REJECT-REASON
           IF LEAVER-PN IS NOT NUMERIC
              MOVE 'NON-NUMERIC PERSONNUMMER' TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
              PERFORM VALIDATE-LAST-DAY
              IF NOT LAST-DAY-IS-VALID
                 MOVE 'BAD LAST DAY OF EMPLOYMENT' TO REJECT-REASON
              END-IF
           END-IF
           IF REJECT-REASON = SPACES
              MOVE LEAVER-PN TO REGISTRY-KEY
              READ REGISTRY-FILE
                 INVALID KEY CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN REGISTRY-FILE-STATUS = '23'
                    MOVE 'NUMBER NOT ON REGISTRY' TO REJECT-REASON
                 WHEN REGISTRY-FILE-STATUS NOT = '00'
                    MOVE 'REGISTRY ACCESS FAILED' TO REJECT-REASON
                 WHEN REGISTRY-VOIDED
                    MOVE 'NUMBER IS VOIDED ON REGISTRY' TO
                       REJECT-REASON
              END-EVALUATE
           END-IF
           IF REJECT-REASON = SPACES
              MOVE LEAVER-PN TO XREF-KEY
              READ XREF-FILE
                 INVALID KEY CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN XREF-FILE-STATUS = '23'
                    MOVE 'NO ISSUANCE CROSS-REFERENCE' TO
                       REJECT-REASON
                 WHEN XREF-FILE-STATUS NOT = '00'
                    MOVE 'SSNXREF ACCESS FAILED' TO REJECT-REASON
                 WHEN XREF-EMPLOYEE-REF NOT = LEAVER-EMPREF
                    MOVE 'EMPLOYEE REF DOES NOT MATCH SSNXREF' TO
                       REJECT-REASON
              END-EVALUATE
           END-IF
           IF REJECT-REASON = SPACES
              MOVE LEAVER-PN TO PERS-KEY
              READ PERS-FILE
                 INVALID KEY CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN PERS-FILE-STATUS = '23'
                    MOVE 'NOT ON PERSON MASTER' TO REJECT-REASON
                 WHEN PERS-FILE-STATUS NOT = '00'
                    MOVE 'PERSMAST ACCESS FAILED' TO REJECT-REASON
                 WHEN PERS-HAS-LEFT AND PERS-LEAVE-DATE NOT = 0
                    MOVE 'ALREADY LEFT ON PERSON MASTER' TO
                       REJECT-REASON
              END-EVALUATE
           END-IF
           IF REJECT-REASON = SPACES
              PERFORM LEAVER-APPLY
           ELSE
              PERFORM LEAVER-REJECT
           END-IF
           .

       VALIDATE-LAST-DAY SECTION.
           MOVE 'Y' TO LAST-DAY-VALID-SWITCH
           IF LEAVER-LAST-DAY IS NOT NUMERIC
              MOVE 'N' TO LAST-DAY-VALID-SWITCH
           ELSE
              IF LEAVER-LAST-MM < 1 OR LEAVER-LAST-MM > 12
                    OR LEAVER-LAST-DD < 1 OR LEAVER-LAST-CCYY < 1900
                 MOVE 'N' TO LAST-DAY-VALID-SWITCH
              ELSE
                 MOVE DAYS-IN-MONTH(LEAVER-LAST-MM) TO MAX-DAY
                 IF LEAVER-LAST-MM = 2
                    DIVIDE LEAVER-LAST-CCYY BY 4 GIVING LEAP-QUOT
                       REMAINDER LEAP-REM
                    IF LEAP-REM = 0
                       MOVE 29 TO MAX-DAY
                       DIVIDE LEAVER-LAST-CCYY BY 100 GIVING LEAP-QUOT
                          REMAINDER LEAP-REM
                       IF LEAP-REM = 0
                          DIVIDE LEAVER-LAST-CCYY BY 400
                             GIVING LEAP-QUOT REMAINDER LEAP-REM
                          IF LEAP-REM NOT = 0
                             MOVE 28 TO MAX-DAY
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 IF LEAVER-LAST-DD > MAX-DAY
                    MOVE 'N' TO LAST-DAY-VALID-SWITCH
                 END-IF
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * LEAVER-APPLY - PERSMAST IS REWRITTEN FIRST; ONLY A       *
      * LEAVER THAT IS ACTUALLY ON THE MASTER AS LEFT IS SENT TO *
      * THE BUREAU, SO THE TRANSMISSION NEVER STOPS PAY FOR      *
      * SOMEONE OUR OWN FILES STILL SHOW AS EMPLOYED.            *
      *---------------------------------------------------------*
       LEAVER-APPLY SECTION.
           MOVE PERS-RECORD TO JOURNAL-BEFORE
           MOVE 'L' TO PERS-HR-STATUS
           MOVE LEAVER-LAST-DAY TO PERS-LEAVE-DATE
           REWRITE PERS-RECORD
           END-REWRITE
           IF PERS-FILE-STATUS NOT = '00'
              DISPLAY 'REWRITE TO PERSMAST FAILED, STATUS '
                 PERS-FILE-STATUS ': ' LEAVER-PN
              MOVE 'PERSMAST ACCESS FAILED' TO REJECT-REASON
              PERFORM LEAVER-REJECT
           ELSE
              ADD 1 TO APPLIED-COUNT
              MOVE 'PERSMAST' TO JOURNAL-FILE-ID
              MOVE 'C' TO JOURNAL-ACTION
              MOVE PERS-KEY TO JOURNAL-KEY
              MOVE PERS-RECORD TO JOURNAL-AFTER
              PERFORM WRITE-JOURNAL-RECORD
              MOVE LEAVER-PN TO XMIT-D-PERSONNUMMER
              MOVE LEAVER-LAST-DAY TO XMIT-D-LAST-DAY
              MOVE LEAVER-EMPREF TO XMIT-D-EMPREF
              MOVE XMIT-DETAIL TO XMIT-RECORD
              WRITE XMIT-RECORD
              PERFORM CHECK-XMIT-WRITE
              ADD 1 TO XMIT-COUNT
              ADD XMIT-D-PERSONNUMMER TO XMIT-HASH-TOTAL
              MOVE SPACES TO REJECT-REASON
              STRING 'LEAVER: LAST DAY ' DELIMITED BY SIZE
                 LEAVER-LAST-DAY DELIMITED BY SIZE
                 INTO REJECT-REASON
              END-STRING
              MOVE LEAVER-PN TO REJECT-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           .

      *---------------------------------------------------------*
      * LEAVER-REJECT - THE CALLER HAS LEFT THE REASON IN        *
      * REJECT-REASON.  THE LEAVER GOES TO THE EXCEPTIONS REPORT *
      * AND TO AUDITLOG, AND NOTHING IS APPLIED OR TRANSMITTED.  *
      *---------------------------------------------------------*
       LEAVER-REJECT SECTION.
           ADD 1 TO REJECTED-COUNT
           DISPLAY 'REJECTED LEAVER ' LEAVER-PN ': ' REJECT-REASON
           MOVE LEAVER-PN TO RPT-DET-PN
           MOVE LEAVER-EMPREF TO RPT-DET-EMPREF
           MOVE LEAVER-LAST-DAY TO RPT-DET-LAST-DAY
           MOVE REJECT-REASON TO RPT-DET-REASON
           MOVE REPORT-DETAIL TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO LEAVRPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           MOVE LEAVER-PN TO REJECT-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

       CHECK-XMIT-WRITE SECTION.
           IF XMIT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO LEAVXMIT FAILED, STATUS '
                 XMIT-FILE-STATUS
           END-IF
           .

       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'LEAVER TOTALS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'LEAVERS READ' TO RPT-LABEL
           MOVE READ-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'APPLIED AND TRANSMITTED' TO RPT-LABEL
           MOVE APPLIED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'REJECTED AS EXCEPTIONS' TO RPT-LABEL
           MOVE REJECTED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'LEAVXMIT TRAILER COUNT' TO RPT-LABEL
           MOVE XMIT-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           IF NOT FEED-PRESENT
              MOVE 'LEAVERIN NOT DELIVERED' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           .

       WRITE-ONE-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO LEAVRPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           .

      *---------------------------------------------------------*
      * WRITE-AUDIT-RECORD - SAME LAYOUT AND DISCIPLINE AS THE   *
      * MAIN CALCULATOR'S AUDIT TRAIL; SOURCE 'E' MARKS THE      *
      * LEAVER FEED.                                             *
      *---------------------------------------------------------*
       WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE 'E' TO AUDIT-SOURCE
           MOVE REJECT-REASON TO AUDIT-REASON
           MOVE REJECT-VALUE TO AUDIT-VALUE
           MOVE OPERATOR-ID TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO AUDITLOG FAILED, STATUS '
                 AUDIT-FILE-STATUS
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
              MOVE 'LEAVERS' TO JRNL-PROGRAM
              MOVE 'E' TO JRNL-RUN-MODE
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

       END PROGRAM LEAVERS.
