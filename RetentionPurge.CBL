       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - RETENTION PURGE.  PERSMAST,   *
      *                  SSNXREF AND THE AUDIT ARCHIVE KEPT NAMES,*
      *                  EMPLOYEE REFERENCES AND PERSONNUMMER FOR *
      *                  PEOPLE WHO LEFT YEARS AGO.  FOR EVERY    *
      *                  LEAVER WHOSE LEAVING DATE IS OLDER THAN  *
      *                  THE RETENTION PERIOD (YEARS CARD IN      *
      *                  RETNPRM, DEFAULT 7) THIS PROGRAM BLANKS  *
      *                  THE PERSMAST NAME AND BIRTH COUNTRY,     *
      *                  CLEARS THE SSNXREF EMPLOYEE REFERENCE,   *
      *                  AND MASKS THE PERSONNUMMER IN EVERY      *
      *                  AUDITARC ENTRY ABOUT THEM (WRITTEN TO    *
      *                  AUDITARN FOR THE OPERATOR TO PUT LIVE    *
      *                  ONCE IT BALANCES, AS AUDITINQ DOES WITH  *
      *                  AUDITNEW).  REGISTRY IS NEVER TOUCHED -  *
      *                  THE NUMBER STAYS ALLOCATED SO IT IS      *
      *                  NEVER REISSUED.  EVERY RUN PRINTS A      *
      *                  PURGE CERTIFICATE (PURGCERT) WITH THE    *
      *                  PERSONNUMMER AFFECTED AND COUNTS BY      *
      *                  FILE.  MODE=PREVIEW (THE DEFAULT) PRINTS *
      *                  WHAT WOULD BE PURGED AND CHANGES         *
      *                  NOTHING; MODE=PURGE APPLIES IT.          *
      * 10/14/2026 RPK   SSNXREF DECLARED WITH ITS EMPLOYEE-      *
      *                  REFERENCE AND ISSUE-DATE ALTERNATE KEYS; *
      *                  STATUS 02 ON THE REWRITE THAT CLEARS A   *
      *                  REFERENCE IS A GOOD REWRITE.             *
      * 10/15/2026 RPK   THE JOURNAL STILL HELD THE PURGED NAMES, *
      *                  COUNTRIES AND EMPLOYEE REFERENCES IN ITS *
      *                  PERSMAST AND SSNXREF IMAGES.  THE PURGE  *
      *                  NOW JOURNALS ITS OWN BEFORE IMAGES       *
      *                  ALREADY BLANKED, AND COPIES JOURNAL TO   *
      *                  JOURNALN WITH THOSE FIELDS BLANKED IN    *
      *                  EVERY BEFORE AND AFTER IMAGE FOR A       *
      *                  LEAVER PAST RETENTION, PUT LIVE BY THE   *
      *                  OPERATOR ONCE IT BALANCES, AS AUDITARN.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RETNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT PERS-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERS-KEY
               FILE STATUS IS PERS-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "SSNXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-EMPLOYEE-REF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-ISSUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT MASKED-FILE ASSIGN TO "AUDITARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASKED-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PURGCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT JOURNAL-NEW-FILE ASSIGN TO "JOURNALN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD                 PIC X(72).
       FD  PERS-FILE.
       01  PERS-RECORD.
           03  PERS-KEY                PIC 9(10).
           03  PERS-NAME               PIC X(30).
           03  PERS-BIRTH-COUNTRY      PIC X(20).
           03  PERS-HR-STATUS          PIC X(1).
               88  PERS-HAS-LEFT       VALUE 'L'.
           03  PERS-LEAVE-DATE         PIC 9(8).
       FD  XREF-FILE.
       01  XREF-RECORD.
           03  XREF-KEY                PIC 9(10).
           03  XREF-ISSUE-DATE         PIC 9(8).
           03  XREF-ISSUE-TIME         PIC 9(8).
           03  XREF-RUN-MODE           PIC X(1).
           03  XREF-SOURCE             PIC X(10).
           03  XREF-EMPLOYEE-REF       PIC X(10).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           03  ARC-DATE                PIC X(8).
           03  FILLER                  PIC X(1).
           03  ARC-TIME                PIC X(8).
           03  FILLER                  PIC X(1).
           03  ARC-SOURCE              PIC X(1).
           03  FILLER                  PIC X(1).
           03  ARC-REASON              PIC X(40).
           03  FILLER                  PIC X(1).
           03  ARC-VALUE               PIC X(10).
           03  FILLER                  PIC X(1).
           03  ARC-OPERATOR            PIC X(10).
       FD  MASKED-FILE.
       01  MASKED-RECORD               PIC X(82).
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
       FD  JOURNAL-NEW-FILE.
       01  JOURNAL-NEW-RECORD          PIC X(225).
       WORKING-STORAGE SECTION.
        01 PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 PERS-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
           88 XREF-IO-OK VALUE '00' '02'.
        01 ARCHIVE-FILE-STATUS PIC X(2) VALUE '00'.
        01 MASKED-FILE-STATUS PIC X(2) VALUE '00'.
        01 AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
        01 PARM-ERROR-SWITCH PIC X VALUE 'N'.
           88 PARM-ERRORS VALUE 'Y'.
        01 PARM-KEYWORD PIC X(12) VALUE SPACES.
        01 PARM-VALUE PIC X(44) VALUE SPACES.
        01 PERS-EOF-SWITCH PIC X VALUE 'N'.
           88 PERS-EOF VALUE 'Y'.
        01 ARCHIVE-EOF-SWITCH PIC X VALUE 'N'.
           88 ARCHIVE-EOF VALUE 'Y'.
        01 ARCHIVE-PRESENT-SWITCH PIC X VALUE 'N'.
           88 ARCHIVE-PRESENT VALUE 'Y'.

      *---------------------------------------------------------*
      * RETENTION SETTINGS.  A LEAVER IS PAST RETENTION WHEN THE *
      * PERSMAST LEAVING DATE IS BEFORE THE CUTOFF - TODAY'S     *
      * DATE MOVED BACK RETENTION-YEARS YEARS.  A LEAVER WITH NO *
      * LEAVING DATE IS NEVER PURGED.  PREVIEW IS THE DEFAULT SO *
      * A MISSING OR MISTYPED MODE CARD CAN NEVER PURGE ANYONE.  *
      *---------------------------------------------------------*
        01 RETENTION-YEARS PIC 9(2) VALUE 7.
        01 PURGE-MODE-SWITCH PIC X VALUE 'N'.
           88 PURGE-MODE VALUE 'Y'.
           88 PREVIEW-MODE VALUE 'N'.
        01 CUTOFF-DATE PIC 9(8) VALUE 0.
        01 CUTOFF-DATE-PARTS REDEFINES CUTOFF-DATE.
           03 CUTOFF-CCYY PIC 9(4).
           03 CUTOFF-MMDD PIC 9(4).
        01 PAST-RETENTION-SWITCH PIC X VALUE 'N'.
           88 PAST-RETENTION VALUE 'Y'.
        01 ARC-VALUE-NUM PIC 9(10) VALUE 0.
        01 MASKED-VALUE PIC X(10) VALUE '**********'.

      *---------------------------------------------------------*
      * AUDIT TRAIL - SAME CONVENTIONS AS THE MAIN CALCULATOR:   *
      * REJECT-REASON AND REJECT-VALUE ARE SET BY THE CALLER     *
      * IMMEDIATELY BEFORE PERFORM WRITE-AUDIT-RECORD.  SOURCE   *
      * CODE 'D' (DATA RETENTION) MARKS THIS PROGRAM'S ENTRIES.  *
      * NOTHING IS AUDITED IN PREVIEW MODE.                      *
      *---------------------------------------------------------*
        01 REJECT-REASON PIC X(40) VALUE SPACES.
        01 REJECT-VALUE PIC X(10) VALUE SPACES.
        01 OPERATOR-ID PIC X(10) VALUE 'RETENTION'.

      *---------------------------------------------------------*
      * UPDATE JOURNAL - EVERY PERSMAST AND SSNXREF REWRITE IS   *
      * APPENDED WITH ITS BEFORE AND AFTER IMAGE ('C' CHANGED),  *
      * STAMPED WITH PROGRAM, RUN MODE 'D', AND OPERATOR         *
      * RETENTION, SO JRNLRECV CAN ROLL A RESTORED FILE FORWARD  *
      * PAST THE PURGE INSTEAD OF BRINGING THE DATA BACK.        *
      *---------------------------------------------------------*
        01 JOURNAL-FILE-STATUS PIC X(2) VALUE '00'.
        01 JOURNAL-OPEN-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-NOT-TRIED VALUE 'N'.
           88 JOURNAL-OPEN VALUE 'Y'.
           88 JOURNAL-CLOSED VALUE 'C'.
        01 JOURNAL-LOST-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-LOST VALUE 'Y'.
        01 JOURNAL-FILE-ID PIC X(8) VALUE SPACES.
        01 JOURNAL-ACTION PIC X(1) VALUE SPACE.
        01 JOURNAL-KEY PIC 9(10) VALUE 0.
        01 JOURNAL-BEFORE PIC X(80) VALUE SPACES.
        01 JOURNAL-AFTER PIC X(80) VALUE SPACES.

      *---------------------------------------------------------*
      * JOURNAL MASKING - ONCE THE PURGE'S OWN IMAGES ARE        *
      * WRITTEN, JOURNAL IS COPIED TO JOURNALN.  EVERY PERSMAST  *
      * OR SSNXREF IMAGE KEYED ON A LEAVER PAST RETENTION HAS    *
      * THE NAME AND BIRTH COUNTRY (PERSMAST) OR THE EMPLOYEE    *
      * REFERENCE (SSNXREF) BLANKED, BEFORE AND AFTER ALIKE, SO  *
      * A LATER JRNLRECV REPLAY CANNOT PUT THEM BACK.  NO OTHER  *
      * JOURNALED FILE CARRIES THEM.  A REPLAY OVER AN UNLOAD    *
      * TAKEN BEFORE THE PURGE THEREFORE REPORTS THESE KEYS AS   *
      * BEFORE IMAGE DIFFERS AND STILL APPLIES THE BLANKED AFTER *
      * IMAGE.  THE IMAGE BEING MASKED IS WORKED ON THROUGH THE  *
      * REDEFINES BELOW.                                         *
      *---------------------------------------------------------*
        01 JOURNAL-NEW-FILE-STATUS PIC X(2) VALUE '00'.
        01 JOURNAL-EOF-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-EOF VALUE 'Y'.
        01 JOURNAL-PRESENT-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-PRESENT VALUE 'Y'.
           88 JOURNAL-UNREADABLE VALUE 'F'.
        01 JOURNAL-MASK-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-ENTRY-MASKED VALUE 'Y'.
        01 JOURNAL-IMAGE PIC X(80) VALUE SPACES.
        01 JOURNAL-PERS-IMAGE REDEFINES JOURNAL-IMAGE.
           03 FILLER PIC X(10).
           03 JOURNAL-PERS-NAME PIC X(30).
           03 JOURNAL-PERS-COUNTRY PIC X(20).
           03 FILLER PIC X(20).
        01 JOURNAL-XREF-IMAGE REDEFINES JOURNAL-IMAGE.
           03 FILLER PIC X(37).
           03 JOURNAL-XREF-EMPLOYEE-REF PIC X(10).
           03 FILLER PIC X(33).

      *---------------------------------------------------------*
      * RUN COUNTS BY FILE.  ELIGIBLE = PURGED + ALREADY PURGED  *
      * (A LEAVER AN EARLIER RUN ALREADY CLEARED IS COUNTED BUT  *
      * NOT LISTED), AND THE ARCHIVE AND JOURNAL EACH BALANCE AS *
      * READ = WRITTEN TO AUDITARN AND JOURNALN.  IN PREVIEW     *
      * MODE THE COUNTS ARE WHAT A PURGE RUN WOULD CHANGE.       *
      *---------------------------------------------------------*
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-DATE-PARTS REDEFINES RUN-START-DATE.
           03 RUN-START-CCYY PIC 9(4).
           03 RUN-START-MMDD PIC 9(4).
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 PERS-READ-COUNT PIC 9(6) VALUE 0.
        01 ELIGIBLE-COUNT PIC 9(6) VALUE 0.
        01 PERS-PURGED-COUNT PIC 9(6) VALUE 0.
        01 XREF-CLEARED-COUNT PIC 9(6) VALUE 0.
        01 XREF-MISSING-COUNT PIC 9(6) VALUE 0.
        01 ALREADY-PURGED-COUNT PIC 9(6) VALUE 0.
        01 FAILED-COUNT PIC 9(6) VALUE 0.
        01 ARC-READ-COUNT PIC 9(6) VALUE 0.
        01 ARC-MASKED-COUNT PIC 9(6) VALUE 0.
        01 ARC-WRITTEN-COUNT PIC 9(6) VALUE 0.
        01 JRNL-READ-COUNT PIC 9(6) VALUE 0.
        01 JRNL-MASKED-COUNT PIC 9(6) VALUE 0.
        01 JRNL-WRITTEN-COUNT PIC 9(6) VALUE 0.
        01 PERS-ACTION PIC X(16) VALUE SPACES.
        01 XREF-ACTION PIC X(16) VALUE SPACES.
        01 REPORT-HEADING-LINE.
           03 FILLER PIC X(12) VALUE 'PERSONNUMMER'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'LEFT ON'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'PERSMAST'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'SSNXREF'.
        01 REPORT-DETAIL.
           03 RPT-DET-PN PIC 9(10).
           03 FILLER PIC X(4) VALUE SPACES.
           03 RPT-DET-LEAVE-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-PERS PIC X(16).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-XREF PIC X(16).
        01 REPORT-ARC-HEADING-LINE.
           03 FILLER PIC X(12) VALUE 'PERSONNUMMER'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ENTRY ON'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'REASON'.
        01 REPORT-ARC-DETAIL.
           03 RPT-ARC-PN PIC X(10).
           03 FILLER PIC X(4) VALUE SPACES.
           03 RPT-ARC-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-ARC-REASON PIC X(40).
        01 REPORT-TOTAL-LINE.
           03 RPT-LABEL PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-COUNT PIC 9(6).
        01 REPORT-STAMP-LINE.
           03 FILLER PIC X(4) VALUE 'RUN '.
           03 RPT-STAMP-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-STAMP-TIME PIC 9(8).
        01 REPORT-CRIT-LINE.
           03 RPT-CRIT-LABEL PIC X(12).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-CRIT-VALUE PIC X(44).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - LOADS THE CONTROL CARDS, PURGES (OR      *
      * PREVIEWS) PERSMAST AND SSNXREF IN ONE PASS OF THE PERSON *
      * MASTER, THEN MASKS THE ARCHIVE AND THE JOURNAL AND       *
      * PRINTS THE CERTIFICATE TOTALS.  NO OPERATOR PROMPTS -    *
      * THIS RUNS FROM THE SCHEDULER ON THE RETENTION CALENDAR.  *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'RETENTION PURGE'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           PERFORM LOAD-PARAMETERS
           IF PARM-ERRORS
              DISPLAY 'RUN ABORTED - INVALID PARAMETER CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE CUTOFF-CCYY = RUN-START-CCYY - RETENTION-YEARS
           MOVE RUN-START-MMDD TO CUTOFF-MMDD
           IF PURGE-MODE
              OPEN I-O PERS-FILE
           ELSE
              OPEN INPUT PERS-FILE
           END-IF
           IF PERS-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PERSMAST, STATUS '
                 PERS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF PURGE-MODE
              OPEN I-O XREF-FILE
           ELSE
              OPEN INPUT XREF-FILE
           END-IF
           IF XREF-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SSNXREF, STATUS '
                 XREF-FILE-STATUS
              CLOSE PERS-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ARCHIVE-FILE
           EVALUATE ARCHIVE-FILE-STATUS
              WHEN '00'
                 MOVE 'Y' TO ARCHIVE-PRESENT-SWITCH
              WHEN '35'
                 DISPLAY 'NO AUDITARC - NO ARCHIVE ENTRIES TO MASK'
              WHEN OTHER
                 DISPLAY 'UNABLE TO OPEN AUDITARC, STATUS '
                    ARCHIVE-FILE-STATUS
                 CLOSE PERS-FILE, XREF-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF PURGE-MODE
              OPEN EXTEND AUDIT-FILE
              IF AUDIT-FILE-STATUS NOT = '00'
                 OPEN OUTPUT AUDIT-FILE
              END-IF
              IF ARCHIVE-PRESENT
                 OPEN OUTPUT MASKED-FILE
              END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM PURGE-PERSON-MASTER
           IF ARCHIVE-PRESENT
              PERFORM MASK-ARCHIVE
           END-IF
           IF JOURNAL-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           MOVE 'C' TO JOURNAL-OPEN-SWITCH
           PERFORM MASK-JOURNAL
           PERFORM WRITE-REPORT-TOTALS
           CLOSE PERS-FILE, XREF-FILE, REPORT-FILE
           IF ARCHIVE-PRESENT
              CLOSE ARCHIVE-FILE
           END-IF
           IF PURGE-MODE
              CLOSE AUDIT-FILE
              IF ARCHIVE-PRESENT
                 CLOSE MASKED-FILE
              END-IF
           END-IF
           IF PREVIEW-MODE
              DISPLAY 'PREVIEW ONLY - NOTHING HAS BEEN CHANGED'
           END-IF
           DISPLAY 'RETENTION PURGE COMPLETE - LEFT BEFORE: '
              CUTOFF-DATE
           DISPLAY '   LEAVERS PAST RETENTION:  ' ELIGIBLE-COUNT
           DISPLAY '   PERSMAST ANONYMIZED:     ' PERS-PURGED-COUNT
           DISPLAY '   SSNXREF REFS CLEARED:    ' XREF-CLEARED-COUNT
           DISPLAY '   ALREADY PURGED:          '
              ALREADY-PURGED-COUNT
           DISPLAY '   AUDITARC ENTRIES MASKED: ' ARC-MASKED-COUNT
           DISPLAY '   JOURNAL ENTRIES MASKED:  ' JRNL-MASKED-COUNT
           DISPLAY '   UPDATES FAILED:          ' FAILED-COUNT
           MOVE 0 TO RETURN-CODE
           IF FAILED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           IF PURGE-MODE AND ARCHIVE-PRESENT
              IF ARC-READ-COUNT = ARC-WRITTEN-COUNT
                 DISPLAY 'ARCHIVE BALANCE CHECK PASSED - RENAME '
                    'AUDITARN OVER AUDITARC TO PUT IT LIVE.'
              ELSE
                 DISPLAY 'WARNING: ARCHIVE DOES NOT BALANCE - DO '
                    'NOT REPLACE AUDITARC.'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           IF PURGE-MODE AND JOURNAL-PRESENT
              IF JRNL-READ-COUNT = JRNL-WRITTEN-COUNT
                 DISPLAY 'JOURNAL BALANCE CHECK PASSED - RENAME '
                    'JOURNALN OVER JOURNAL TO PUT IT LIVE.'
              ELSE
                 DISPLAY 'WARNING: JOURNAL DOES NOT BALANCE - DO '
                    'NOT REPLACE JOURNAL.'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           IF JOURNAL-UNREADABLE
              MOVE 8 TO RETURN-CODE
           END-IF
           IF JOURNAL-LOST
              DISPLAY 'WARNING: JOURNAL INCOMPLETE - TAKE A FRESH '
                 'UNLOAD BEFORE RELYING ON RECOVERY.'
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------*
      * LOAD-PARAMETERS - READS RETNPRM IF IT EXISTS AND APPLIES *
      * EACH CONTROL CARD.  A MISSING FILE MEANS A PREVIEW WITH  *
      * THE DEFAULT RETENTION PERIOD.  KEYWORDS:                 *
      *   YEARS=NN        RETENTION PERIOD AFTER THE LEAVING     *
      *                   DATE, 1-99 YEARS                       *
      *   MODE=PREVIEW    REPORT ONLY (DEFAULT)                  *
      *   MODE=PURGE      APPLY THE PURGE                        *
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
                 WHEN 'YEARS'
                    IF PARM-VALUE(1:2) IS NUMERIC
                          AND PARM-VALUE(3:42) = SPACES
                          AND PARM-VALUE(1:2) NOT = '00'
                       MOVE PARM-VALUE(1:2) TO RETENTION-YEARS
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: YEARS MUST BE 01-99'
                    END-IF
                 WHEN 'MODE'
                    EVALUATE PARM-VALUE
                       WHEN 'PREVIEW'
                          MOVE 'N' TO PURGE-MODE-SWITCH
                       WHEN 'PURGE'
                          MOVE 'Y' TO PURGE-MODE-SWITCH
                       WHEN OTHER
                          MOVE 'Y' TO PARM-ERROR-SWITCH
                          DISPLAY 'PARM ERROR: MODE MUST BE PREVIEW '
                             'OR PURGE'
                    END-EVALUATE
                 WHEN OTHER
                    MOVE 'Y' TO PARM-ERROR-SWITCH
                    DISPLAY 'PARM ERROR: UNRECOGNIZED KEYWORD'
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * PURGE-PERSON-MASTER - ONE PASS OF PERSMAST IN KEY ORDER. *
      * EVERY LEAVER PAST RETENTION IS PURGED (OR PREVIEWED) ON  *
      * PERSMAST AND SSNXREF TOGETHER.                           *
      *---------------------------------------------------------*
       PURGE-PERSON-MASTER SECTION.
           MOVE REPORT-HEADING-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO PERS-EOF-SWITCH
           MOVE 0 TO PERS-KEY
           START PERS-FILE KEY IS >= PERS-KEY
              INVALID KEY MOVE 'Y' TO PERS-EOF-SWITCH
           END-START
           IF PERS-FILE-STATUS NOT = '00'
                 AND PERS-FILE-STATUS NOT = '23'
              DISPLAY 'WARNING: UNABLE TO POSITION PERSMAST, '
                 'STATUS ' PERS-FILE-STATUS
              ADD 1 TO FAILED-COUNT
              MOVE 'Y' TO PERS-EOF-SWITCH
           END-IF
           PERFORM UNTIL PERS-EOF
              READ PERS-FILE NEXT
                 AT END MOVE 'Y' TO PERS-EOF-SWITCH
              END-READ
              IF NOT PERS-EOF
                    AND PERS-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: PERSMAST READ FAILED, STATUS '
                    PERS-FILE-STATUS
                 ADD 1 TO FAILED-COUNT
                 MOVE 'Y' TO PERS-EOF-SWITCH
              END-IF
              IF NOT PERS-EOF
                 ADD 1 TO PERS-READ-COUNT
                 PERFORM TEST-PAST-RETENTION
                 IF PAST-RETENTION
                    ADD 1 TO ELIGIBLE-COUNT
                    PERFORM PURGE-ONE-PERSON
                 END-IF
              END-IF
           END-PERFORM
           .

       TEST-PAST-RETENTION SECTION.
           MOVE 'N' TO PAST-RETENTION-SWITCH
           IF PERS-HAS-LEFT AND PERS-LEAVE-DATE NOT = 0
                 AND PERS-LEAVE-DATE < CUTOFF-DATE
              MOVE 'Y' TO PAST-RETENTION-SWITCH
           END-IF
           .

      *---------------------------------------------------------*
      * PURGE-ONE-PERSON - THE PERSMAST RECORD IN PERS-RECORD IS *
      * PAST RETENTION.  THE NAME AND COUNTRY ARE BLANKED AND    *
      * THE SSNXREF EMPLOYEE REFERENCE CLEARED; THE HR STATUS    *
      * AND LEAVING DATE STAY SO A LATER RUN STILL KNOWS THE     *
      * PERSON IS PAST RETENTION.  A PERSON WHOSE FILES ARE      *
      * ALREADY CLEAR IS COUNTED BUT NOT LISTED.  THE JOURNAL'S  *
      * BEFORE IMAGE IS TAKEN AFTER THE BLANKING, SO THE PURGED  *
      * DATA NEVER REACHES THE JOURNAL FROM HERE.                *
      *---------------------------------------------------------*
       PURGE-ONE-PERSON SECTION.
           MOVE SPACES TO PERS-ACTION, XREF-ACTION
           IF PERS-NAME = SPACES AND PERS-BIRTH-COUNTRY = SPACES
              MOVE 'ALREADY CLEAR' TO PERS-ACTION
           ELSE
              IF PREVIEW-MODE
                 MOVE 'WOULD ANONYMIZE' TO PERS-ACTION
                 ADD 1 TO PERS-PURGED-COUNT
              ELSE
                 MOVE SPACES TO PERS-NAME, PERS-BIRTH-COUNTRY
                 MOVE PERS-RECORD TO JOURNAL-BEFORE
                 REWRITE PERS-RECORD
                 END-REWRITE
                 IF PERS-FILE-STATUS NOT = '00'
                    DISPLAY 'REWRITE TO PERSMAST FAILED, STATUS '
                       PERS-FILE-STATUS ': ' PERS-KEY
                    MOVE 'REWRITE FAILED' TO PERS-ACTION
                    ADD 1 TO FAILED-COUNT
                 ELSE
                    MOVE 'ANONYMIZED' TO PERS-ACTION
                    ADD 1 TO PERS-PURGED-COUNT
                    MOVE 'PERSMAST' TO JOURNAL-FILE-ID
                    MOVE 'C' TO JOURNAL-ACTION
                    MOVE PERS-KEY TO JOURNAL-KEY
                    MOVE PERS-RECORD TO JOURNAL-AFTER
                    PERFORM WRITE-JOURNAL-RECORD
                 END-IF
              END-IF
           END-IF
           MOVE PERS-KEY TO XREF-KEY
           READ XREF-FILE
              INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN XREF-FILE-STATUS = '23'
                 MOVE 'NOT ON FILE' TO XREF-ACTION
                 ADD 1 TO XREF-MISSING-COUNT
              WHEN XREF-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: SSNXREF READ FAILED, STATUS '
                    XREF-FILE-STATUS ': ' PERS-KEY
                 MOVE 'READ FAILED' TO XREF-ACTION
                 ADD 1 TO FAILED-COUNT
              WHEN XREF-EMPLOYEE-REF = SPACES
                 MOVE 'ALREADY CLEAR' TO XREF-ACTION
              WHEN PREVIEW-MODE
                 MOVE 'WOULD CLEAR' TO XREF-ACTION
                 ADD 1 TO XREF-CLEARED-COUNT
              WHEN OTHER
                 PERFORM PURGE-XREF-RECORD
           END-EVALUATE
           IF PERS-ACTION = 'ALREADY CLEAR'
                 AND (XREF-ACTION = 'ALREADY CLEAR'
                      OR XREF-ACTION = 'NOT ON FILE')
              ADD 1 TO ALREADY-PURGED-COUNT
           ELSE
              MOVE PERS-KEY TO RPT-DET-PN
              MOVE PERS-LEAVE-DATE TO RPT-DET-LEAVE-DATE
              MOVE PERS-ACTION TO RPT-DET-PERS
              MOVE XREF-ACTION TO RPT-DET-XREF
              MOVE REPORT-DETAIL TO REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
              IF PURGE-MODE
                 MOVE SPACES TO REJECT-REASON
                 STRING 'RETENTION PURGE: LEFT ' DELIMITED BY SIZE
                    PERS-LEAVE-DATE DELIMITED BY SIZE
                    INTO REJECT-REASON
                 END-STRING
                 MOVE PERS-KEY TO REJECT-VALUE
                 PERFORM WRITE-AUDIT-RECORD
              END-IF
           END-IF
           .

       PURGE-XREF-RECORD SECTION.
           MOVE SPACES TO XREF-EMPLOYEE-REF
           MOVE XREF-RECORD TO JOURNAL-BEFORE
           REWRITE XREF-RECORD
           END-REWRITE
           IF NOT XREF-IO-OK
              DISPLAY 'REWRITE TO SSNXREF FAILED, STATUS '
                 XREF-FILE-STATUS ': ' XREF-KEY
              MOVE 'REWRITE FAILED' TO XREF-ACTION
              ADD 1 TO FAILED-COUNT
           ELSE
              MOVE 'CLEARED' TO XREF-ACTION
              ADD 1 TO XREF-CLEARED-COUNT
              MOVE 'SSNXREF' TO JOURNAL-FILE-ID
              MOVE 'C' TO JOURNAL-ACTION
              MOVE XREF-KEY TO JOURNAL-KEY
              MOVE XREF-RECORD TO JOURNAL-AFTER
              PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .

      *---------------------------------------------------------*
      * MASK-ARCHIVE - COPIES AUDITARC TO AUDITARN, MASKING THE  *
      * AUDIT VALUE OF EVERY ENTRY WHOSE VALUE IS THE            *
      * PERSONNUMMER OF A LEAVER PAST RETENTION - INCLUDING      *
      * LEAVERS PURGED BY AN EARLIER RUN, WHOSE ENTRIES MAY HAVE *
      * BEEN ARCHIVED SINCE.  EVERY ENTRY IS COPIED, MASKED OR   *
      * NOT, SO THE COPY BALANCES TO THE ARCHIVE.  IN PREVIEW    *
      * MODE NOTHING IS WRITTEN BUT THE ENTRIES ARE LISTED.      *
      *---------------------------------------------------------*
       MASK-ARCHIVE SECTION.
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'AUDITARC ENTRIES MASKED' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE REPORT-ARC-HEADING-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           READ ARCHIVE-FILE
              AT END MOVE 'Y' TO ARCHIVE-EOF-SWITCH
           END-READ
           PERFORM UNTIL ARCHIVE-EOF
              ADD 1 TO ARC-READ-COUNT
              PERFORM MASK-ONE-ENTRY
              READ ARCHIVE-FILE
                 AT END MOVE 'Y' TO ARCHIVE-EOF-SWITCH
              END-READ
           END-PERFORM
           .

       MASK-ONE-ENTRY SECTION.
           MOVE 'N' TO PAST-RETENTION-SWITCH
           IF ARC-VALUE IS NUMERIC
              MOVE ARC-VALUE TO ARC-VALUE-NUM
              MOVE ARC-VALUE-NUM TO PERS-KEY
              READ PERS-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF PERS-FILE-STATUS = '00'
                 PERFORM TEST-PAST-RETENTION
              END-IF
           END-IF
           IF PAST-RETENTION
              ADD 1 TO ARC-MASKED-COUNT
              MOVE ARC-VALUE TO RPT-ARC-PN
              MOVE ARC-DATE TO RPT-ARC-DATE
              MOVE ARC-REASON TO RPT-ARC-REASON
              MOVE REPORT-ARC-DETAIL TO REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
              MOVE MASKED-VALUE TO ARC-VALUE
           END-IF
           IF PURGE-MODE
              MOVE SPACES TO MASKED-RECORD
              MOVE ARCHIVE-RECORD TO MASKED-RECORD
              WRITE MASKED-RECORD
              IF MASKED-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: WRITE TO AUDITARN FAILED, STATUS '
                    MASKED-FILE-STATUS
              ELSE
                 ADD 1 TO ARC-WRITTEN-COUNT
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * MASK-JOURNAL - COPIES JOURNAL TO JOURNALN ENTRY FOR      *
      * ENTRY, MASKING THE PERSMAST AND SSNXREF IMAGES OF EVERY  *
      * LEAVER PAST RETENTION - INCLUDING ENTRIES WRITTEN BY     *
      * PERSLOAD, PERSMAINT, THE MAIN PROGRAM AND LEAVERS LONG   *
      * BEFORE THE PURGE.  THIS RUN'S OWN ENTRIES ARE ALREADY    *
      * CLOSED OFF IN JOURNAL, SO THEY ARE COPIED TOO.  EVERY    *
      * ENTRY IS COPIED, MASKED OR NOT, SO THE COPY BALANCES;    *
      * NOTHING ELSE MAY APPEND TO JOURNAL UNTIL JOURNALN IS PUT *
      * LIVE.  IN PREVIEW MODE NOTHING IS WRITTEN BUT THE        *
      * ENTRIES THAT WOULD BE MASKED ARE COUNTED.  AN UNREADABLE *
      * JOURNAL CANNOT STOP A PURGE ALREADY APPLIED, SO IT IS    *
      * REPORTED WITH CONDITION CODE 8 INSTEAD.                  *
      *---------------------------------------------------------*
       MASK-JOURNAL SECTION.
           OPEN INPUT JOURNAL-FILE
           EVALUATE JOURNAL-FILE-STATUS
              WHEN '00'
                 MOVE 'Y' TO JOURNAL-PRESENT-SWITCH
              WHEN '35'
                 DISPLAY 'NO JOURNAL - NO JOURNAL ENTRIES TO MASK'
              WHEN OTHER
                 DISPLAY 'WARNING: UNABLE TO OPEN JOURNAL, STATUS '
                    JOURNAL-FILE-STATUS ' - JOURNAL NOT MASKED'
                 MOVE 'F' TO JOURNAL-PRESENT-SWITCH
           END-EVALUATE
           IF JOURNAL-PRESENT AND PURGE-MODE
              OPEN OUTPUT JOURNAL-NEW-FILE
              IF JOURNAL-NEW-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: UNABLE TO OPEN JOURNALN, STATUS '
                    JOURNAL-NEW-FILE-STATUS ' - JOURNAL NOT MASKED'
                 CLOSE JOURNAL-FILE
                 MOVE 'F' TO JOURNAL-PRESENT-SWITCH
              END-IF
           END-IF
           IF JOURNAL-PRESENT
              READ JOURNAL-FILE
                 AT END MOVE 'Y' TO JOURNAL-EOF-SWITCH
              END-READ
              PERFORM UNTIL JOURNAL-EOF
                 ADD 1 TO JRNL-READ-COUNT
                 PERFORM MASK-ONE-JOURNAL-ENTRY
                 READ JOURNAL-FILE
                    AT END MOVE 'Y' TO JOURNAL-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
              IF PURGE-MODE
                 CLOSE JOURNAL-NEW-FILE
              END-IF
           END-IF
           .

       MASK-ONE-JOURNAL-ENTRY SECTION.
           MOVE 'N' TO PAST-RETENTION-SWITCH
           MOVE 'N' TO JOURNAL-MASK-SWITCH
           IF (JRNL-FILE-ID = 'PERSMAST' OR JRNL-FILE-ID = 'SSNXREF')
                 AND JRNL-KEY IS NUMERIC
              MOVE JRNL-KEY TO PERS-KEY
              READ PERS-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF PERS-FILE-STATUS = '00'
                 PERFORM TEST-PAST-RETENTION
              END-IF
           END-IF
           IF PAST-RETENTION
              MOVE JRNL-BEFORE TO JOURNAL-IMAGE
              PERFORM MASK-JOURNAL-IMAGE
              MOVE JOURNAL-IMAGE TO JRNL-BEFORE
              MOVE JRNL-AFTER TO JOURNAL-IMAGE
              PERFORM MASK-JOURNAL-IMAGE
              MOVE JOURNAL-IMAGE TO JRNL-AFTER
              IF JOURNAL-ENTRY-MASKED
                 ADD 1 TO JRNL-MASKED-COUNT
              END-IF
           END-IF
           IF PURGE-MODE
              WRITE JOURNAL-NEW-RECORD FROM JOURNAL-RECORD
              IF JOURNAL-NEW-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: WRITE TO JOURNALN FAILED, STATUS '
                    JOURNAL-NEW-FILE-STATUS
              ELSE
                 ADD 1 TO JRNL-WRITTEN-COUNT
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * MASK-JOURNAL-IMAGE - BLANKS THE PERSONAL FIELDS OF THE   *
      * IMAGE IN JOURNAL-IMAGE FOR THE ENTRY'S FILE, AND NOTES   *
      * WHETHER THERE WAS ANYTHING THERE TO BLANK.  A BLANK      *
      * IMAGE (THE BEFORE OF AN ADD, THE AFTER OF A DELETE) IS   *
      * LEFT AS IT IS.                                           *
      *---------------------------------------------------------*
       MASK-JOURNAL-IMAGE SECTION.
           IF JRNL-FILE-ID = 'PERSMAST'
              IF JOURNAL-PERS-NAME NOT = SPACES
                    OR JOURNAL-PERS-COUNTRY NOT = SPACES
                 MOVE 'Y' TO JOURNAL-MASK-SWITCH
                 MOVE SPACES TO JOURNAL-PERS-NAME, JOURNAL-PERS-COUNTRY
              END-IF
           ELSE
              IF JOURNAL-XREF-EMPLOYEE-REF NOT = SPACES
                 MOVE 'Y' TO JOURNAL-MASK-SWITCH
                 MOVE SPACES TO JOURNAL-XREF-EMPLOYEE-REF
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * WRITE-REPORT-HEADER - THE CERTIFICATE STATES WHETHER IT  *
      * RECORDS A PURGE OR ONLY A PREVIEW, AND THE RETENTION     *
      * PERIOD AND CUTOFF IT WAS RUN WITH.                       *
      *---------------------------------------------------------*
       WRITE-REPORT-HEADER SECTION.
           IF PURGE-MODE
              MOVE 'RETENTION PURGE CERTIFICATE' TO REPORT-RECORD
           ELSE
              MOVE 'RETENTION PURGE PREVIEW - NOTHING CHANGED'
                 TO REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE RUN-START-DATE TO RPT-STAMP-DATE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'MODE' TO RPT-CRIT-LABEL
           IF PURGE-MODE
              MOVE 'PURGE' TO RPT-CRIT-VALUE
           ELSE
              MOVE 'PREVIEW' TO RPT-CRIT-VALUE
           END-IF
           MOVE REPORT-CRIT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'YEARS' TO RPT-CRIT-LABEL
           MOVE RETENTION-YEARS TO RPT-CRIT-VALUE
           MOVE REPORT-CRIT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'LEFT BEFORE' TO RPT-CRIT-LABEL
           MOVE CUTOFF-DATE TO RPT-CRIT-VALUE
           MOVE REPORT-CRIT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'COUNTS BY FILE' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'PERSMAST RECORDS READ' TO RPT-LABEL
           MOVE PERS-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'LEAVERS PAST RETENTION' TO RPT-LABEL
           MOVE ELIGIBLE-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'PERSMAST ANONYMIZED' TO RPT-LABEL
           MOVE PERS-PURGED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'SSNXREF EMPLOYEE REFS CLEARED' TO RPT-LABEL
           MOVE XREF-CLEARED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'SSNXREF NOT ON FILE' TO RPT-LABEL
           MOVE XREF-MISSING-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'ALREADY PURGED' TO RPT-LABEL
           MOVE ALREADY-PURGED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'AUDITARC ENTRIES READ' TO RPT-LABEL
           MOVE ARC-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'AUDITARC ENTRIES MASKED' TO RPT-LABEL
           MOVE ARC-MASKED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           IF PURGE-MODE
              MOVE 'AUDITARN ENTRIES WRITTEN' TO RPT-LABEL
              MOVE ARC-WRITTEN-COUNT TO RPT-COUNT
              PERFORM WRITE-ONE-TOTAL
           END-IF
           MOVE 'JOURNAL ENTRIES READ' TO RPT-LABEL
           MOVE JRNL-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'JOURNAL ENTRIES MASKED' TO RPT-LABEL
           MOVE JRNL-MASKED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           IF PURGE-MODE
              MOVE 'JOURNALN ENTRIES WRITTEN' TO RPT-LABEL
              MOVE JRNL-WRITTEN-COUNT TO RPT-COUNT
              PERFORM WRITE-ONE-TOTAL
           END-IF
           MOVE 'UPDATES FAILED' TO RPT-LABEL
           MOVE FAILED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'REGISTRY KEYS RETAINED - NUMBERS ARE NOT REISSUED'
              TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF NOT ARCHIVE-PRESENT
              MOVE 'AUDITARC NOT PRESENT' TO REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
           END-IF
           EVALUATE TRUE
              WHEN JOURNAL-UNREADABLE
                 MOVE 'JOURNAL UNREADABLE - NOT MASKED' TO
                    REPORT-RECORD
                 PERFORM WRITE-REPORT-LINE
              WHEN NOT JOURNAL-PRESENT
                 MOVE 'JOURNAL NOT PRESENT' TO REPORT-RECORD
                 PERFORM WRITE-REPORT-LINE
           END-EVALUATE
           .

       WRITE-ONE-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO PURGCERT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           .

      *---------------------------------------------------------*
      * WRITE-AUDIT-RECORD - SAME LAYOUT AND DISCIPLINE AS THE   *
      * MAIN CALCULATOR'S AUDIT TRAIL; SOURCE 'D' MARKS THE      *
      * RETENTION PURGE.                                         *
      *---------------------------------------------------------*
       WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE 'D' TO AUDIT-SOURCE
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
              MOVE 'RETPURGE' TO JRNL-PROGRAM
              MOVE 'D' TO JRNL-RUN-MODE
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

       END PROGRAM RETPURGE.
