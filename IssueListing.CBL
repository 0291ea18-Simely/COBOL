       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISSUELIST.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - DAILY ISSUANCE LISTING.  THE  *
      *                  MORNING "WHAT DID WE ISSUE YESTERDAY"    *
      *                  QUESTION MEANT A PASS OVER ALL OF        *
      *                  SSNXREF.  THIS PROGRAM POSITIONS SSNXREF *
      *                  ON ITS ISSUE-DATE INDEX AT THE FROM DATE *
      *                  AND READS ONLY UNTIL THE TO DATE IS      *
      *                  PASSED, LISTING EACH ISSUANCE IN THE     *
      *                  RANGE TO ISSUERPT WITH ITS TIME, RUN     *
      *                  MODE, SOURCE FEED, EMPLOYEE REFERENCE,   *
      *                  AND REGISTRY STATUS, WITH A COUNT FOR    *
      *                  EACH DATE AND FOR THE RANGE.  THE RANGE  *
      *                  COMES FROM ISSUEPRM CARDS; WITH NO CARDS *
      *                  IT IS YESTERDAY.  CONDITION CODES: 0     *
      *                  CLEAN, 4 SSNXREF READ WARNINGS, 16 RUN   *
      *                  ABORTED.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ISSUEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "SSNXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-EMPLOYEE-REF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-ISSUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGISTRY-KEY
               FILE STATUS IS REGISTRY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ISSUERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD                 PIC X(72).
       FD  XREF-FILE.
       01  XREF-RECORD.
           03  XREF-KEY                PIC 9(10).
           03  XREF-ISSUE-DATE         PIC 9(8).
           03  XREF-ISSUE-TIME         PIC 9(8).
           03  XREF-RUN-MODE           PIC X(1).
           03  XREF-SOURCE             PIC X(10).
           03  XREF-EMPLOYEE-REF       PIC X(10).
       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           03  REGISTRY-KEY            PIC 9(10).
           03  REGISTRY-STATUS         PIC X(1).
               88  REGISTRY-VOIDED     VALUE 'V'.
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(70).
       WORKING-STORAGE SECTION.
        01 PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
           88 XREF-IO-OK VALUE '00' '02'.
        01 REGISTRY-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
        01 PARM-ERROR-SWITCH PIC X VALUE 'N'.
           88 PARM-ERRORS VALUE 'Y'.
        01 PARM-KEYWORD PIC X(12) VALUE SPACES.
        01 PARM-VALUE PIC X(44) VALUE SPACES.
        01 XREF-EOF-SWITCH PIC X VALUE 'N'.
           88 XREF-EOF VALUE 'Y'.
        01 READ-WARNING-SWITCH PIC X VALUE 'N'.
           88 READ-WARNINGS VALUE 'Y'.

      *---------------------------------------------------------*
      * DATE RANGE - BOTH ENDS INCLUSIVE.  EITHER END LEFT OFF   *
      * THE CARDS DEFAULTS TO YESTERDAY, SO A BARE RUN ANSWERS   *
      * THE MORNING QUESTION AND FROMDATE= ALONE LISTS FROM THAT *
      * DATE UP TO YESTERDAY.                                    *
      *---------------------------------------------------------*
        01 SEL-FROM-DATE PIC 9(8) VALUE 0.
        01 SEL-TO-DATE PIC 9(8) VALUE 0.
        01 YESTERDAY-DATE PIC 9(8) VALUE 0.

      *---------------------------------------------------------*
      * RUN COUNTS.  SUBTOTAL-DATE IS THE ISSUE DATE BEING       *
      * COUNTED; ITS SUBTOTAL IS WRITTEN WHEN THE DATE CHANGES.  *
      *---------------------------------------------------------*
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 SUBTOTAL-DATE PIC 9(8) VALUE 0.
        01 DATE-COUNT PIC 9(6) VALUE 0.
        01 LISTED-COUNT PIC 9(6) VALUE 0.
        01 DAYS-COUNT PIC 9(6) VALUE 0.
        01 VOIDED-COUNT PIC 9(6) VALUE 0.
        01 NO-REGISTRY-COUNT PIC 9(6) VALUE 0.
        01 REPORT-DATE-LINE.
           03 FILLER PIC X(10) VALUE 'ISSUED ON '.
           03 RPT-DATE-DATE PIC 9(8).
        01 REPORT-DETAIL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-PN PIC 9(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-TIME PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-MODE PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-SOURCE PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-EMPREF PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-STATUS PIC X(7).
        01 REPORT-TOTAL-LINE.
           03 RPT-LABEL PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-COUNT PIC 9(6).
        01 REPORT-STAMP-LINE.
           03 FILLER PIC X(4) VALUE 'RUN '.
           03 RPT-STAMP-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-STAMP-TIME PIC 9(8).
        01 REPORT-RANGE-LINE.
           03 FILLER PIC X(11) VALUE 'ISSUE DATE '.
           03 RPT-RANGE-FROM PIC 9(8).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 RPT-RANGE-TO PIC 9(8).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - SETS THE DATE RANGE, READS THE RANGE     *
      * FROM THE ISSUE-DATE INDEX, AND PRINTS THE TOTALS.  NO    *
      * OPERATOR PROMPTS - THIS IS A MORNING BATCH LISTING.      *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'DAILY ISSUANCE LISTING'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           COMPUTE YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(RUN-START-DATE) - 1)
           PERFORM LOAD-PARAMETERS
           IF SEL-FROM-DATE = 0
              MOVE YESTERDAY-DATE TO SEL-FROM-DATE
           END-IF
           IF SEL-TO-DATE = 0
              MOVE YESTERDAY-DATE TO SEL-TO-DATE
           END-IF
           IF SEL-FROM-DATE > SEL-TO-DATE
              MOVE 'Y' TO PARM-ERROR-SWITCH
              DISPLAY 'PARM ERROR: FROMDATE IS AFTER TODATE'
           END-IF
           IF PARM-ERRORS
              DISPLAY 'RUN ABORTED - INVALID PARAMETER CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'ISSUE DATES ' SEL-FROM-DATE ' TO ' SEL-TO-DATE
           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SSNXREF, STATUS '
                 XREF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN REGISTRY, STATUS '
                 REGISTRY-FILE-STATUS
              CLOSE XREF-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE 'PERSONNUMMER ISSUANCE LISTING' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RUN-START-DATE TO RPT-STAMP-DATE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SEL-FROM-DATE TO RPT-RANGE-FROM
           MOVE SEL-TO-DATE TO RPT-RANGE-TO
           MOVE REPORT-RANGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM LIST-ISSUANCES
           PERFORM WRITE-REPORT-TOTALS
           CLOSE XREF-FILE, REGISTRY-FILE, REPORT-FILE
           DISPLAY 'LISTING COMPLETE - ISSUED:      ' LISTED-COUNT
           DISPLAY '                   DATES:       ' DAYS-COUNT
           DISPLAY '                   VOIDED:      ' VOIDED-COUNT
           DISPLAY '                   NO REGISTRY: '
              NO-REGISTRY-COUNT
           MOVE 0 TO RETURN-CODE
           IF READ-WARNINGS
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------*
      * LOAD-PARAMETERS - READS ISSUEPRM IF IT EXISTS AND        *
      * APPLIES EACH CONTROL CARD.  A MISSING FILE JUST MEANS    *
      * "YESTERDAY"; ANY INVALID CARD SETS PARM-ERRORS SO        *
      * PROGRAM-START CAN ABORT INSTEAD OF LISTING A RANGE       *
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
      * PARM-APPLY-CARD - VALIDATES AND APPLIES ONE CONTROL      *
      * CARD, ECHOING EVERY CARD AND ITS FATE TO THE RUN LOG.    *
      * KEYWORDS:                                                *
      *   FROMDATE=YYYYMMDD  FIRST ISSUE DATE LISTED             *
      *   TODATE=YYYYMMDD    LAST ISSUE DATE LISTED              *
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
                 WHEN 'FROMDATE'
                    IF PARM-VALUE(1:8) IS NUMERIC
                          AND PARM-VALUE(9:36) = SPACES
                          AND PARM-VALUE(1:8) NOT = '00000000'
                       MOVE PARM-VALUE(1:8) TO SEL-FROM-DATE
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: FROMDATE MUST BE '
                          'YYYYMMDD'
                    END-IF
                 WHEN 'TODATE'
                    IF PARM-VALUE(1:8) IS NUMERIC
                          AND PARM-VALUE(9:36) = SPACES
                          AND PARM-VALUE(1:8) NOT = '00000000'
                       MOVE PARM-VALUE(1:8) TO SEL-TO-DATE
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: TODATE MUST BE YYYYMMDD'
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO PARM-ERROR-SWITCH
                    DISPLAY 'PARM ERROR: UNRECOGNIZED KEYWORD'
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * LIST-ISSUANCES - POSITIONS SSNXREF ON THE ISSUE-DATE     *
      * INDEX AT THE FROM DATE AND READS FORWARD UNTIL THE FIRST *
      * RECORD ISSUED AFTER THE TO DATE.  RECORDS FOR ONE DATE   *
      * ARRIVE TOGETHER, SO EACH DATE GETS A HEADING LINE AND A  *
      * SUBTOTAL WHEN THE DATE CHANGES.                          *
      *---------------------------------------------------------*
       LIST-ISSUANCES SECTION.
           MOVE SEL-FROM-DATE TO XREF-ISSUE-DATE
           START XREF-FILE KEY IS >= XREF-ISSUE-DATE
              INVALID KEY MOVE 'Y' TO XREF-EOF-SWITCH
           END-START
           IF XREF-FILE-STATUS NOT = '00'
                 AND XREF-FILE-STATUS NOT = '23'
              DISPLAY 'WARNING: UNABLE TO POSITION SSNXREF, '
                 'STATUS ' XREF-FILE-STATUS
              MOVE 'Y' TO XREF-EOF-SWITCH, READ-WARNING-SWITCH
           END-IF
           PERFORM UNTIL XREF-EOF
              READ XREF-FILE NEXT
                 AT END MOVE 'Y' TO XREF-EOF-SWITCH
              END-READ
              IF NOT XREF-EOF AND NOT XREF-IO-OK
                 DISPLAY 'WARNING: SSNXREF READ FAILED, STATUS '
                    XREF-FILE-STATUS
                 MOVE 'Y' TO XREF-EOF-SWITCH, READ-WARNING-SWITCH
              END-IF
              IF NOT XREF-EOF
                    AND XREF-ISSUE-DATE > SEL-TO-DATE
                 MOVE 'Y' TO XREF-EOF-SWITCH
              END-IF
              IF NOT XREF-EOF
                 IF XREF-ISSUE-DATE NOT = SUBTOTAL-DATE
                    IF DAYS-COUNT > 0
                       PERFORM WRITE-DATE-TOTAL
                    END-IF
                    MOVE XREF-ISSUE-DATE TO SUBTOTAL-DATE
                    MOVE 0 TO DATE-COUNT
                    ADD 1 TO DAYS-COUNT
                    MOVE SUBTOTAL-DATE TO RPT-DATE-DATE
                    MOVE REPORT-DATE-LINE TO REPORT-RECORD
                    WRITE REPORT-RECORD
                 END-IF
                 PERFORM LIST-ONE-ISSUANCE
              END-IF
           END-PERFORM
           IF DAYS-COUNT > 0
              PERFORM WRITE-DATE-TOTAL
           END-IF
           .

      *---------------------------------------------------------*
      * LIST-ONE-ISSUANCE - ONE SSNXREF RECORD IN THE RANGE,     *
      * WITH ITS REGISTRY STATUS PROBED BY KEY ('NO REG' WHEN    *
      * THE NUMBER HAS NO REGISTRY RECORD - THE REGUTIL VERIFY   *
      * RUN HUNTS THOSE DOWN PROPERLY).                          *
      *---------------------------------------------------------*
       LIST-ONE-ISSUANCE SECTION.
           MOVE SPACES TO REPORT-DETAIL
           MOVE XREF-KEY TO RPT-DET-PN
           MOVE XREF-ISSUE-TIME TO RPT-DET-TIME
           MOVE XREF-RUN-MODE TO RPT-DET-MODE
           MOVE XREF-SOURCE TO RPT-DET-SOURCE
           MOVE XREF-EMPLOYEE-REF TO RPT-DET-EMPREF
           MOVE XREF-KEY TO REGISTRY-KEY
           READ REGISTRY-FILE
              INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN REGISTRY-FILE-STATUS = '00'
                    AND REGISTRY-VOIDED
                 MOVE 'VOIDED' TO RPT-DET-STATUS
                 ADD 1 TO VOIDED-COUNT
              WHEN REGISTRY-FILE-STATUS = '00'
                 MOVE 'ACTIVE' TO RPT-DET-STATUS
              WHEN OTHER
                 MOVE 'NO REG' TO RPT-DET-STATUS
                 ADD 1 TO NO-REGISTRY-COUNT
           END-EVALUATE
           MOVE REPORT-DETAIL TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO ISSUERPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           ADD 1 TO DATE-COUNT, LISTED-COUNT
           .

       WRITE-DATE-TOTAL SECTION.
           MOVE SPACES TO RPT-LABEL
           STRING '  ISSUED ON ' DELIMITED BY SIZE
              SUBTOTAL-DATE DELIMITED BY SIZE
              INTO RPT-LABEL
           END-STRING
           MOVE DATE-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           .

       WRITE-REPORT-TOTALS SECTION.
           MOVE 'LISTING TOTALS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'NUMBERS ISSUED IN RANGE' TO RPT-LABEL
           MOVE LISTED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'ISSUE DATES WITH ISSUANCE' TO RPT-LABEL
           MOVE DAYS-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'SINCE VOIDED' TO RPT-LABEL
           MOVE VOIDED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'NO REGISTRY RECORD' TO RPT-LABEL
           MOVE NO-REGISTRY-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           .

       WRITE-ONE-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO ISSUERPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           .

       END PROGRAM ISSUELIST.
