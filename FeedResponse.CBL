       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRESP.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - PER-FEED DISPOSITION RETURN   *
      *                  FILES.  THE OUTCOME OF EACH HR RECORD    *
      *                  WAS SPLIT ACROSS PREFIXREJ, SSNOUT AND   *
      *                  AUDITLOG, SO HEAD OFFICE, THE SUBSIDIARY *
      *                  AND THE AGENCY-STAFF SYSTEM HAD TO RING  *
      *                  US TO LEARN WHO GOT A NUMBER.  RUN AFTER *
      *                  THE NIGHTLY BATCH, THIS PROGRAM WRITES   *
      *                  ONE RETURN FILE PER ORIGINATING FEED     *
      *                  (RESPHO, RESPSB, RESPAG) WITH A LINE FOR *
      *                  EVERY RECORD THAT FEED SENT: EMPLOYEE    *
      *                  REFERENCE, PREFIX, AND THE ISSUED        *
      *                  PERSONNUMMER OR THE REJECT REASON FROM   *
      *                  THE EDIT (PREFIXREJ) OR THE BATCH        *
      *                  (SSNDISP).  EACH FILE ENDS WITH A        *
      *                  TRAILER THAT BALANCES TO THE FEED'S READ *
      *                  COUNT ON PREFIXRPT.                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-REPORT-FILE ASSIGN TO "PREFIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "PREFIXREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SSNDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISP-FILE-STATUS.
           SELECT RESP1-FILE ASSIGN TO "RESPHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESP1-FILE-STATUS.
           SELECT RESP2-FILE ASSIGN TO "RESPSB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESP2-FILE-STATUS.
           SELECT RESP3-FILE ASSIGN TO "RESPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESP3-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD.
           03  EDIT-RPT-FEED-NAME      PIC X(10).
           03  FILLER                  PIC X(2).
           03  EDIT-RPT-READ-LABEL     PIC X(5).
           03  EDIT-RPT-READ-COUNT     PIC X(6).
           03  FILLER                  PIC X(37).
       01  EDIT-STAMP-RECORD.
           03  EDIT-STAMP-LABEL        PIC X(4).
           03  EDIT-STAMP-DATE         PIC X(8).
           03  FILLER                  PIC X(1).
           03  EDIT-STAMP-TIME         PIC X(8).
           03  FILLER                  PIC X(39).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           03  REJ-PREFIX              PIC X(9).
           03  FILLER                  PIC X(1).
           03  REJ-EMPLOYEE-REF        PIC X(10).
           03  FILLER                  PIC X(1).
           03  REJ-REASON-CODE         PIC X(8).
           03  FILLER                  PIC X(1).
           03  REJ-FEED-TAG            PIC X(10).
       FD  DISP-FILE.
       01  DISP-RECORD.
           03  DISP-TYPE               PIC X(1).
               88  DISP-IS-HEADER      VALUE 'H'.
               88  DISP-IS-DETAIL      VALUE 'D'.
           03  FILLER                  PIC X(1).
           03  DISP-SEQ                PIC 9(6).
           03  FILLER                  PIC X(1).
           03  DISP-PREFIX             PIC X(9).
           03  FILLER                  PIC X(1).
           03  DISP-EMPLOYEE-REF       PIC X(10).
           03  FILLER                  PIC X(1).
           03  DISP-FEED-TAG           PIC X(10).
           03  FILLER                  PIC X(1).
           03  DISP-RESULT             PIC X(1).
           03  FILLER                  PIC X(1).
           03  DISP-PERSONNUMMER       PIC X(10).
           03  FILLER                  PIC X(1).
           03  DISP-REASON             PIC X(8).
       01  DISP-HEADER-RECORD.
           03  FILLER                  PIC X(2).
           03  DISP-H-DATE             PIC 9(8).
           03  FILLER                  PIC X(1).
           03  DISP-H-TIME             PIC 9(8).
           03  FILLER                  PIC X(44).
       FD  RESP1-FILE.
       01  RESP1-RECORD                PIC X(60).
       FD  RESP2-FILE.
       01  RESP2-RECORD                PIC X(60).
       FD  RESP3-FILE.
       01  RESP3-RECORD                PIC X(60).
       WORKING-STORAGE SECTION.
        01 EDIT-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 REJECT-FILE-STATUS PIC X(2) VALUE '00'.
        01 DISP-FILE-STATUS PIC X(2) VALUE '00'.
        01 RESP1-FILE-STATUS PIC X(2) VALUE '00'.
        01 RESP2-FILE-STATUS PIC X(2) VALUE '00'.
        01 RESP3-FILE-STATUS PIC X(2) VALUE '00'.
        01 EDIT-REPORT-EOF-SWITCH PIC X VALUE 'N'.
           88 EDIT-REPORT-EOF VALUE 'Y'.
        01 REJECT-EOF-SWITCH PIC X VALUE 'N'.
           88 REJECT-EOF VALUE 'Y'.
        01 DISP-EOF-SWITCH PIC X VALUE 'N'.
           88 DISP-EOF VALUE 'Y'.

      *---------------------------------------------------------*
      * FEED CONTROL - THE SAME THREE FEEDS, IN THE SAME ORDER,  *
      * AS PREFIXEDIT.  EACH FEED'S EXPECTED COUNT IS ITS READ   *
      * COUNT FROM THE PREFIXRPT FEED LINE (NAME IN COLUMNS      *
      * 1-10, 'READ ' IN 13-17, COUNT IN 18-23), OR ZERO WHEN    *
      * THE REPORT SAYS THE FEED WAS NOT DELIVERED.  A REPORT    *
      * THAT DOES NOT ACCOUNT FOR ALL THREE FEEDS, OR HAS NO RUN *
      * STAMP, CANNOT BE BALANCED TO AND ABANDONS THE RUN.       *
      *---------------------------------------------------------*
        01 FEED-NAME-TABLE.
           03 FILLER PIC X(10) VALUE 'PREFIXHO'.
           03 FILLER PIC X(10) VALUE 'PREFIXSB'.
           03 FILLER PIC X(10) VALUE 'PREFIXAG'.
        01 FEED-NAME REDEFINES FEED-NAME-TABLE
                                     PIC X(10) OCCURS 3.
        01 FEED-CONTROL.
           03 FEED-CONTROL-ENTRY OCCURS 3.
              05 FEED-EXPECTED-COUNT PIC 9(6).
              05 FEED-LINE-COUNT PIC 9(6).
              05 FEED-ISSUED-COUNT PIC 9(6).
              05 FEED-REJECTED-COUNT PIC 9(6).
              05 FEED-LISTED-SWITCH PIC X.
                 88 FEED-LISTED VALUE 'Y'.
              05 FEED-MISSING-SWITCH PIC X.
                 88 FEED-MISSING VALUE 'Y'.
        01 FX PIC 9(1) VALUE 1.
        01 ROUTE-FEED-TAG PIC X(10) VALUE SPACES.
        01 EDIT-STAMP-SEEN-SWITCH PIC X VALUE 'N'.
           88 EDIT-STAMP-SEEN VALUE 'Y'.
        01 EDIT-RUN-DATE PIC 9(8) VALUE 0.
        01 EDIT-RUN-TIME PIC 9(8) VALUE 0.

      *---------------------------------------------------------*
      * BATCH DISPOSITIONS - SSNDISP MUST BE THE BATCH RUN OVER  *
      * THIS EDIT'S CLEAN FILE: A HEADER STAMPED EARLIER THAN    *
      * THE EDIT REPORT MEANS THE BATCH HAS NOT RUN SINCE, AND   *
      * RETURNING LAST NIGHT'S OUTCOMES WOULD BE WORSE THAN      *
      * RETURNING NOTHING.  A CHECKPOINT RESTART OF THE BATCH    *
      * REPEATS THE RECORDS AFTER ITS LAST CHECKPOINT; A LINE    *
      * WHOSE SEQUENCE IS NOT ABOVE THE HIGHEST SEEN SO FAR IS   *
      * SUCH A REPEAT AND IS DROPPED - THE FIRST OUTCOME STANDS. *
      *---------------------------------------------------------*
        01 DISP-HIGH-SEQ PIC 9(6) VALUE 0.
        01 REPLAY-COUNT PIC 9(6) VALUE 0.
        01 UNROUTED-COUNT PIC 9(6) VALUE 0.
        01 UNBALANCED-COUNT PIC 9(1) VALUE 0.
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.

      *---------------------------------------------------------*
      * RETURN FILE LAYOUT - AN 'H' HEADER (RUN DATE AND TIME,   *
      * FEED NAME, AND THE SOURCE SYSTEM ID THE HR SYSTEMS KNOW  *
      * US BY), ONE 'D' LINE PER RECORD THE FEED SENT, AND A 'T' *
      * TRAILER: LINES WRITTEN, ISSUED, REJECTED, THE FEED'S     *
      * PREFIXRPT READ COUNT, AND WHETHER THE LINES BALANCE TO   *
      * IT.  A 'D' LINE'S RESULT IS 'I' WITH THE PERSONNUMMER,   *
      * OR 'R' WITH THE REASON CODE: NONNUM, BADDATE, DUPFEED,   *
      * DUPXFEED FROM THE EDIT; DUPISSUE OR LOCKED FROM THE      *
      * BATCH.                                                   *
      *---------------------------------------------------------*
        01 RESP-OUT-LINE PIC X(60) VALUE SPACES.
        01 RESP-HEADER.
           03 FILLER PIC X(1) VALUE 'H'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-H-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-H-TIME PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-H-FEED PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 FILLER PIC X(10) VALUE 'SWESSNCALC'.
        01 RESP-DETAIL.
           03 FILLER PIC X(1) VALUE 'D'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-D-EMPLOYEE-REF PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-D-PREFIX PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-D-RESULT PIC X(1).
              88 RESP-D-ISSUED VALUE 'I'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-D-PERSONNUMMER PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-D-REASON PIC X(8).
        01 RESP-TRAILER.
           03 FILLER PIC X(1) VALUE 'T'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-T-LINES PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-T-ISSUED PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-T-REJECTED PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-T-EXPECTED PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RESP-T-BALANCE PIC X(14).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - CHECKS THE EDIT REPORT AND THE BATCH     *
      * DISPOSITIONS BELONG TOGETHER, ROUTES EVERY EDIT REJECT   *
      * AND EVERY BATCH OUTCOME TO ITS FEED'S RETURN FILE, AND   *
      * CLOSES EACH FILE WITH ITS BALANCING TRAILER.  NO         *
      * OPERATOR PROMPTS - THIS PROGRAM RUNS UNATTENDED AFTER    *
      * THE BATCH.  CONDITION CODE 8 WHEN ANY FEED FAILS TO      *
      * BALANCE OR A RECORD HAS NO FEED TO GO BACK TO.           *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'HR FEED DISPOSITION RETURN FILES'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           INITIALIZE FEED-CONTROL
           PERFORM LOAD-EDIT-REPORT
           PERFORM OPEN-DISPOSITIONS
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PREFIXREJ, STATUS '
                 REJECT-FILE-STATUS ' - RUN ABANDONED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RESP1-FILE, RESP2-FILE, RESP3-FILE
           MOVE 1 TO FX
           PERFORM UNTIL FX > 3
              MOVE RUN-START-DATE TO RESP-H-DATE
              MOVE RUN-START-TIME TO RESP-H-TIME
              MOVE FEED-NAME(FX) TO RESP-H-FEED
              MOVE RESP-HEADER TO RESP-OUT-LINE
              PERFORM WRITE-RESP-LINE
              ADD 1 TO FX
           END-PERFORM
           READ REJECT-FILE
              AT END MOVE 'Y' TO REJECT-EOF-SWITCH
           END-READ
           PERFORM UNTIL REJECT-EOF
              PERFORM ROUTE-EDIT-REJECT
              READ REJECT-FILE
                 AT END MOVE 'Y' TO REJECT-EOF-SWITCH
              END-READ
           END-PERFORM
           READ DISP-FILE
              AT END MOVE 'Y' TO DISP-EOF-SWITCH
           END-READ
           PERFORM UNTIL DISP-EOF
              PERFORM ROUTE-DISPOSITION
              READ DISP-FILE
                 AT END MOVE 'Y' TO DISP-EOF-SWITCH
              END-READ
           END-PERFORM
           MOVE 1 TO FX
           PERFORM UNTIL FX > 3
              PERFORM WRITE-RESP-TRAILER
              ADD 1 TO FX
           END-PERFORM
           CLOSE REJECT-FILE, DISP-FILE
           CLOSE RESP1-FILE, RESP2-FILE, RESP3-FILE
           DISPLAY 'RETURN FILES COMPLETE'
           IF REPLAY-COUNT > 0
              DISPLAY '   RESTART REPEATS DROPPED: ' REPLAY-COUNT
           END-IF
           DISPLAY '   LINES WITH NO FEED:      ' UNROUTED-COUNT
           DISPLAY '   FEEDS OUT OF BALANCE:    ' UNBALANCED-COUNT
           MOVE 0 TO RETURN-CODE
           IF UNBALANCED-COUNT > 0 OR UNROUTED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------*
      * LOAD-EDIT-REPORT - TAKES THE RUN STAMP AND EACH FEED'S   *
      * READ COUNT (OR NOT-DELIVERED NOTE) OFF PREFIXRPT.  SEE   *
      * THE FEED CONTROL REMARKS IN WORKING-STORAGE.             *
      *---------------------------------------------------------*
       LOAD-EDIT-REPORT SECTION.
           OPEN INPUT EDIT-REPORT-FILE
           IF EDIT-REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PREFIXRPT, STATUS '
                 EDIT-REPORT-FILE-STATUS ' - RUN ABANDONED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ EDIT-REPORT-FILE
              AT END MOVE 'Y' TO EDIT-REPORT-EOF-SWITCH
           END-READ
           PERFORM UNTIL EDIT-REPORT-EOF
              PERFORM LOAD-ONE-REPORT-LINE
              READ EDIT-REPORT-FILE
                 AT END MOVE 'Y' TO EDIT-REPORT-EOF-SWITCH
              END-READ
           END-PERFORM
           CLOSE EDIT-REPORT-FILE
           IF NOT EDIT-STAMP-SEEN
              DISPLAY 'PREFIXRPT HAS NO RUN STAMP - RUN ABANDONED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO FX
           PERFORM UNTIL FX > 3
              IF NOT FEED-LISTED(FX)
                 DISPLAY 'PREFIXRPT HAS NO LINE FOR ' FEED-NAME(FX)
                    ' - RUN ABANDONED.'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO FX
           END-PERFORM
           .

       LOAD-ONE-REPORT-LINE SECTION.
           IF EDIT-STAMP-LABEL = 'RUN '
                 AND EDIT-STAMP-DATE IS NUMERIC
                 AND EDIT-STAMP-TIME IS NUMERIC
              MOVE EDIT-STAMP-DATE TO EDIT-RUN-DATE
              MOVE EDIT-STAMP-TIME TO EDIT-RUN-TIME
              MOVE 'Y' TO EDIT-STAMP-SEEN-SWITCH
           ELSE
              MOVE EDIT-RPT-FEED-NAME TO ROUTE-FEED-TAG
              PERFORM FIND-FEED
              IF FX NOT > 3
                 IF EDIT-REPORT-RECORD(13:13) = 'NOT DELIVERED'
                    MOVE 'Y' TO FEED-LISTED-SWITCH(FX)
                    MOVE 'Y' TO FEED-MISSING-SWITCH(FX)
                    MOVE 0 TO FEED-EXPECTED-COUNT(FX)
                 END-IF
                 IF EDIT-RPT-READ-LABEL = 'READ '
                       AND EDIT-RPT-READ-COUNT IS NUMERIC
                    MOVE 'Y' TO FEED-LISTED-SWITCH(FX)
                    MOVE EDIT-RPT-READ-COUNT TO
                       FEED-EXPECTED-COUNT(FX)
                 END-IF
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * OPEN-DISPOSITIONS - OPENS SSNDISP AND READS PAST ITS     *
      * HEADER, ABANDONING THE RUN WHEN THE FILE IS MISSING,     *
      * HEADERLESS, OR OLDER THAN THE EDIT REPORT.  SEE THE      *
      * BATCH DISPOSITIONS REMARKS IN WORKING-STORAGE.           *
      *---------------------------------------------------------*
       OPEN-DISPOSITIONS SECTION.
           OPEN INPUT DISP-FILE
           IF DISP-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SSNDISP, STATUS '
                 DISP-FILE-STATUS ' - RUN ABANDONED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ DISP-FILE
              AT END MOVE 'Y' TO DISP-EOF-SWITCH
           END-READ
           IF DISP-EOF OR NOT DISP-IS-HEADER
                 OR DISP-H-DATE IS NOT NUMERIC
                 OR DISP-H-TIME IS NOT NUMERIC
              DISPLAY 'SSNDISP HAS NO HEADER - RUN ABANDONED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF DISP-H-DATE < EDIT-RUN-DATE
                 OR (DISP-H-DATE = EDIT-RUN-DATE
                     AND DISP-H-TIME < EDIT-RUN-TIME)
              DISPLAY 'SSNDISP ' DISP-H-DATE ' ' DISP-H-TIME
                 ' PREDATES THE EDIT ' EDIT-RUN-DATE ' '
                 EDIT-RUN-TIME
              DISPLAY 'THE BATCH HAS NOT RUN ON THIS EDIT - RUN '
                 'ABANDONED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *---------------------------------------------------------*
      * ROUTE-EDIT-REJECT - ONE PREFIXREJ LINE: THE RAW PREFIX   *
      * AND EMPLOYEE REFERENCE AS HR SENT THEM, AND THE EDIT'S   *
      * REASON CODE.                                             *
      *---------------------------------------------------------*
       ROUTE-EDIT-REJECT SECTION.
           MOVE REJ-FEED-TAG TO ROUTE-FEED-TAG
           PERFORM FIND-FEED
           IF FX > 3
              ADD 1 TO UNROUTED-COUNT
              DISPLAY 'WARNING: PREFIXREJ LINE FOR UNKNOWN FEED '
                 REJ-FEED-TAG ': ' REJ-PREFIX
           ELSE
              MOVE REJ-EMPLOYEE-REF TO RESP-D-EMPLOYEE-REF
              MOVE REJ-PREFIX TO RESP-D-PREFIX
              MOVE 'R' TO RESP-D-RESULT
              MOVE SPACES TO RESP-D-PERSONNUMMER
              MOVE REJ-REASON-CODE TO RESP-D-REASON
              PERFORM WRITE-RESP-DETAIL
           END-IF
           .

      *---------------------------------------------------------*
      * ROUTE-DISPOSITION - ONE SSNDISP LINE FROM THE BATCH.     *
      *---------------------------------------------------------*
       ROUTE-DISPOSITION SECTION.
           IF NOT DISP-IS-DETAIL OR DISP-SEQ IS NOT NUMERIC
              ADD 1 TO UNROUTED-COUNT
              DISPLAY 'WARNING: UNREADABLE SSNDISP LINE: '
                 DISP-RECORD
           ELSE
              IF DISP-SEQ NOT > DISP-HIGH-SEQ
                 ADD 1 TO REPLAY-COUNT
              ELSE
                 MOVE DISP-SEQ TO DISP-HIGH-SEQ
                 MOVE DISP-FEED-TAG TO ROUTE-FEED-TAG
                 PERFORM FIND-FEED
                 IF FX > 3
                    ADD 1 TO UNROUTED-COUNT
                    DISPLAY 'WARNING: SSNDISP LINE FOR UNKNOWN FEED '
                       DISP-FEED-TAG ': ' DISP-PREFIX
                 ELSE
                    MOVE DISP-EMPLOYEE-REF TO RESP-D-EMPLOYEE-REF
                    MOVE DISP-PREFIX TO RESP-D-PREFIX
                    MOVE DISP-RESULT TO RESP-D-RESULT
                    MOVE DISP-PERSONNUMMER TO RESP-D-PERSONNUMMER
                    MOVE DISP-REASON TO RESP-D-REASON
                    PERFORM WRITE-RESP-DETAIL
                 END-IF
              END-IF
           END-IF
           .

       FIND-FEED SECTION.
           MOVE 1 TO FX
           PERFORM UNTIL FX > 3
                 OR FEED-NAME(FX) = ROUTE-FEED-TAG
              ADD 1 TO FX
           END-PERFORM
           .

       WRITE-RESP-DETAIL SECTION.
           ADD 1 TO FEED-LINE-COUNT(FX)
           IF RESP-D-ISSUED
              ADD 1 TO FEED-ISSUED-COUNT(FX)
           ELSE
              ADD 1 TO FEED-REJECTED-COUNT(FX)
           END-IF
           MOVE RESP-DETAIL TO RESP-OUT-LINE
           PERFORM WRITE-RESP-LINE
           .

      *---------------------------------------------------------*
      * WRITE-RESP-TRAILER - THE FEED'S BALANCING TRAILER.  THE  *
      * LINES WRITTEN MUST EQUAL THE FEED'S PREFIXRPT READ       *
      * COUNT - EVERY RECORD HR SENT HAS EXACTLY ONE OUTCOME.    *
      *---------------------------------------------------------*
       WRITE-RESP-TRAILER SECTION.
           MOVE FEED-LINE-COUNT(FX) TO RESP-T-LINES
           MOVE FEED-ISSUED-COUNT(FX) TO RESP-T-ISSUED
           MOVE FEED-REJECTED-COUNT(FX) TO RESP-T-REJECTED
           MOVE FEED-EXPECTED-COUNT(FX) TO RESP-T-EXPECTED
           IF FEED-LINE-COUNT(FX) = FEED-EXPECTED-COUNT(FX)
              MOVE 'IN BALANCE' TO RESP-T-BALANCE
           ELSE
              MOVE 'OUT OF BALANCE' TO RESP-T-BALANCE
              ADD 1 TO UNBALANCED-COUNT
           END-IF
           DISPLAY FEED-NAME(FX) ' LINES ' FEED-LINE-COUNT(FX)
              ' ISSUED ' FEED-ISSUED-COUNT(FX)
              ' REJECTED ' FEED-REJECTED-COUNT(FX)
              ' READ ' FEED-EXPECTED-COUNT(FX) ' ' RESP-T-BALANCE
           MOVE RESP-TRAILER TO RESP-OUT-LINE
           PERFORM WRITE-RESP-LINE
           .

      *---------------------------------------------------------*
      * WRITE-RESP-LINE - WRITES RESP-OUT-LINE TO THE RETURN     *
      * FILE OF FEED FX.                                         *
      *---------------------------------------------------------*
       WRITE-RESP-LINE SECTION.
           EVALUATE FX
              WHEN 1
                 MOVE RESP-OUT-LINE TO RESP1-RECORD
                 WRITE RESP1-RECORD
                 IF RESP1-FILE-STATUS NOT = '00'
                    DISPLAY 'WARNING: WRITE TO RESPHO FAILED, '
                       'STATUS ' RESP1-FILE-STATUS
                 END-IF
              WHEN 2
                 MOVE RESP-OUT-LINE TO RESP2-RECORD
                 WRITE RESP2-RECORD
                 IF RESP2-FILE-STATUS NOT = '00'
                    DISPLAY 'WARNING: WRITE TO RESPSB FAILED, '
                       'STATUS ' RESP2-FILE-STATUS
                 END-IF
              WHEN 3
                 MOVE RESP-OUT-LINE TO RESP3-RECORD
                 WRITE RESP3-RECORD
                 IF RESP3-FILE-STATUS NOT = '00'
                    DISPLAY 'WARNING: WRITE TO RESPAG FAILED, '
                       'STATUS ' RESP3-FILE-STATUS
                 END-IF
           END-EVALUATE
           .

       END PROGRAM FEEDRESP.
