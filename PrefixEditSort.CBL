      *                  REJECT LINE CARRIES THE FEED TAG SO A    *
      *                  BAD RECORD GOES BACK TO THE RIGHT HR     *
      *                  SYSTEM.                                  *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 4 RECORDS REJECTED OR A FEED NOT  *
      *                  DELIVERED, 16 RUN ABANDONED.  THE        *
      *                  REJECT-PERCENTAGE TEST THAT DECIDES      *
      *                  WHETHER THE BATCH RUNS IS MADE BY THE    *
      *                  NIGHTLY DRIVER FROM PREFIXRPT.           *
      * 10/14/2026 RPK   REJECTED RECORDS ARE NOW ALSO HELD IN    *
      *                  THE SUSPENSE FILE (ORIGINAL CONTENT,     *
      *                  REASON, FEED AND DATE) UNTIL AN OPERATOR *
      *                  CORRECTS OR CANCELS THEM THROUGH         *
      *                  REJSUSP.  ITEMS CORRECTED FROM THE EDIT  *
      *                  OR THE BATCH ARE READ BACK AFTER THE     *
      *                  FEEDS, EDITED UNDER THEIR ORIGINAL FEED  *
      *                  TAG AND MARKED RESUBMITTED.  PREFIXRPT   *
      *                  CARRIES THE SUSPENSE COUNTS.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "PREFIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               ALTERNATE RECORD KEY IS SUSP-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
           03  REJ-FEED-TAG            PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(60).
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
       01  SUSP-CONTROL-RECORD.
           03  SUSP-CTL-KEY            PIC 9(8).
           03  SUSP-CTL-LAST-ITEM      PIC 9(8).
           03  FILLER                  PIC X(94).
       SD  SORT-FILE.
       01  SORT-RECORD.
           03  SORT-PREFIX             PIC 9(9).
      *---------------------------------------------------------*
        01 EDIT-REJECT-REASON PIC X(8) VALUE SPACES.

      *---------------------------------------------------------*
      * REJECT SUSPENSE - EVERY RECORD THIS EDIT DROPS IS ALSO   *
      * HELD AS AN ITEM IN SUSPENSE, THE INDEXED FILE SHARED     *
      * WITH THE MAIN BATCH AND ALLOCATE RUNS, WITH ITS ORIGINAL *
      * CONTENT, STAGE, FEED, REASON AND DATE.  ITEM 0 IS THE    *
      * CONTROL RECORD HOLDING THE LAST ITEM NUMBER GIVEN OUT.   *
      * A REJECT ALREADY HELD UNRESOLVED UNDER THE SAME STAGE,   *
      * FEED AND CONTENT (A RERUN, OR THE SAME BAD RECORD SENT   *
      * AGAIN) IS NOT HELD TWICE.  OPERATORS CORRECT OR CANCEL   *
      * ITEMS THROUGH REJSUSP; ITEMS STANDING CORRECTED FROM THE *
      * EDIT OR THE BATCH ARE READ BACK HERE AFTER THE FEEDS,    *
      * EDITED LIKE ANY FEED RECORD UNDER THEIR ORIGINAL FEED    *
      * TAG, AND MARKED RESUBMITTED.  AN ITEM ALREADY            *
      * RESUBMITTED TODAY IS RESUBMITTED AGAIN, SO A RERUN OF    *
      * THE EDIT STILL CARRIES IT TO PREFIXCLN.  A SUSPENSE FILE *
      * THAT CANNOT BE OPENED OR WRITTEN LEAVES THE REJECTS IN   *
      * PREFIXREJ ONLY AND ENDS THE STEP WITH A WARNING.         *
      *---------------------------------------------------------*
        01 SUSP-FILE-STATUS PIC X(2) VALUE '00'.
           88 SUSP-IO-OK VALUE '00' '02'.
        01 SUSP-AVAILABLE-SWITCH PIC X VALUE 'N'.
           88 SUSP-AVAILABLE VALUE 'Y'.
        01 SUSP-WARNING-SWITCH PIC X VALUE 'N'.
           88 SUSP-WARNING VALUE 'Y'.
        01 SUSP-SCAN-END-SWITCH PIC X VALUE 'N'.
           88 SUSP-SCAN-END VALUE 'Y'.
        01 SUSP-MATCH-END-SWITCH PIC X VALUE 'N'.
           88 SUSP-MATCH-END VALUE 'Y'.
        01 SUSP-HELD-SWITCH PIC X VALUE 'N'.
           88 SUSP-ALREADY-HELD VALUE 'Y'.
        01 SUSPEND-ITEM.
           03 SUSPEND-STAGE PIC X(1).
           03 SUSPEND-FEED-TAG PIC X(10).
           03 SUSPEND-ORIGINAL PIC X(20).
        01 SUSPEND-REASON PIC X(8) VALUE SPACES.
        01 SUSPEND-NEW-ITEM PIC 9(8) VALUE 0.
        01 RESUBMIT-KEY PIC 9(8) VALUE 0.
        01 RESUBMIT-FEED-FOUND-SWITCH PIC X VALUE 'N'.
           88 RESUBMIT-FEED-FOUND VALUE 'Y'.
        01 SUSP-ADDED-COUNT PIC 9(6) VALUE 0.
        01 SUSP-HELD-COUNT PIC 9(6) VALUE 0.
        01 SUSP-RESUBMIT-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * EDIT REPORT - OVERALL AND PER-FEED COUNTS FOR THE RUN    *
      * SUMMARY.  THE PER-FEED REJECT COUNT COVERS EVERY REASON, *
           ACCEPT RUN-START-TIME FROM TIME
           INITIALIZE FEED-COUNTS
           OPEN OUTPUT CLEAN-FILE, REJECT-FILE, REPORT-FILE
           PERFORM OPEN-SUSPENSE
           SORT SORT-FILE ON ASCENDING KEY SORT-PREFIX
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS EDIT-INPUT
              OUTPUT PROCEDURE IS WRITE-CLEAN
           PERFORM WRITE-REPORT
           CLOSE CLEAN-FILE, REJECT-FILE, REPORT-FILE
           IF SUSP-AVAILABLE
              CLOSE SUSP-FILE
           END-IF
           DISPLAY 'EDIT COMPLETE - READ: ' READ-COUNT
           DISPLAY '              CLEAN: ' CLEAN-COUNT
           DISPLAY '           REJECTED: NON-NUMERIC '
              REJ-DUPFEED-COUNT
           DISPLAY '                     DUP X-FEED  '
              REJ-DUPXFEED-COUNT
           DISPLAY '           SUSPENSE: RESUBMITTED '
              SUSP-RESUBMIT-COUNT
           DISPLAY '                     ADDED       '
              SUSP-ADDED-COUNT
           DISPLAY '                     ALREADY HELD'
              SUSP-HELD-COUNT
           MOVE 0 TO RETURN-CODE
           IF CLEAN-COUNT NOT = READ-COUNT OR FEEDS-PRESENT-COUNT < 3
                 OR SUSP-WARNING
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------*
      * FEEDS IN ORDER, REJECTING NON-NUMERIC PREFIXES AND BAD   *
      * BIRTH DATES ON THE SPOT AND RELEASING ONLY EDIT-CLEAN    *
      * RECORDS (TAGGED WITH THEIR FEED) TO THE SORT.  A RUN     *
      * WITH NO FEED PRESENT AT ALL ABORTS.  CORRECTED SUSPENSE  *
      * ITEMS FOLLOW THE FEEDS THROUGH THE SAME EDITS.           *
      *---------------------------------------------------------*
       EDIT-INPUT SECTION.
           MOVE 1 TO CURRENT-FEED-NO
           IF FEEDS-PRESENT-COUNT = 0
              DISPLAY 'NO ONBOARDING FEED PRESENT AT ALL - RUN '
                 'ABANDONED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM RESUBMIT-SUSPENSE
           .

      *---------------------------------------------------------*
                       DISPLAY 'UNABLE TO OPEN ' CURRENT-FEED-TAG
                          ', STATUS ' FEED1-FILE-STATUS
                          ' - RUN ABANDONED.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
                       DISPLAY 'UNABLE TO OPEN ' CURRENT-FEED-TAG
                          ', STATUS ' FEED2-FILE-STATUS
                          ' - RUN ABANDONED.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
                       DISPLAY 'UNABLE TO OPEN ' CURRENT-FEED-TAG
                          ', STATUS ' FEED3-FILE-STATUS
                          ' - RUN ABANDONED.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
                    DISPLAY 'WARNING: WRITE TO PREFIXREJ FAILED, '
                       'STATUS ' REJECT-FILE-STATUS
                 END-IF
                 MOVE 'E' TO SUSPEND-STAGE
                 MOVE SORT-FEED-TAG TO SUSPEND-FEED-TAG
                 MOVE SORT-RECORD(1:20) TO SUSPEND-ORIGINAL
                 MOVE EDIT-REJECT-REASON TO SUSPEND-REASON
                 PERFORM SUSPEND-REJECT
              ELSE
                 MOVE SORT-PREFIX TO PREV-PREFIX
                 MOVE SORT-FEED-TAG TO PREV-FEED-TAG
      *---------------------------------------------------------*
      * WRITE-REJECT-RECORD - ONE PREFIXREJ LINE PER DROPPED     *
      * INPUT RECORD: THE RAW RECORD AS READ, THE REASON CODE    *
      * SET BY THE CALLER, AND THE FEED IT ARRIVED ON.  THE      *
      * RECORD IS HELD IN SUSPENSE AS WELL.                      *
      *---------------------------------------------------------*
       WRITE-REJECT-RECORD SECTION.
           MOVE SPACES TO REJECT-RECORD
              DISPLAY 'WARNING: WRITE TO PREFIXREJ FAILED, STATUS '
                 REJECT-FILE-STATUS
           END-IF
           MOVE 'E' TO SUSPEND-STAGE
           MOVE CURRENT-FEED-TAG TO SUSPEND-FEED-TAG
           MOVE RAW-WORK-RECORD TO SUSPEND-ORIGINAL
           MOVE EDIT-REJECT-REASON TO SUSPEND-REASON
           PERFORM SUSPEND-REJECT
           .

      *---------------------------------------------------------*
      * OPEN-SUSPENSE - OPENS THE SUSPENSE FILE FOR UPDATE,      *
      * CREATING IT THE FIRST TIME.  ANY OTHER FAILURE IS A      *
      * WARNING: THE EDIT STILL RUNS, BUT ITS REJECTS ARE NOT    *
      * HELD AND NOTHING CORRECTED IS RESUBMITTED TONIGHT.       *
      *---------------------------------------------------------*
       OPEN-SUSPENSE SECTION.
           OPEN I-O SUSP-FILE
           IF SUSP-FILE-STATUS = '35'
              OPEN OUTPUT SUSP-FILE
              CLOSE SUSP-FILE
              OPEN I-O SUSP-FILE
           END-IF
           IF SUSP-FILE-STATUS = '00'
              MOVE 'Y' TO SUSP-AVAILABLE-SWITCH
           ELSE
              DISPLAY 'WARNING: UNABLE TO OPEN SUSPENSE, STATUS '
                 SUSP-FILE-STATUS ' - REJECTS NOT HELD'
              MOVE 'Y' TO SUSP-WARNING-SWITCH
           END-IF
           .

      *---------------------------------------------------------*
      * SUSPEND-REJECT - HOLDS THE REJECT DESCRIBED IN SUSPEND-  *
      * ITEM AND SUSPEND-REASON AS A NEW OPEN SUSPENSE ITEM,     *
      * UNLESS AN UNRESOLVED ITEM WITH THE SAME STAGE, FEED AND  *
      * CONTENT IS ALREADY HELD.  THE CHECK READS THE            *
      * STAGE/FEED/CONTENT INDEX.                                *
      *---------------------------------------------------------*
       SUSPEND-REJECT SECTION.
           IF SUSP-AVAILABLE
              MOVE 'N' TO SUSP-HELD-SWITCH
              MOVE 'N' TO SUSP-MATCH-END-SWITCH
              MOVE SUSPEND-ITEM TO SUSP-MATCH-KEY
              START SUSP-FILE KEY IS = SUSP-MATCH-KEY
                 INVALID KEY MOVE 'Y' TO SUSP-MATCH-END-SWITCH
              END-START
              PERFORM UNTIL SUSP-MATCH-END OR SUSP-ALREADY-HELD
                 READ SUSP-FILE NEXT
                    AT END MOVE 'Y' TO SUSP-MATCH-END-SWITCH
                 END-READ
                 IF NOT SUSP-MATCH-END
                    IF NOT SUSP-IO-OK
                          OR SUSP-MATCH-KEY NOT = SUSPEND-ITEM
                       MOVE 'Y' TO SUSP-MATCH-END-SWITCH
                    ELSE
                       IF SUSP-UNRESOLVED
                          MOVE 'Y' TO SUSP-HELD-SWITCH
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF SUSP-ALREADY-HELD
                 ADD 1 TO SUSP-HELD-COUNT
              ELSE
                 PERFORM ADD-SUSPENSE-ITEM
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * ADD-SUSPENSE-ITEM - TAKES THE NEXT ITEM NUMBER FROM THE  *
      * CONTROL RECORD (ITEM 0, CREATED ON FIRST USE) AND WRITES *
      * THE NEW ITEM, STATUS OPEN, STAMPED WITH THE RUN DATE.    *
      *---------------------------------------------------------*
       ADD-SUSPENSE-ITEM SECTION.
           MOVE 0 TO SUSP-KEY
           READ SUSP-FILE
           EVALUATE TRUE
              WHEN SUSP-FILE-STATUS = '23'
                 MOVE SPACES TO SUSP-CONTROL-RECORD
                 MOVE 0 TO SUSP-CTL-KEY
                 MOVE 1 TO SUSP-CTL-LAST-ITEM
                 WRITE SUSP-CONTROL-RECORD
              WHEN SUSP-IO-OK
                 ADD 1 TO SUSP-CTL-LAST-ITEM
                 REWRITE SUSP-CONTROL-RECORD
           END-EVALUATE
           IF NOT SUSP-IO-OK
              DISPLAY 'WARNING: SUSPENSE CONTROL RECORD UPDATE '
                 'FAILED, STATUS ' SUSP-FILE-STATUS
              MOVE 'Y' TO SUSP-WARNING-SWITCH
           ELSE
              MOVE SUSP-CTL-LAST-ITEM TO SUSPEND-NEW-ITEM
              MOVE SPACES TO SUSP-RECORD
              MOVE SUSPEND-NEW-ITEM TO SUSP-KEY
              MOVE SUSPEND-ITEM TO SUSP-MATCH-KEY
              MOVE SUSPEND-REASON TO SUSP-REASON
              MOVE RUN-START-DATE TO SUSP-REJECT-DATE
              MOVE RUN-START-TIME TO SUSP-REJECT-TIME
              MOVE 'O' TO SUSP-STATUS
              MOVE 0 TO SUSP-ACTION-DATE
              MOVE 0 TO SUSP-RESUBMIT-DATE
              WRITE SUSP-RECORD
              IF NOT SUSP-IO-OK
                 DISPLAY 'WARNING: WRITE TO SUSPENSE FAILED, STATUS '
                    SUSP-FILE-STATUS
                 MOVE 'Y' TO SUSP-WARNING-SWITCH
              ELSE
                 ADD 1 TO SUSP-ADDED-COUNT
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * RESUBMIT-SUSPENSE - READS THE SUSPENSE FILE IN ITEM      *
      * ORDER AND RESUBMITS EVERY EDIT OR BATCH ITEM STANDING    *
      * CORRECTED, AND EVERY ONE ALREADY RESUBMITTED TODAY (A    *
      * RERUN).  ALLOCATE ITEMS GO BACK THROUGH THE ALLOCATE RUN *
      * INSTEAD.                                                 *
      *---------------------------------------------------------*
       RESUBMIT-SUSPENSE SECTION.
           IF SUSP-AVAILABLE
              MOVE 'N' TO SUSP-SCAN-END-SWITCH
              MOVE 0 TO SUSP-KEY
              START SUSP-FILE KEY IS > SUSP-KEY
                 INVALID KEY MOVE 'Y' TO SUSP-SCAN-END-SWITCH
              END-START
              IF SUSP-FILE-STATUS NOT = '00'
                    AND SUSP-FILE-STATUS NOT = '23'
                 DISPLAY 'WARNING: UNABLE TO POSITION SUSPENSE, '
                    'STATUS ' SUSP-FILE-STATUS
                 MOVE 'Y' TO SUSP-SCAN-END-SWITCH, SUSP-WARNING-SWITCH
              END-IF
              PERFORM UNTIL SUSP-SCAN-END
                 READ SUSP-FILE NEXT
                    AT END MOVE 'Y' TO SUSP-SCAN-END-SWITCH
                 END-READ
                 IF NOT SUSP-SCAN-END AND NOT SUSP-IO-OK
                    DISPLAY 'WARNING: SUSPENSE READ FAILED, STATUS '
                       SUSP-FILE-STATUS
                    MOVE 'Y' TO SUSP-SCAN-END-SWITCH,
                       SUSP-WARNING-SWITCH
                 END-IF
                 IF NOT SUSP-SCAN-END
                    IF (SUSP-FROM-EDIT OR SUSP-FROM-BATCH)
                          AND (SUSP-CORRECTED
                             OR (SUSP-RESUBMITTED
                             AND SUSP-RESUBMIT-DATE = RUN-START-DATE))
                       PERFORM RESUBMIT-ONE-ITEM
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

      *---------------------------------------------------------*
      * RESUBMIT-ONE-ITEM - MARKS THE ITEM RESUBMITTED AND PUTS  *
      * ITS CORRECTED CONTENT THROUGH THE RECORD EDITS AS A READ *
      * FROM ITS ORIGINAL FEED, SO THE FEED'S COUNTS AND         *
      * RESPONSE FILE CARRY IT.  AN ITEM WHOSE FEED TAG IS NOT   *
      * ONE OF THE THREE FEEDS IS LEFT CORRECTED WITH A WARNING. *
      * THE EDITS MAY HOLD A NEW ITEM AND MOVE THE FILE          *
      * POSITION, SO THE READ IS REPOSITIONED PAST THIS ITEM     *
      * AFTERWARDS.                                              *
      *---------------------------------------------------------*
       RESUBMIT-ONE-ITEM SECTION.
           MOVE SUSP-KEY TO RESUBMIT-KEY
           MOVE 'N' TO RESUBMIT-FEED-FOUND-SWITCH
           MOVE 1 TO CURRENT-FEED-NO
           PERFORM UNTIL CURRENT-FEED-NO > 3 OR RESUBMIT-FEED-FOUND
              IF FEED-NAME(CURRENT-FEED-NO) = SUSP-FEED-TAG
                 MOVE 'Y' TO RESUBMIT-FEED-FOUND-SWITCH
              ELSE
                 ADD 1 TO CURRENT-FEED-NO
              END-IF
           END-PERFORM
           IF NOT RESUBMIT-FEED-FOUND
              DISPLAY 'WARNING: SUSPENSE ITEM ' SUSP-KEY
                 ' FEED ' SUSP-FEED-TAG ' UNKNOWN - NOT RESUBMITTED'
              MOVE 'Y' TO SUSP-WARNING-SWITCH
           ELSE
              MOVE 'R' TO SUSP-STATUS
              MOVE RUN-START-DATE TO SUSP-RESUBMIT-DATE
              REWRITE SUSP-RECORD
              IF NOT SUSP-IO-OK
                 DISPLAY 'WARNING: SUSPENSE ITEM ' SUSP-KEY
                    ' REWRITE FAILED, STATUS ' SUSP-FILE-STATUS
                    ' - NOT RESUBMITTED'
                 MOVE 'Y' TO SUSP-WARNING-SWITCH
              ELSE
                 MOVE FEED-NAME(CURRENT-FEED-NO) TO CURRENT-FEED-TAG
                 MOVE SPACES TO RAW-WORK-RECORD
                 MOVE SUSP-CORRECTED-CONTENT TO RAW-WORK-RECORD
                 ADD 1 TO READ-COUNT
                 ADD 1 TO FEED-READ-COUNT(CURRENT-FEED-NO)
                 ADD 1 TO SUSP-RESUBMIT-COUNT
                 PERFORM EDIT-ONE-RECORD
              END-IF
           END-IF
           MOVE RESUBMIT-KEY TO SUSP-KEY
           START SUSP-FILE KEY IS > SUSP-KEY
              INVALID KEY MOVE 'Y' TO SUSP-SCAN-END-SWITCH
           END-START
           IF SUSP-FILE-STATUS NOT = '00'
                 AND SUSP-FILE-STATUS NOT = '23'
              DISPLAY 'WARNING: UNABLE TO POSITION SUSPENSE, STATUS '
                 SUSP-FILE-STATUS
              MOVE 'Y' TO SUSP-SCAN-END-SWITCH, SUSP-WARNING-SWITCH
           END-IF
           .

      *---------------------------------------------------------*
      *---------------------------------------------------------*
      * WRITE-REPORT - THE EDIT REPORT: RUN STAMP, ONE LINE PER  *
      * FEED (READ/CLEAN/REJECT, OR A NOT-DELIVERED NOTE), ONE   *
      * COUNT LINE PER DISPOSITION, THE CLEAN TOTAL THE MAIN     *
      * RUN SHOULD EXPECT TO READ, AND THE SUSPENSE COUNTS.  A   *
      * FEED NOT DELIVERED THAT STILL HAD CORRECTED ITEMS        *
      * RESUBMITTED UNDER IT GETS ITS COUNT LINE, SO ITS         *
      * RESPONSE FILE BALANCES.                                  *
      *---------------------------------------------------------*
       WRITE-REPORT SECTION.
           MOVE 'ONBOARDING FEED EDIT REPORT' TO REPORT-RECORD
           MOVE 'REJECT DUP ACROSS FEEDS' TO RPT-LABEL
           MOVE REJ-DUPXFEED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'SUSPENSE RESUBMITTED' TO RPT-LABEL
           MOVE SUSP-RESUBMIT-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'SUSPENSE ITEMS ADDED' TO RPT-LABEL
           MOVE SUSP-ADDED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'SUSPENSE ALREADY HELD' TO RPT-LABEL
           MOVE SUSP-HELD-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           .

       WRITE-ONE-FEED-LINE SECTION.
           IF FEED-MISSING(CURRENT-FEED-NO)
                 AND FEED-READ-COUNT(CURRENT-FEED-NO) = 0
              MOVE SPACES TO REPORT-RECORD
              STRING FEED-NAME(CURRENT-FEED-NO) DELIMITED BY SIZE
                 '  NOT DELIVERED' DELIMITED BY SIZE
