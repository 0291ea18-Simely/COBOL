      *                  REFERENCES (TERMINAL ISSUES WITH NONE    *
      *                  KEYED) CANNOT IDENTIFY A PERSON AND ARE  *
      *                  SKIPPED WITH A COUNT.                    *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 8 MULTI-ISSUANCE REFERENCES       *
      *                  REPORTED, 16 RUN ABORTED.                *
      * 10/14/2026 RPK   SSNXREF IS NOW READ BY ITS EMPLOYEE-     *
      *                  REFERENCE INDEX INSTEAD OF BEING SORTED; *
      *                  BLANK REFERENCES ARE SKIPPED BY          *
      *                  POSITIONING PAST THEM, SO THE BLANK      *
      *                  COUNT IS NO LONGER REPORTED.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT REPORT-FILE ASSIGN TO "EMPREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
               88  REGISTRY-VOIDED     VALUE 'V'.
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(70).
       WORKING-STORAGE SECTION.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
           88 XREF-IO-OK VALUE '00' '02'.
        01 REGISTRY-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-EOF-SWITCH PIC X VALUE 'N'.
           88 XREF-EOF VALUE 'Y'.

      *---------------------------------------------------------*
      * GROUPING - SSNXREF IS READ BY ITS EMPLOYEE-REFERENCE     *
      * INDEX, SO EQUAL REFERENCES ARRIVE ADJACENT (IN ISSUE     *
      * ORDER WITHIN A REFERENCE) AND ONE GROUP IS COLLECTED AT  *
      * A TIME AND JUDGED WHEN THE REFERENCE CHANGES.  THE       *
      * CURRENT RECORD, WITH ITS REGISTRY STATUS ('A' ACTIVE,    *
      * 'V' VOIDED, 'X' NO REGISTRY RECORD), IS HELD IN          *
      * ENTRY-RECORD WHILE IT IS ADDED TO THE GROUP.  50 NUMBERS *
      * FOR ONE EMPLOYEE IS FAR BEYOND ANYTHING REAL; A GROUP    *
      * PAST THE CAP IS REPORTED AS OVERFLOWING RATHER THAN      *
      * SILENTLY TRUNCATING THE JUDGMENT.                        *
      *---------------------------------------------------------*
        01 ENTRY-RECORD.
           03 ENTRY-EMPREF PIC X(10).
           03 ENTRY-PN PIC 9(10).
           03 ENTRY-STATUS PIC X(1).
              88 ENTRY-STATUS-ACTIVE VALUE 'A'.
           03 ENTRY-ISSUE-DATE PIC 9(8).
           03 ENTRY-SOURCE PIC X(10).
        01 GROUP-EMPREF PIC X(10) VALUE SPACES.
        01 GROUP-TABLE.
           03 GROUP-ENTRY OCCURS 50.
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 XREF-READ-COUNT PIC 9(6) VALUE 0.
        01 REF-COUNT PIC 9(6) VALUE 0.
        01 MULTI-REF-COUNT PIC 9(6) VALUE 0.
        01 REPORT-GROUP-LINE.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - OPENS EVERYTHING, READS THE CROSS-       *
      * REFERENCE BY EMPLOYEE REFERENCE, JUDGES EACH GROUP, AND  *
      * PRINTS THE TOTALS.  NO OPERATOR PROMPTS - THIS IS THE    *
      * MORNING-AFTER BATCH CHECK.                               *
           IF XREF-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SSNXREF, STATUS '
                 XREF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT REGISTRY-FILE
              DISPLAY 'UNABLE TO OPEN REGISTRY, STATUS '
                 REGISTRY-FILE-STATUS
              CLOSE XREF-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM JUDGE-GROUPS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE XREF-FILE, REGISTRY-FILE, REPORT-FILE
           DISPLAY 'CHECK COMPLETE - XREF READ:      '
              XREF-READ-COUNT
           DISPLAY '                 DISTINCT REFS:  ' REF-COUNT
           DISPLAY '                 MULTI-ISSUANCE: '
              MULTI-REF-COUNT
           MOVE 0 TO RETURN-CODE
           IF MULTI-REF-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------*
      * JUDGE-GROUPS - POSITIONS SSNXREF ON THE FIRST NON-BLANK  *
      * EMPLOYEE REFERENCE AND READS THE REST OF THE FILE IN     *
      * REFERENCE ORDER.  BLANK REFERENCES (TERMINAL ISSUES WITH *
      * NONE KEYED, AND REFERENCES CLEARED BY THE RETENTION      *
      * PURGE) INDEX FIRST AND CANNOT IDENTIFY A PERSON, SO THEY *
      * ARE NEVER READ.  EACH GROUP IS JUDGED WHEN THE           *
      * REFERENCE CHANGES, AND ONCE MORE AT END OF FILE FOR THE  *
      * LAST GROUP.                                              *
      *---------------------------------------------------------*
       JUDGE-GROUPS SECTION.
           MOVE SPACES TO XREF-EMPLOYEE-REF
           START XREF-FILE KEY IS > XREF-EMPLOYEE-REF
              INVALID KEY MOVE 'Y' TO XREF-EOF-SWITCH
           END-START
           IF XREF-FILE-STATUS NOT = '00'
              READ XREF-FILE NEXT
                 AT END MOVE 'Y' TO XREF-EOF-SWITCH
              END-READ
              IF NOT XREF-EOF AND NOT XREF-IO-OK
                 DISPLAY 'WARNING: SSNXREF READ FAILED, STATUS '
                    XREF-FILE-STATUS
                 MOVE 'Y' TO XREF-EOF-SWITCH
              END-IF
              IF NOT XREF-EOF
                 ADD 1 TO XREF-READ-COUNT
                 PERFORM LOAD-ONE-ENTRY
                 IF ENTRY-EMPREF NOT = GROUP-EMPREF
                    IF GROUP-USED > 0
                       PERFORM JUDGE-ONE-GROUP
                    END-IF
                    MOVE ENTRY-EMPREF TO GROUP-EMPREF
                    MOVE 0 TO GROUP-USED, GROUP-ACTIVE-COUNT
                    MOVE 'N' TO GROUP-OVERFLOW-SWITCH
                    ADD 1 TO REF-COUNT
                 END-IF
                 PERFORM GROUP-ADD-RECORD
              END-IF
           END-PERFORM
           IF GROUP-USED > 0
              PERFORM JUDGE-ONE-GROUP
           END-IF
           .

       LOAD-ONE-ENTRY SECTION.
           MOVE SPACES TO ENTRY-RECORD
           MOVE XREF-EMPLOYEE-REF TO ENTRY-EMPREF
           MOVE XREF-KEY TO ENTRY-PN
           MOVE XREF-ISSUE-DATE TO ENTRY-ISSUE-DATE
           MOVE XREF-SOURCE TO ENTRY-SOURCE
           MOVE XREF-KEY TO REGISTRY-KEY
           READ REGISTRY-FILE
              INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN REGISTRY-FILE-STATUS = '00'
                    AND REGISTRY-VOIDED
                 MOVE 'V' TO ENTRY-STATUS
              WHEN REGISTRY-FILE-STATUS = '00'
                 MOVE 'A' TO ENTRY-STATUS
              WHEN OTHER
                 MOVE 'X' TO ENTRY-STATUS
           END-EVALUATE
           .

       GROUP-ADD-RECORD SECTION.
           IF GROUP-USED >= 50
              MOVE 'Y' TO GROUP-OVERFLOW-SWITCH
           ELSE
              ADD 1 TO GROUP-USED
              MOVE ENTRY-PN TO GRP-PN(GROUP-USED)
              MOVE ENTRY-STATUS TO GRP-STATUS(GROUP-USED)
              MOVE ENTRY-ISSUE-DATE TO GRP-ISSUE-DATE(GROUP-USED)
              MOVE ENTRY-SOURCE TO GRP-SOURCE(GROUP-USED)
           END-IF
           IF ENTRY-STATUS-ACTIVE
              ADD 1 TO GROUP-ACTIVE-COUNT
           END-IF
           .
       WRITE-REPORT-TOTALS SECTION.
           MOVE 'CHECK TOTALS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'XREF RECORDS WITH A REFERENCE' TO RPT-LABEL
           MOVE XREF-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'DISTINCT REFERENCES' TO RPT-LABEL
           MOVE REF-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
