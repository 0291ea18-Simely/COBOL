      *                  REPORTS THAT WE NEVER TRANSMITTED AS     *
      *                  WELL AS ANY WE TRANSMITTED THAT THE      *
      *                  BUREAU NEVER ACKNOWLEDGED.               *
      * 10/14/2026 RPK   EVERY EXIT NOW LEAVES A STEP CONDITION   *
      *                  CODE IN RETURN-CODE FOR THE SCHEDULER: 0 *
      *                  CLEAN, 4 BUREAU REJECTS SENT TO REWORK,  *
      *                  8 RETURN OUT OF BALANCE OR EXCEPTIONS    *
      *                  REPORTED, 16 RUN ABANDONED.              *
      * 10/14/2026 RPK   THE REWORK BUILD NOW READS THE BOUNCED   *
      *                  NUMBER'S EMPLOYEE REFERENCE THROUGH THE  *
      *                  SSNXREF EMPLOYEE-REFERENCE INDEX AND     *
      *                  DOES NOT REWORK A NUMBER THAT REFERENCE  *
      *                  HAS ALREADY HAD REPLACED; THE REJECT     *
      *                  TOTAL IS SPLIT INTO SENT TO REWORK AND   *
      *                  ALREADY RE-ISSUED.                       *
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
       DATA DIVISION.
       FILE SECTION.
        01 REWORK-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
           88 XREF-IO-OK VALUE '00' '02'.
        01 XMIT-EOF-SWITCH PIC X VALUE 'N'.
           88 XMIT-EOF VALUE 'Y'.
        01 RETURN-EOF-SWITCH PIC X VALUE 'N'.
        01 XREF-AVAILABLE-SWITCH PIC X VALUE 'N'.
           88 XREF-AVAILABLE VALUE 'Y'.

      *---------------------------------------------------------*
      * RE-ISSUE CHECK - A BOUNCED NUMBER WHOSE EMPLOYEE         *
      * REFERENCE ALREADY HOLDS A LATER ISSUANCE (READ FROM THE  *
      * SSNXREF EMPLOYEE-REFERENCE INDEX) HAS BEEN REPLACED      *
      * SINCE IT WAS TRANSMITTED.  REWORKING IT WOULD GIVE THE   *
      * SAME PERSON A THIRD NUMBER, SO IT IS REPORTED INSTEAD.   *
      *---------------------------------------------------------*
        01 BOUNCED-ISSUE-DATE PIC 9(8) VALUE 0.
        01 BOUNCED-ISSUE-TIME PIC 9(8) VALUE 0.
        01 REF-END-SWITCH PIC X VALUE 'N'.
           88 REF-END VALUE 'Y'.
        01 REISSUED-SWITCH PIC X VALUE 'N'.
           88 ALREADY-REISSUED VALUE 'Y'.

      *---------------------------------------------------------*
      * TRANSMITTED-NUMBER TABLE - THE 'D' RECORDS OF THE RUN'S  *
      * PAYXMIT, LOADED ONCE SO EACH RETURN ENTRY CAN BE MATCHED *
        01 RETURN-READ-COUNT PIC 9(6) VALUE 0.
        01 ACCEPTED-COUNT PIC 9(6) VALUE 0.
        01 REJECTED-COUNT PIC 9(6) VALUE 0.
        01 REWORK-COUNT PIC 9(6) VALUE 0.
        01 REISSUED-COUNT PIC 9(6) VALUE 0.
        01 NOTXMIT-COUNT PIC 9(6) VALUE 0.
        01 UNREADABLE-COUNT PIC 9(6) VALUE 0.
        01 UNACK-COUNT PIC 9(6) VALUE 0.
           IF XMIT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PAYXMIT, STATUS '
                 XMIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT RETURN-FILE
           IF RETURN-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PAYRTNIN, STATUS '
                 RETURN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-XREF
              UNREADABLE-COUNT
           DISPLAY '                  UNACKNOWLEDGED:  '
              UNACK-COUNT
           IF RETURN-CODE < 8
                 AND (NOTXMIT-COUNT > 0 OR DUPACK-COUNT > 0
                      OR UNREADABLE-COUNT > 0)
              MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 4
                 AND (REJECTED-COUNT > 0 OR NOT XREF-AVAILABLE)
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPEN-XREF SECTION.
           IF NOT TRAILER-SEEN
              DISPLAY 'PAYXMIT HAS NO TRAILER - IT IS TRUNCATED '
                 'OR NOT A TRANSMISSION EXTRACT.  RUN ABANDONED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF XMIT-TAB-USED NOT = TRAILER-COUNT
              IF XMIT-TAB-USED >= 18000
                 DISPLAY 'PAYXMIT EXCEEDS THE 18000-ENTRY TABLE - '
                    'RUN ABANDONED.'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO XMIT-TAB-USED
                    PERFORM WRITE-REWORK-RECORD
                    MOVE SPACES TO REPORT-DETAIL
                    MOVE RTN-PN TO RPT-DET-PN
                    IF ALREADY-REISSUED
                       MOVE 'REJECTED - ALREADY RE-ISSUED' TO
                          RPT-DET-TEXT
                    ELSE
                       MOVE 'REJECTED BY BUREAU' TO RPT-DET-TEXT
                    END-IF
                    MOVE RTN-REASON TO RPT-DET-REASON
                    PERFORM WRITE-REPORT-DETAIL
                 END-IF
      * REFERENCE FROM SSNXREF) SO THE NEXT BATCH CAN PICK THE   *
      * CASE UP.  THE BOUNCED NUMBER MUST BE VOIDED THROUGH      *
      * MAINTIN BEFORE THAT BATCH RUNS, OR DUPLICATE-CHECK WILL  *
      * REFUSE THE RE-ISSUE.  NO LINE IS WRITTEN FOR A NUMBER    *
      * ALREADY REPLACED - SEE THE RE-ISSUE CHECK REMARKS IN     *
      * WORKING-STORAGE.                                         *
      *---------------------------------------------------------*
       WRITE-REWORK-RECORD SECTION.
           MOVE SPACES TO REWORK-RECORD
           MOVE 'N' TO REISSUED-SWITCH
           MOVE RTN-PN(1:9) TO REWORK-PREFIX
           IF XREF-AVAILABLE
              MOVE RETURN-PN-NUM TO XREF-KEY
                    MOVE SPACES TO REWORK-EMPLOYEE-REF
                 NOT INVALID KEY
                    MOVE XREF-EMPLOYEE-REF TO REWORK-EMPLOYEE-REF
                    MOVE XREF-ISSUE-DATE TO BOUNCED-ISSUE-DATE
                    MOVE XREF-ISSUE-TIME TO BOUNCED-ISSUE-TIME
              END-READ
              IF REWORK-EMPLOYEE-REF NOT = SPACES
                 PERFORM CHECK-REISSUED
              END-IF
           END-IF
           IF ALREADY-REISSUED
              ADD 1 TO REISSUED-COUNT
           ELSE
              WRITE REWORK-RECORD
              IF REWORK-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: WRITE TO PAYREWRK FAILED, STATUS '
                    REWORK-FILE-STATUS
              END-IF
              ADD 1 TO REWORK-COUNT
           END-IF
           .

      *---------------------------------------------------------*
      * CHECK-REISSUED - READS EVERY ISSUANCE FOR THE BOUNCED    *
      * NUMBER'S EMPLOYEE REFERENCE FROM THE EMPLOYEE-REFERENCE  *
      * INDEX, STOPPING AT THE FIRST RECORD WITH ANOTHER         *
      * REFERENCE.  ANY OTHER NUMBER ISSUED AFTER THE BOUNCED    *
      * ONE SETS ALREADY-REISSUED.                               *
      *---------------------------------------------------------*
       CHECK-REISSUED SECTION.
           MOVE 'N' TO REF-END-SWITCH
           MOVE REWORK-EMPLOYEE-REF TO XREF-EMPLOYEE-REF
           START XREF-FILE KEY IS = XREF-EMPLOYEE-REF
              INVALID KEY MOVE 'Y' TO REF-END-SWITCH
           END-START
           PERFORM UNTIL REF-END OR ALREADY-REISSUED
              READ XREF-FILE NEXT
                 AT END MOVE 'Y' TO REF-END-SWITCH
              END-READ
              IF NOT REF-END AND NOT XREF-IO-OK
                 DISPLAY 'WARNING: SSNXREF READ FAILED, STATUS '
                    XREF-FILE-STATUS
                 MOVE 'Y' TO REF-END-SWITCH
              END-IF
              IF NOT REF-END
                    AND XREF-EMPLOYEE-REF NOT = REWORK-EMPLOYEE-REF
                 MOVE 'Y' TO REF-END-SWITCH
              END-IF
              IF NOT REF-END
                    AND XREF-KEY NOT = RETURN-PN-NUM
                    AND (XREF-ISSUE-DATE > BOUNCED-ISSUE-DATE
                         OR (XREF-ISSUE-DATE = BOUNCED-ISSUE-DATE
                             AND XREF-ISSUE-TIME >
                                 BOUNCED-ISSUE-TIME))
                 MOVE 'Y' TO REISSUED-SWITCH
              END-IF
           END-PERFORM
           .

      *---------------------------------------------------------*
      * SWEEP-UNACKNOWLEDGED - AFTER THE RETURN IS EXHAUSTED,    *
      * ANY TRANSMITTED NUMBER STILL UNMARKED WAS NEVER          *
           MOVE 'ACCEPTED' TO RPT-LABEL
           MOVE ACCEPTED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'REJECTED BY BUREAU' TO RPT-LABEL
           MOVE REJECTED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE '  SENT TO REWORK' TO RPT-LABEL
           MOVE REWORK-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE '  ALREADY RE-ISSUED' TO RPT-LABEL
           MOVE REISSUED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'NEVER TRANSMITTED BY US' TO RPT-LABEL
           MOVE NOTXMIT-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
                 ' HASH ' TRAILER-HASH
              DISPLAY '  MATCHED COUNT ' MATCHED-COUNT
                 ' HASH ' MATCHED-HASH
              MOVE 8 TO RETURN-CODE
           END-IF
           .

