      *                  ACTIVE NUMBER SO MULTI-ISSUANCE IS      *
      *                  CAUGHT BEFORE THE PAYROLL BUREAU SEES   *
      *                  IT.                                     *
      * 10/14/2026 RPK   EVERY RUN NOW ENDS WITH A STEP          *
      *                  CONDITION CODE IN RETURN-CODE FOR THE   *
      *                  NIGHTLY DRIVER: 0 CLEAN, 4 COMPLETED    *
      *                  WITH REJECTS, 8 EXCEPTIONS FOUND, 16    *
      *                  ABORTED.  A BAD PARMCARD, AN INPUT FILE *
      *                  THAT WILL NOT OPEN, OR A REGISTRY THAT  *
      *                  WILL NOT OPEN IN A FILE-DRIVEN MODE NOW *
      *                  ABORTS WITH 16 INSTEAD OF ENDING CLEAN  *
      *                  - A RUN THAT CANNOT READ REGISTRY       *
      *                  CANNOT PROTECT AGAINST ISSUING THE SAME *
      *                  NUMBER TWICE.                           *
      * 10/14/2026 RPK   PERSMAST CARRIES A LEAVING DATE AFTER   *
      *                  THE HR STATUS, SET BY THE NEW LEAVERS   *
      *                  FEED PROGRAM, AND LOOKUP SHOWS IT FOR A *
      *                  HOLDER WHO HAS LEFT.                    *
      * 10/14/2026 RPK   EVERY WRITE AND REWRITE ON REGISTRY,    *
      *                  SSNXREF, AND SSNLINK NOW APPENDS A      *
      *                  BEFORE/AFTER IMAGE RECORD TO THE NEW    *
      *                  JOURNAL FILE WITH DATE, TIME, PROGRAM,  *
      *                  RUN MODE, AND OPERATOR, SO THE JRNLRECV *
      *                  RECOVERY RUN CAN ROLL A REGUTIL RELOAD  *
      *                  FORWARD TO ANY POINT IN TIME.  AN       *
      *                  UPDATE THAT CANNOT BE JOURNALED RAISES  *
      *                  THE CONDITION CODE TO 8.                *
      * 10/14/2026 RPK   LOOKUP NOW SHOWS EACH NUMBER'S          *
      *                  POPULATION REGISTER (SPAR) VERIFICATION *
      *                  STATUS AND DATE FROM THE NEW SSNVERIF   *
      *                  FILE KEPT BY SPARVER.                   *
      * 10/14/2026 RPK   RUNS AND MAINTIN CARDS NOW CHECK THE    *
      *                  OPERATOR AGAINST THE NEW OPERAUTH       *
      *                  AUTHORITY FILE (ISSUE, LOOKUP, VOID,    *
      *                  REINSTATE, CONVERT) AND REFUSE, WITH AN *
      *                  AUDIT ENTRY, WHAT THE OPERATOR MAY NOT  *
      *                  DO.  VOID AND CONVERT ARE NOW HELD IN   *
      *                  PENDAPPR UNTIL A DIFFERENT AUTHORIZED   *
      *                  OPERATOR APPROVES THEM IN A LATER RUN.  *
      * 10/14/2026 RPK   BATCH MODE NOW ALSO WRITES SSNDISP, ONE *
      *                  DISPOSITION LINE PER PREFIXIN RECORD    *
      *                  (ISSUED PERSONNUMMER OR REJECT REASON   *
      *                  CODE WITH THE EMPLOYEE REFERENCE AND    *
      *                  FEED TAG), FOR THE FEEDRESP RETURN      *
      *                  FILES TO THE HR SYSTEMS.                *
      * 10/14/2026 RPK   SSNXREF NOW CARRIES ALTERNATE KEYS ON   *
      *                  THE EMPLOYEE REFERENCE AND THE ISSUE    *
      *                  DATE, BOTH WITH DUPLICATES, KEPT BY     *
      *                  EVERY WRITE (REGISTER-WRITE-XREF AND    *
      *                  CONVERT INCLUDED).  EMPREF-SEARCH NOW   *
      *                  POSITIONS ON THE EMPLOYEE-REFERENCE     *
      *                  INDEX AND READS ONLY THE MATCHING       *
      *                  RECORDS INSTEAD OF SCANNING THE FILE.   *
      *                  STATUS 02 (DUPLICATE ALTERNATE KEY) IS  *
      *                  A GOOD WRITE.                           *
      * 10/14/2026 RPK   BATCH AND ALLOCATE REJECTS ARE NOW ALSO *
      *                  HELD IN THE SUSPENSE FILE WITH THEIR    *
      *                  ORIGINAL RECORD, REASON, FEED AND DATE. *
      *                  ALLOCATE ITEMS CORRECTED THROUGH        *
      *                  REJSUSP ARE ALLOCATED AGAIN AFTER       *
      *                  ALLOCIN; CORRECTED BATCH ITEMS GO BACK  *
      *                  THROUGH PREFIXEDIT.                     *
      * 10/15/2026 RPK   A CONVERT CARD IS NOW CHECKED BEFORE IT *
      *                  IS HELD FOR APPROVAL - THE OLD NUMBER   *
      *                  MUST BE A SAMORDNINGSNUMMER AND A       *
      *                  SUPPLIED NEW NUMBER MUST PASS THE SAME  *
      *                  EDITS AS AT APPLY TIME - SO A CARD THAT *
      *                  CANNOT CONVERT IS REJECTED ON THE DAY.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT XMIT-FILE ASSIGN TO "PAYXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SSNDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISP-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-EMPLOYEE-REF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-ISSUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT MAINT-FILE ASSIGN TO "MAINTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINK-KEY
               FILE STATUS IS LINK-FILE-STATUS.
           SELECT VERIF-FILE ASSIGN TO "SSNVERIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VERIF-KEY
               FILE STATUS IS VERIF-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT PEND-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               ALTERNATE RECORD KEY IS SUSP-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS SUSP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREFIX-FILE.
       01  SWEEPPEN-RECORD             PIC X(44).
       FD  XMIT-FILE.
       01  XMIT-RECORD                 PIC X(30).
       FD  DISP-FILE.
       01  DISP-RECORD                 PIC X(63).
       FD  PARM-FILE.
       01  PARM-RECORD                 PIC X(72).
       FD  ALLOC-FILE.
           03  PERS-NAME               PIC X(30).
           03  PERS-BIRTH-COUNTRY      PIC X(20).
           03  PERS-HR-STATUS          PIC X(1).
           03  PERS-LEAVE-DATE         PIC 9(8).
       FD  LINK-FILE.
       01  LINK-RECORD.
           03  LINK-KEY                PIC 9(10).
               88  LINK-REPLACEMENT    VALUE 'R'.
           03  LINK-DATE               PIC 9(8).
           03  LINK-OPERATOR           PIC X(10).
       FD  VERIF-FILE.
       01  VERIF-RECORD.
           03  VERIF-KEY               PIC 9(10).
           03  VERIF-STATUS            PIC X(1).
               88  VERIF-QUERIED       VALUE 'Q'.
               88  VERIF-CONFIRMED     VALUE 'V'.
               88  VERIF-NAME-MISMATCH VALUE 'M'.
               88  VERIF-UNKNOWN       VALUE 'U'.
               88  VERIF-DECEASED      VALUE 'D'.
               88  VERIF-PROTECTED     VALUE 'P'.
           03  VERIF-QUERY-DATE        PIC 9(8).
           03  VERIF-RESPONSE-DATE     PIC 9(8).
           03  VERIF-REGISTER-NAME     PIC X(30).
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
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           03  AUTH-IN-OPERATOR        PIC X(10).
           03  FILLER                  PIC X(1).
           03  AUTH-IN-FUNCTIONS       PIC X(8).
           03  FILLER                  PIC X(41).
       FD  PEND-FILE.
       01  PEND-RECORD.
           03  PEND-KEY                PIC 9(10).
           03  PEND-ACTION             PIC X(9).
           03  PEND-REQUESTER          PIC X(10).
           03  PEND-REASON             PIC X(25).
           03  PEND-NEW-PN             PIC X(10).
           03  PEND-SESSION-DATE       PIC 9(8).
           03  PEND-SESSION-TIME       PIC 9(8).
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
       WORKING-STORAGE SECTION.
        01 PERSNUMB.
           03 NUMB PIC 9(1) VALUE 0 OCCURS 9.
        01 TOTAL-PROCESSED-COUNT PIC 9(6) VALUE 0.
        01 TOTAL-FAILED-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * STEP CONDITION CODE - HANDED BACK IN RETURN-CODE AT      *
      * 001-EXIT SO THE NIGHTLY DRIVER CAN DECIDE WHETHER TO     *
      * RUN THE NEXT STEP.  0 = CLEAN, 4 = RUN COMPLETED WITH    *
      * REJECTS, 8 = EXCEPTIONS FOUND THAT NEED A PERSON, 16 =   *
      * RUN ABORTED (BAD PARMCARD, REGISTRY OR INPUT FILE NOT    *
      * AVAILABLE).  A PATH ONLY EVER RAISES THE CODE.           *
      *---------------------------------------------------------*
        01 RUN-CONDITION-CODE PIC 9(2) VALUE 0.
           88 RUN-CLEAN VALUE 0.
           88 RUN-WARNINGS VALUE 4.
           88 RUN-EXCEPTIONS VALUE 8.
           88 RUN-ABORTED VALUE 16.
        01 REGISTRY-OPEN-SWITCH PIC X VALUE 'N'.
           88 REGISTRY-OPEN-OK VALUE 'Y'.

      *---------------------------------------------------------*
      * UPDATE JOURNAL - EVERY WRITE, REWRITE, OR DELETE THAT    *
      * LANDS ON REGISTRY, SSNXREF, OR SSNLINK APPENDS ONE       *
      * JOURNAL RECORD WITH THE BEFORE AND AFTER IMAGE OF THE    *
      * RECORD ('A' ADDED - NO BEFORE IMAGE, 'C' CHANGED, 'D'    *
      * DELETED - NO AFTER IMAGE), STAMPED WITH DATE, TIME,      *
      * PROGRAM, RUN MODE, AND OPERATOR, SO JRNLRECV CAN ROLL A  *
      * REGUTIL RELOAD FORWARD TO ANY POINT IN TIME.  THE CALLER *
      * SETS THE JOURNAL- FIELDS BELOW IMMEDIATELY BEFORE        *
      * PERFORM WRITE-JOURNAL-RECORD.  THE JOURNAL IS OPENED ON  *
      * THE FIRST UPDATE, SO A RUN THAT CHANGES NOTHING (LOOKUP, *
      * TRIAL, SWEEP) NEVER TOUCHES IT.  A JOURNAL THAT CANNOT   *
      * BE WRITTEN DOES NOT STOP THE RUN, BUT IT RAISES THE      *
      * CONDITION CODE TO 8 - THE DAY'S UPDATES ARE NO LONGER    *
      * RECOVERABLE AND SOMEONE MUST TAKE A FRESH UNLOAD.        *
      *---------------------------------------------------------*
        01 JOURNAL-FILE-STATUS PIC X(2) VALUE '00'.
        01 JOURNAL-OPEN-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-NOT-TRIED VALUE 'N'.
           88 JOURNAL-OPEN VALUE 'Y'.
        01 JOURNAL-FILE-ID PIC X(8) VALUE SPACES.
        01 JOURNAL-ACTION PIC X(1) VALUE SPACE.
        01 JOURNAL-KEY PIC 9(10) VALUE 0.
        01 JOURNAL-BEFORE PIC X(80) VALUE SPACES.
        01 JOURNAL-AFTER PIC X(80) VALUE SPACES.

      *---------------------------------------------------------*
      * CALCULATE/VALIDATE FUNCTION SELECT - ADDED FOR REVERSE   *
      * VALIDATION MODE AGAINST PARTNER-SUPPLIED PERSONNUMMER.   *
      * WHERE A NUMBER CAME FROM.                               *
      *---------------------------------------------------------*
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
           88 XREF-IO-OK VALUE '00' '02'.
        01 OPERATOR-ID PIC X(10) VALUE SPACES.
        01 ISSUE-EMPLOYEE-REF PIC X(10) VALUE SPACES.
        01 XREF-FOUND-SWITCH PIC X VALUE 'N'.
      * NUMERIC IS TREATED AS AN EMPLOYEE REFERENCE AND EVERY    *
      * SSNXREF RECORD CARRYING IT IS LISTED WITH ITS REGISTRY   *
      * STATUS, SO "WHAT NUMBER DID WE ISSUE FOR AB12345" HAS A  *
      * WAY IN.  THE SEARCH READS THE SSNXREF EMPLOYEE-REFERENCE *
      * INDEX, SO ONLY THE MATCHING RECORDS ARE READ; THE BATCH  *
      * MULTI-ISSUANCE CHECK IS THE EMPREFCHK COMPANION          *
      * PROGRAM.                                                 *
      *---------------------------------------------------------*
           03 FILLER PIC X(1) VALUE SPACE.
           03 XMIT-T-HASH PIC 9(15).

      *---------------------------------------------------------*
      * BATCH DISPOSITION FILE - SSNDISP CARRIES ONE 'D' LINE    *
      * FOR EVERY PREFIXIN RECORD BATCH-PROCESS READS, AFTER AN  *
      * 'H' HEADER WITH THE RUN DATE AND TIME: THE RECORD'S READ *
      * SEQUENCE, PREFIX, EMPLOYEE REFERENCE AND FEED TAG AS     *
      * READ, THEN 'I' AND THE PERSONNUMMER ISSUED OR 'R' AND A  *
      * REASON CODE - NONNUM, BADDATE, DUPISSUE (ALREADY ON      *
      * REGISTRY) OR LOCKED (RESERVATION REFUSED).  FEEDRESP     *
      * SPLITS IT BACK OUT TO THE HR FEEDS.  A CHECKPOINT        *
      * RESTART EXTENDS THE FILE LIKE SSNOUT, SO RECORDS AFTER   *
      * THE LAST CHECKPOINT APPEAR TWICE; THE SEQUENCE NUMBER    *
      * LETS THE READER KEEP THE FIRST OUTCOME.                  *
      *---------------------------------------------------------*
        01 DISP-FILE-STATUS PIC X(2) VALUE '00'.
        01 DISP-HEADER.
           03 FILLER PIC X(1) VALUE 'H'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-H-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-H-TIME PIC 9(8).
        01 DISP-DETAIL.
           03 FILLER PIC X(1) VALUE 'D'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-D-SEQ PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-D-PREFIX PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-D-EMPLOYEE-REF PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-D-FEED-TAG PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-D-RESULT PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-D-PERSONNUMMER PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DISP-D-REASON PIC X(8).

      *---------------------------------------------------------*
      * PARAMETER CONTROL CARDS - PARMCARD, WHEN PRESENT, IS     *
      * READ ONCE AT STARTUP SO THE SCHEDULER CAN RUN THIS       *
        01 PERS-AVAILABLE-SWITCH PIC X VALUE 'N'.
           88 PERS-AVAILABLE VALUE 'Y'.

      *---------------------------------------------------------*
      * REGISTER VERIFICATION - SSNVERIF IS AN INDEXED COMPANION *
      * ON THE SAME KEY, WRITTEN ONLY BY SPARVER, HOLDING EACH   *
      * NUMBER'S POPULATION REGISTER (SPAR) VERIFICATION STATUS  *
      * AND THE DATES IT WAS QUERIED AND ANSWERED.  LOOKUP READS *
      * IT, AS IT READS PERSMAST; NO FILE MEANS NO STATUS SHOWN. *
      *---------------------------------------------------------*
        01 VERIF-FILE-STATUS PIC X(2) VALUE '00'.
        01 VERIF-AVAILABLE-SWITCH PIC X VALUE 'N'.
           88 VERIF-AVAILABLE VALUE 'Y'.

      *---------------------------------------------------------*
      * SAMORDNINGSNUMMER CONVERSION AND LINKAGE - WHEN A        *
      * COORDINATION-NUMBER HOLDER GETS RESIDENCY AND A REAL     *
        01 CONVERT-PARITY-REM PIC 9(1) VALUE 0.
        01 MAINT-CONVERT-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * OPERATOR AUTHORITY - OPERAUTH LISTS EACH OPERATOR ID     *
      * (COLUMNS 1-10) AND, FROM COLUMN 12, THE LETTERS OF THE   *
      * FUNCTIONS IT MAY USE, IN ANY ORDER: I ISSUE, L LOOKUP,   *
      * V VOID, R REINSTATE, C CONVERT, AND A, U, D FOR PERSON   *
      * MASTER ADD, UPDATE AND DELETE (CHECKED BY PERSMAINT).    *
      * A '*' IN COLUMN 1 IS A COMMENT.  THE FILE IS LOADED ONCE *
      * AT STARTUP.  AN OPERATOR NOT LISTED, OR A MISSING FILE,  *
      * IS AUTHORIZED FOR NOTHING - THE CHECK FAILS CLOSED.      *
      * ISSUE GOVERNS INTERACTIVE, BATCH AND ALLOCATE RUNS AND   *
      * LOOKUP GOVERNS LOOKUP RUNS, BOTH AGAINST THE RUN'S       *
      * OPERATOR; EACH MAINTIN CARD IS CHECKED AGAINST ITS OWN   *
      * OPERATOR.  A REFUSAL IS AUDITED AS 'NOT AUTHORIZED'.     *
      *---------------------------------------------------------*
        01 AUTH-FILE-STATUS PIC X(2) VALUE '00'.
        01 AUTH-EOF-SWITCH PIC X VALUE 'N'.
           88 AUTH-EOF VALUE 'Y'.
        01 AUTH-TABLE.
           03 AUTH-ENTRY OCCURS 200.
              05 AUTH-OPERATOR PIC X(10).
              05 AUTH-FUNCTIONS PIC X(8).
        01 AUTH-USED PIC 9(3) VALUE 0.
        01 AX PIC 9(3) VALUE 1.
        01 AUTH-WANTED PIC X VALUE SPACE.
        01 AUTH-HITS PIC 9(2) VALUE 0.
        01 AUTH-GRANTED-SWITCH PIC X VALUE 'N'.
           88 AUTH-GRANTED VALUE 'Y'.
        01 AUTH-FUNCTION-NAME PIC X(13) VALUE SPACES.

      *---------------------------------------------------------*
      * SECOND-OPERATOR APPROVAL - A VOID OR CONVERT CARD IS NOT *
      * APPLIED WHEN READ.  ONCE ITS OPERATOR'S AUTHORITY AND    *
      * THE NUMBER'S STATE HAVE BEEN CHECKED IT IS HELD IN       *
      * PENDAPPR, AN INDEXED FILE KEYED ON THE PERSONNUMMER, AND *
      * ONLY APPLIED WHEN A LATER MAINTENANCE RUN CARRIES AN     *
      * APPROVE CARD FOR THE SAME NUMBER FROM A DIFFERENT        *
      * OPERATOR WHO IS ALSO AUTHORIZED FOR THAT FUNCTION.  THE  *
      * APPROVER BECOMES THE OPERATOR OF RECORD FOR THE APPLIED  *
      * CHANGE; THE APPROVAL AUDIT ENTRY NAMES THE REQUESTER.    *
      * A CANCEL CARD FROM ANY OPERATOR AUTHORIZED FOR THE       *
      * FUNCTION WITHDRAWS A PENDING TRANSACTION.  ONE PENDING   *
      * TRANSACTION PER NUMBER AT A TIME.                        *
      *---------------------------------------------------------*
        01 PEND-FILE-STATUS PIC X(2) VALUE '00'.
        01 MAINT-PENDING-COUNT PIC 9(6) VALUE 0.
        01 MAINT-APPROVED-COUNT PIC 9(6) VALUE 0.
        01 MAINT-CANCELLED-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * REJECT SUSPENSE - A BATCH OR ALLOCATE RECORD THAT IS NOT *
      * ISSUED IS HELD AS AN ITEM IN SUSPENSE, THE INDEXED FILE  *
      * PREFIXEDIT ALSO HOLDS ITS REJECTS IN: THE ORIGINAL INPUT *
      * RECORD, THE STAGE (B BATCH, A ALLOCATE), THE FEED TAG    *
      * (ALLOCIN FOR AN ALLOCATION), A REASON CODE AND THE RUN   *
      * DATE.  ITEM 0 IS THE CONTROL RECORD HOLDING THE LAST     *
      * ITEM NUMBER GIVEN OUT.  A REJECT ALREADY HELD UNRESOLVED *
      * UNDER THE SAME STAGE, FEED AND CONTENT (A RERUN OR A     *
      * CHECKPOINT RESTART) IS NOT HELD TWICE.  OPERATORS        *
      * CORRECT OR CANCEL ITEMS THROUGH REJSUSP.  CORRECTED      *
      * BATCH ITEMS RETURN THROUGH THE NEXT PREFIXEDIT;          *
      * CORRECTED ALLOCATE ITEMS ARE ALLOCATED BY THE NEXT       *
      * ALLOCATE RUN AFTER ITS ALLOCIN RECORDS.  ALLOCATE REASON *
      * CODES ARE NONNUM, BADDATE, BADGENDR, DUPISSUE, LOCKED    *
      * AND NOSERIAL.  A SUSPENSE FILE THAT CANNOT BE USED       *
      * LEAVES THE REJECTS IN AUDITLOG ONLY AND RAISES THE       *
      * CONDITION CODE TO 4.                                     *
      *---------------------------------------------------------*
        01 SUSP-FILE-STATUS PIC X(2) VALUE '00'.
           88 SUSP-IO-OK VALUE '00' '02'.
        01 SUSP-AVAILABLE-SWITCH PIC X VALUE 'N'.
           88 SUSP-AVAILABLE VALUE 'Y'.
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
        01 SUSP-ADDED-COUNT PIC 9(6) VALUE 0.
        01 SUSP-HELD-COUNT PIC 9(6) VALUE 0.
        01 SUSP-RESUBMIT-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - ASKS ONCE WHETHER THIS RUN IS A SINGLE   *
             PERFORM OPEN-XREF
             PERFORM OPEN-LOCKS
             PERFORM OPEN-PERSMAST
             PERFORM OPEN-VERIFY
             PERFORM OPEN-LINKFILE
             PERFORM LOAD-PARAMETERS
             PERFORM LOAD-AUTHORITY
             IF PARM-FILE-PRESENT
                IF PARM-ERRORS
                   DISPLAY 'RUN ABORTED - INVALID PARAMETER CARD'
                   MOVE 16 TO RUN-CONDITION-CODE
                   PERFORM 001-EXIT
                END-IF
             ELSE
                   '(M)AINTAIN, (C)APACITY, OR (T)RIAL MODE? '
                ACCEPT RUN-MODE
             END-IF
             IF NOT REGISTRY-OPEN-OK
                   AND (RUN-MODE-BATCH OR RUN-MODE-ALLOCATE
                        OR RUN-MODE-MAINT OR RUN-MODE-RECONCILE
                        OR RUN-MODE-TRIAL)
                DISPLAY 'RUN ABORTED - REGISTRY UNAVAILABLE, NO '
                   'NUMBER CAN BE CHECKED OR ISSUED SAFELY'
                MOVE 16 TO RUN-CONDITION-CODE
                PERFORM 001-EXIT
             END-IF
             MOVE OPERATOR-ID TO SESSION-OPERATOR
             MOVE RUN-START-DATE TO SESSION-START-DATE
             MOVE RUN-START-TIME TO SESSION-START-TIME
             MOVE SPACE TO AUTH-WANTED
             EVALUATE TRUE
                WHEN RUN-MODE-LOOKUP
                   MOVE 'L' TO AUTH-WANTED
                WHEN RUN-MODE-RECONCILE OR RUN-MODE-SWEEP
                      OR RUN-MODE-MAINT OR RUN-MODE-CAPACITY
                      OR RUN-MODE-TRIAL
                   CONTINUE
                WHEN OTHER
                   MOVE 'I' TO AUTH-WANTED
             END-EVALUATE
             IF AUTH-WANTED NOT = SPACE
                PERFORM AUTHORITY-CHECK
                IF NOT AUTH-GRANTED
                   DISPLAY 'RUN ABORTED - OPERATOR ' OPERATOR-ID
                      ' IS NOT AUTHORIZED TO ' AUTH-FUNCTION-NAME
                   MOVE SPACES TO REJECT-REASON
                   STRING 'NOT AUTHORIZED: ' DELIMITED BY SIZE
                      AUTH-FUNCTION-NAME DELIMITED BY SIZE
                      INTO REJECT-REASON
                   END-STRING
                   MOVE OPERATOR-ID TO REJECT-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 16 TO RUN-CONDITION-CODE
                   PERFORM 001-EXIT
                END-IF
             END-IF
             EVALUATE TRUE
                WHEN RUN-MODE-BATCH
                   PERFORM BATCH-PROCESS
           .

      *---------------------------------------------------------*
      * EMPREF-SEARCH - POSITIONS SSNXREF ON ITS EMPLOYEE-       *
      * REFERENCE INDEX AND LISTS EVERY ISSUANCE CARRYING THE    *
      * REFERENCE IN EMPREF-SEARCH-REF, EACH WITH ITS REGISTRY   *
      * STATUS AND THE SAME MASTER AND LINK DETAILS THE OTHER    *
      * LOOKUPS SHOW.  THE READ STOPS AT THE FIRST RECORD WITH   *
      * ANOTHER REFERENCE, SO ONLY THE HITS ARE READ.            *
      * LOOKUP-MATCH-COUNT IS LEFT AT THE NUMBER OF HITS SO THE  *
      * CALLER CAN REPORT A REFERENCE WITH NO ISSUANCE.          *
      *---------------------------------------------------------*
       EMPREF-SEARCH SECTION.
           MOVE 'N' TO XREF-EOF-SWITCH
           MOVE EMPREF-SEARCH-REF TO XREF-EMPLOYEE-REF
           START XREF-FILE KEY IS = XREF-EMPLOYEE-REF
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
                    AND XREF-EMPLOYEE-REF NOT = EMPREF-SEARCH-REF
                 MOVE 'Y' TO XREF-EOF-SWITCH
              END-IF
              IF NOT XREF-EOF
                 PERFORM EMPREF-SHOW-HIT
              END-IF
           END-PERFORM
              ' EMPLOYEE ' XREF-EMPLOYEE-REF
           MOVE XREF-KEY TO PERS-KEY
           PERFORM PERS-DISPLAY
           MOVE XREF-KEY TO VERIF-KEY
           PERFORM VERIF-DISPLAY
           MOVE XREF-KEY TO LINK-KEY
           PERFORM LINK-DISPLAY
           ADD 1 TO LOOKUP-MATCH-COUNT
           IF REGISTRY-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN REGISTRY, STATUS '
                 REGISTRY-FILE-STATUS
           ELSE
              MOVE 'Y' TO REGISTRY-OPEN-SWITCH
           END-IF
           .

             IF PREFIX-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN PREFIXIN, STATUS '
                   PREFIX-FILE-STATUS
                MOVE 16 TO RUN-CONDITION-CODE
             ELSE
                IF CHECKPOINT-RESTART-COUNT > 0
                   DISPLAY 'RESUMING BATCH RUN AFTER CHECKPOINT AT '
                   PERFORM XMIT-REBUILD-TOTALS
                   OPEN EXTEND OUTPUT-FILE
                   OPEN EXTEND XMIT-FILE
                   OPEN EXTEND DISP-FILE
                ELSE
                   OPEN OUTPUT OUTPUT-FILE
                   OPEN OUTPUT XMIT-FILE
                   PERFORM XMIT-WRITE-HEADER
                   OPEN OUTPUT DISP-FILE
                   PERFORM DISP-WRITE-HEADER
                END-IF
                PERFORM OPEN-SUSPENSE
                MOVE SPACES TO OUTPUT-RECORD
                PERFORM UNTIL
                      BATCH-READ-COUNT >= CHECKPOINT-RESTART-COUNT
                END-READ
                PERFORM UNTIL BATCH-EOF
                   ADD 1 TO BATCH-READ-COUNT
                   MOVE BATCH-READ-COUNT TO DISP-D-SEQ
                   MOVE PREFIX-RECORD-IN(1:9) TO DISP-D-PREFIX
                   MOVE EMPLOYEE-REF-IN TO DISP-D-EMPLOYEE-REF
                   MOVE FEED-TAG-IN TO DISP-D-FEED-TAG
                   MOVE 'R' TO DISP-D-RESULT
                   MOVE SPACES TO DISP-D-PERSONNUMMER, DISP-D-REASON
                   INITIALIZE PERSNUMB, CALCSUM, PERSONNUMMER
                   MOVE 1 TO I
                   MOVE PREFIX-DIGITS TO PERSNUMB
                               REJECT-REASON
                            MOVE PERSONNUMMER TO REJECT-VALUE
                            PERFORM WRITE-AUDIT-RECORD
                            MOVE 'DUPISSUE' TO DISP-D-REASON
                         ELSE
                            PERFORM BUILD-LONG-FORM
                            MOVE EMPLOYEE-REF-IN TO
                                  REJECT-REASON
                               MOVE PERSONNUMMER TO REJECT-VALUE
                               PERFORM WRITE-AUDIT-RECORD
                               IF ISSUE-REFUSAL-REASON =
                                     'ALREADY ACTIVE ON REGISTRY'
                                  MOVE 'DUPISSUE' TO DISP-D-REASON
                               ELSE
                                  MOVE 'LOCKED' TO DISP-D-REASON
                               END-IF
                            ELSE
                               MOVE PREFIX-DIGITS TO PREFIX-OUT
                               MOVE PERSONNUMMER TO PERSONNUMMER-OUT
                                     OUTPUT-FILE-STATUS
                               END-IF
                               PERFORM XMIT-WRITE-DETAIL
                               MOVE 'I' TO DISP-D-RESULT
                               MOVE PERSONNUMMER TO DISP-D-PERSONNUMMER
                               ADD 1 TO BATCH-WRITE-COUNT
                               ADD 1 TO TOTAL-PROCESSED-COUNT
                            END-IF
                         MOVE 'INVALID BIRTH DATE' TO REJECT-REASON
                         MOVE PREFIX-DIGITS TO REJECT-VALUE
                         PERFORM WRITE-AUDIT-RECORD
                         MOVE 'BADDATE' TO DISP-D-REASON
                      END-IF
                   ELSE
                      ADD 1 TO FAILCOUNT
                      MOVE 'NON-NUMERIC PREFIX' TO REJECT-REASON
                      MOVE PREFIX-DIGITS TO REJECT-VALUE
                      PERFORM WRITE-AUDIT-RECORD
                      MOVE 'NONNUM' TO DISP-D-REASON
                   END-IF
                   PERFORM DISP-WRITE-DETAIL
                   IF DISP-D-RESULT = 'R'
                      MOVE 'B' TO SUSPEND-STAGE
                      MOVE FEED-TAG-IN TO SUSPEND-FEED-TAG
                      MOVE PREFIX-RECORD-IN(1:20) TO SUSPEND-ORIGINAL
                      MOVE DISP-D-REASON TO SUSPEND-REASON
                      PERFORM SUSPEND-REJECT
                   END-IF
                   DIVIDE BATCH-READ-COUNT BY CHECKPOINT-INTERVAL
                      GIVING CHECKPOINT-MOD-QUOT
                   END-READ
                END-PERFORM
                PERFORM XMIT-WRITE-TRAILER
                CLOSE PREFIX-FILE, OUTPUT-FILE, XMIT-FILE, DISP-FILE
                PERFORM CHECKPOINT-CLEAR
                DISPLAY 'BATCH COMPLETE - READ: ' BATCH-READ-COUNT
                DISPLAY '                WRITTEN: ' BATCH-WRITE-COUNT
                DISPLAY '                SKIPPED: ' TOTAL-FAILED-COUNT
                DISPLAY '        SUSPENSE  ADDED: ' SUSP-ADDED-COUNT
                DISPLAY '           ALREADY HELD: ' SUSP-HELD-COUNT
             END-IF
       .

           ADD PERSONNUMMER TO XMIT-HASH-TOTAL
           .

      *---------------------------------------------------------*
      * DISP-WRITE-HEADER / DISP-WRITE-DETAIL - THE SSNDISP      *
      * LINES.  SEE THE BATCH DISPOSITION FILE REMARKS IN        *
      * WORKING-STORAGE.  BATCH-PROCESS FILLS DISP-DETAIL AS IT  *
      * DECIDES EACH RECORD'S OUTCOME.                           *
      *---------------------------------------------------------*
       DISP-WRITE-HEADER SECTION.
           MOVE RUN-START-DATE TO DISP-H-DATE
           MOVE RUN-START-TIME TO DISP-H-TIME
           MOVE DISP-HEADER TO DISP-RECORD
           WRITE DISP-RECORD
           IF DISP-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SSNDISP FAILED, STATUS '
                 DISP-FILE-STATUS
           END-IF
           .

       DISP-WRITE-DETAIL SECTION.
           MOVE DISP-DETAIL TO DISP-RECORD
           WRITE DISP-RECORD
           IF DISP-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SSNDISP FAILED, STATUS '
                 DISP-FILE-STATUS
           END-IF
           .

      *---------------------------------------------------------*
      * XMIT-REBUILD-TOTALS - ON A CHECKPOINT RESTART, RE-DERIVES*
      * THE DETAIL COUNT AND HASH TOTAL FROM THE 'D' RECORDS     *
           IF PREFIX-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PREFIXIN, STATUS '
                 PREFIX-FILE-STATUS
              MOVE 16 TO RUN-CONDITION-CODE
           ELSE
              OPEN OUTPUT TRIAL-FILE
              DISPLAY 'TRIAL RUN - NOTHING WILL BE ISSUED'
           IF RECON-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN RECONIN, STATUS '
                 RECON-FILE-STATUS
              MOVE 16 TO RUN-CONDITION-CODE
           ELSE
              OPEN OUTPUT RECON-OUT-FILE
              OPEN OUTPUT RECON-REPORT-FILE
      *---------------------------------------------------------*
       MAINT-PROCESS SECTION.
           MOVE OPERATOR-ID TO MAINT-RUN-OPERATOR
           OPEN I-O PEND-FILE
           IF PEND-FILE-STATUS = '35'
              OPEN OUTPUT PEND-FILE
              CLOSE PEND-FILE
              OPEN I-O PEND-FILE
           END-IF
           IF PEND-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PENDAPPR, STATUS '
                 PEND-FILE-STATUS
              MOVE 16 TO RUN-CONDITION-CODE
              PERFORM 001-EXIT
           END-IF
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN MAINTIN, STATUS '
                 MAINT-FILE-STATUS
              MOVE 16 TO RUN-CONDITION-CODE
           ELSE
              READ MAINT-FILE
                 AT END MOVE 'Y' TO MAINT-EOF-SWITCH
                 MAINT-REIN-COUNT
              DISPLAY '                  CONVERTED: '
                 MAINT-CONVERT-COUNT
              DISPLAY '          AWAITING APPROVAL: '
                 MAINT-PENDING-COUNT
              DISPLAY '                   APPROVED: '
                 MAINT-APPROVED-COUNT
              DISPLAY '                  CANCELLED: '
                 MAINT-CANCELLED-COUNT
              DISPLAY '                   REJECTED: '
                 TOTAL-FAILED-COUNT
           END-IF
           CLOSE PEND-FILE
           .

      *---------------------------------------------------------*
      * THE OPERATOR OF RECORD FOR ITS AUDIT ENTRY.  A VOID OF A *
      * NUMBER ALREADY VOIDED, A REINSTATE OF ONE THAT IS NOT,   *
      * OR A PERSONNUMMER NOT ON REGISTRY AT ALL ARE ALL         *
      * REJECTED RATHER THAN APPLIED BLINDLY.  THE CARD'S        *
      * OPERATOR MUST HOLD OPERAUTH AUTHORITY FOR THE ACTION;    *
      * VOID AND CONVERT ARE HELD FOR A SECOND OPERATOR'S        *
      * APPROVE CARD, AND CANCEL WITHDRAWS ONE STILL WAITING.    *
      *---------------------------------------------------------*
       MAINT-ONE-RECORD SECTION.
           IF MAINT-OPERATOR NOT = SPACES
              MOVE MAINT-PN TO REJECT-VALUE
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              EVALUATE MAINT-ACTION
                 WHEN 'VOID'
                    MOVE 'V' TO AUTH-WANTED
                    PERFORM MAINT-REQUEST-APPROVAL
                 WHEN 'CONVERT'
                    MOVE 'C' TO AUTH-WANTED
                    PERFORM MAINT-REQUEST-APPROVAL
                 WHEN 'REINSTATE'
                    MOVE 'R' TO AUTH-WANTED
                    PERFORM AUTHORITY-CHECK
                    IF AUTH-GRANTED
                       PERFORM MAINT-APPLY-STATUS
                    ELSE
                       PERFORM MAINT-REJECT-UNAUTHORIZED
                    END-IF
                 WHEN 'APPROVE'
                    PERFORM MAINT-APPROVE
                 WHEN 'CANCEL'
                    PERFORM MAINT-CANCEL
                 WHEN OTHER
                    ADD 1 TO TOTAL-FAILED-COUNT
                    DISPLAY 'SKIPPING INVALID MAINT ACTION: '
                       MAINT-ACTION
                    MOVE 'INVALID MAINT ACTION' TO REJECT-REASON
                    MOVE MAINT-PN TO REJECT-VALUE
                    PERFORM WRITE-AUDIT-RECORD
              END-EVALUATE
           END-IF
           .

           END-EVALUATE
           .

      *---------------------------------------------------------*
      * MAINT-REWRITE-REGISTRY - THE CALLER HAS SET THE NEW      *
      * STATUS IN THE RECORD AREA.  THE RECORD ON FILE IS READ   *
      * BACK FIRST FOR THE JOURNAL'S BEFORE IMAGE.               *
      *---------------------------------------------------------*
       MAINT-REWRITE-REGISTRY SECTION.
           MOVE REGISTRY-RECORD TO JOURNAL-AFTER
           MOVE SPACES TO JOURNAL-BEFORE
           READ REGISTRY-FILE
              INVALID KEY CONTINUE
           END-READ
           IF REGISTRY-FILE-STATUS = '00'
              MOVE REGISTRY-RECORD TO JOURNAL-BEFORE
           END-IF
           MOVE JOURNAL-AFTER TO REGISTRY-RECORD
           REWRITE REGISTRY-RECORD
           END-REWRITE
           IF REGISTRY-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: REWRITE TO REGISTRY FAILED, STATUS '
                 REGISTRY-FILE-STATUS
           ELSE
              MOVE 'C' TO JOURNAL-ACTION
              PERFORM JOURNAL-REGISTRY-AFTER
           END-IF
           .

       CONVERT-WRITE-ONE-LINK SECTION.
           ACCEPT LINK-DATE FROM DATE YYYYMMDD
           MOVE OPERATOR-ID TO LINK-OPERATOR
           MOVE SPACES TO JOURNAL-BEFORE
           MOVE 'A' TO JOURNAL-ACTION
           WRITE LINK-RECORD
              INVALID KEY CONTINUE
           END-WRITE
           IF LINK-FILE-STATUS = '22'
              MOVE LINK-RECORD TO JOURNAL-AFTER
              READ LINK-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF LINK-FILE-STATUS = '00'
                 MOVE LINK-RECORD TO JOURNAL-BEFORE
              END-IF
              MOVE JOURNAL-AFTER TO LINK-RECORD
              MOVE 'C' TO JOURNAL-ACTION
              REWRITE LINK-RECORD
              END-REWRITE
           END-IF
           IF LINK-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SSNLINK FAILED, STATUS '
                 LINK-FILE-STATUS
           ELSE
              MOVE 'SSNLINK' TO JOURNAL-FILE-ID
              MOVE LINK-KEY TO JOURNAL-KEY
              MOVE LINK-RECORD TO JOURNAL-AFTER
              PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .

           PERFORM WRITE-AUDIT-RECORD
           .

      *---------------------------------------------------------*
      * MAINT-APPLY-STATUS - READS THE TRANSACTION'S REGISTRY    *
      * RECORD AND HANDS IT TO MAINT-APPLY-ACTION.  USED FOR A   *
      * REINSTATE AS READ AND FOR A VOID ONCE APPROVED.          *
      *---------------------------------------------------------*
       MAINT-APPLY-STATUS SECTION.
           MOVE MAINT-PN TO REGISTRY-KEY
           READ REGISTRY-FILE
              INVALID KEY CONTINUE
           END-READ
           EVALUATE REGISTRY-FILE-STATUS
              WHEN '00'
                 PERFORM MAINT-APPLY-ACTION
              WHEN '23'
                 PERFORM MAINT-REJECT-NOT-ON-FILE
              WHEN OTHER
                 PERFORM MAINT-REJECT-IO-ERROR
           END-EVALUATE
           .

      *---------------------------------------------------------*
      * MAINT-REQUEST-APPROVAL - A VOID OR CONVERT CARD.  SEE    *
      * THE SECOND-OPERATOR APPROVAL REMARKS IN WORKING-STORAGE. *
      * THE CALLER HAS SET AUTH-WANTED.  A CARD THAT COULD NOT   *
      * BE APPLIED TODAY IS REJECTED NOW RATHER THAN LEFT FOR    *
      * THE APPROVER TO TRIP OVER; A CONVERT IS FIRST PUT        *
      * THROUGH CONVERT-PRE-CHECK.                               *
      *---------------------------------------------------------*
       MAINT-REQUEST-APPROVAL SECTION.
           PERFORM AUTHORITY-CHECK
           IF NOT AUTH-GRANTED
              PERFORM MAINT-REJECT-UNAUTHORIZED
           ELSE
              MOVE MAINT-PN TO REGISTRY-KEY
              READ REGISTRY-FILE
                 INVALID KEY CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN REGISTRY-FILE-STATUS = '23'
                    PERFORM MAINT-REJECT-NOT-ON-FILE
                 WHEN REGISTRY-FILE-STATUS NOT = '00'
                    PERFORM MAINT-REJECT-IO-ERROR
                 WHEN REGISTRY-VOIDED
                    MOVE 'ALREADY VOIDED' TO REJECT-REASON
                    PERFORM MAINT-PEND-REJECT
                 WHEN MAINT-ACTION = 'CONVERT'
                    PERFORM CONVERT-PRE-CHECK
                    IF CONVERT-OK
                       PERFORM MAINT-WRITE-PENDING
                    END-IF
                 WHEN OTHER
                    PERFORM MAINT-WRITE-PENDING
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * CONVERT-PRE-CHECK - THE EDITS MAINT-APPLY-CONVERT WILL   *
      * MAKE, RUN BEFORE THE CARD IS HELD: THE OLD NUMBER MUST   *
      * BE A SAMORDNINGSNUMMER, AND A SUPPLIED NEW NUMBER GOES   *
      * THROUGH CONVERT-VALIDATE-NEW.  NOTHING IS ISSUED OR      *
      * ALLOCATED HERE; A BLANK NEW NUMBER IS ALLOCATED ONLY     *
      * ONCE APPROVED, AND APPROVAL RUNS EVERY EDIT AGAIN IN     *
      * CASE THE REGISTRY HAS MOVED ON IN BETWEEN.               *
      *---------------------------------------------------------*
       CONVERT-PRE-CHECK SECTION.
           MOVE 'N' TO CONVERT-OK-SWITCH
           MOVE MAINT-PN TO CONVERT-OLD-PN
           DIVIDE CONVERT-OLD-PN BY 10 GIVING CONVERT-PREFIX
           MOVE CONVERT-PREFIX TO PERSNUMB
           IF PN-DD NOT > 60
              MOVE 'NOT A SAMORDNINGSNUMMER' TO REJECT-REASON
              PERFORM MAINT-CONVERT-REJECT
           ELSE
              IF MAINT-NEW-PN = SPACES
                 MOVE 'Y' TO CONVERT-OK-SWITCH
              ELSE
                 PERFORM CONVERT-VALIDATE-NEW
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * MAINT-WRITE-PENDING - HOLDS THE CARD IN PENDAPPR UNDER   *
      * ITS PERSONNUMMER.  A DUPLICATE KEY MEANS A TRANSACTION   *
      * IS ALREADY WAITING FOR THE NUMBER.                       *
      *---------------------------------------------------------*
       MAINT-WRITE-PENDING SECTION.
           MOVE MAINT-PN TO PEND-KEY
           MOVE MAINT-ACTION TO PEND-ACTION
           MOVE OPERATOR-ID TO PEND-REQUESTER
           MOVE MAINT-REASON TO PEND-REASON
           MOVE MAINT-NEW-PN TO PEND-NEW-PN
           MOVE SESSION-START-DATE TO PEND-SESSION-DATE
           MOVE SESSION-START-TIME TO PEND-SESSION-TIME
           WRITE PEND-RECORD
              INVALID KEY CONTINUE
           END-WRITE
           EVALUATE PEND-FILE-STATUS
              WHEN '00'
                 DISPLAY 'AWAITING APPROVAL - ' MAINT-ACTION ' '
                    MAINT-PN
                 MOVE SPACES TO REJECT-REASON
                 STRING MAINT-ACTION DELIMITED BY SPACE
                    ' AWAITING APPROVAL' DELIMITED BY SIZE
                    INTO REJECT-REASON
                 END-STRING
                 MOVE MAINT-PN TO REJECT-VALUE
                 PERFORM WRITE-AUDIT-RECORD
                 ADD 1 TO MAINT-PENDING-COUNT
              WHEN '22'
                 MOVE 'APPROVAL ALREADY PENDING' TO REJECT-REASON
                 PERFORM MAINT-PEND-REJECT
              WHEN OTHER
                 DISPLAY 'WARNING: WRITE TO PENDAPPR FAILED, STATUS '
                    PEND-FILE-STATUS
                 MOVE 'PENDAPPR ACCESS FAILED' TO REJECT-REASON
                 PERFORM MAINT-PEND-REJECT
           END-EVALUATE
           .

      *---------------------------------------------------------*
      * MAINT-APPROVE - AN APPROVE CARD.  THE PENDING            *
      * TRANSACTION FOR THE NUMBER MUST EXIST, MUST HAVE BEEN    *
      * REQUESTED IN AN EARLIER RUN BY A DIFFERENT OPERATOR, AND *
      * THE APPROVER MUST HOLD THE SAME AUTHORITY.  THE HELD     *
      * CARD IS THEN APPLIED THROUGH THE ORDINARY PATH.          *
      *---------------------------------------------------------*
       MAINT-APPROVE SECTION.
           MOVE MAINT-PN TO PEND-KEY
           READ PEND-FILE
              INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN PEND-FILE-STATUS = '23'
                 MOVE 'NO PENDING TRANSACTION' TO REJECT-REASON
                 PERFORM MAINT-PEND-REJECT
              WHEN PEND-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: READ OF PENDAPPR FAILED, STATUS '
                    PEND-FILE-STATUS
                 MOVE 'PENDAPPR ACCESS FAILED' TO REJECT-REASON
                 PERFORM MAINT-PEND-REJECT
              WHEN PEND-REQUESTER = OPERATOR-ID
                 MOVE 'APPROVER SAME AS REQUESTER' TO REJECT-REASON
                 PERFORM MAINT-PEND-REJECT
              WHEN PEND-SESSION-DATE = SESSION-START-DATE
                    AND PEND-SESSION-TIME = SESSION-START-TIME
                 MOVE 'APPROVAL MUST BE A LATER RUN' TO REJECT-REASON
                 PERFORM MAINT-PEND-REJECT
              WHEN OTHER
                 PERFORM MAINT-APPROVE-PENDING
           END-EVALUATE
           .

       MAINT-APPROVE-PENDING SECTION.
           IF PEND-ACTION = 'CONVERT'
              MOVE 'C' TO AUTH-WANTED
           ELSE
              MOVE 'V' TO AUTH-WANTED
           END-IF
           PERFORM AUTHORITY-CHECK
           IF NOT AUTH-GRANTED
              PERFORM MAINT-REJECT-UNAUTHORIZED
           ELSE
              DELETE PEND-FILE RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              IF PEND-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: DELETE FROM PENDAPPR FAILED, '
                    'STATUS ' PEND-FILE-STATUS
                 MOVE 'PENDAPPR ACCESS FAILED' TO REJECT-REASON
                 PERFORM MAINT-PEND-REJECT
              ELSE
                 MOVE SPACES TO REJECT-REASON
                 STRING 'APPROVED ' DELIMITED BY SIZE
                    PEND-ACTION DELIMITED BY SPACE
                    ' REQUESTED BY ' DELIMITED BY SIZE
                    PEND-REQUESTER DELIMITED BY SPACE
                    INTO REJECT-REASON
                 END-STRING
                 MOVE MAINT-PN TO REJECT-VALUE
                 PERFORM WRITE-AUDIT-RECORD
                 ADD 1 TO MAINT-APPROVED-COUNT
                 MOVE PEND-ACTION TO MAINT-ACTION
                 MOVE PEND-REASON TO MAINT-REASON
                 MOVE PEND-NEW-PN TO MAINT-NEW-PN
                 IF PEND-ACTION = 'CONVERT'
                    PERFORM MAINT-APPLY-CONVERT
                 ELSE
                    PERFORM MAINT-APPLY-STATUS
                 END-IF
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * MAINT-CANCEL - A CANCEL CARD WITHDRAWS THE PENDING       *
      * TRANSACTION FOR THE NUMBER.  THE CANCELLING OPERATOR     *
      * MUST BE AUTHORIZED FOR THE FUNCTION BEING WITHDRAWN.     *
      *---------------------------------------------------------*
       MAINT-CANCEL SECTION.
           MOVE MAINT-PN TO PEND-KEY
           READ PEND-FILE
              INVALID KEY CONTINUE
           END-READ
           IF PEND-FILE-STATUS = '23'
              MOVE 'NO PENDING TRANSACTION' TO REJECT-REASON
              PERFORM MAINT-PEND-REJECT
           ELSE
           IF PEND-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: READ OF PENDAPPR FAILED, STATUS '
                 PEND-FILE-STATUS
              MOVE 'PENDAPPR ACCESS FAILED' TO REJECT-REASON
              PERFORM MAINT-PEND-REJECT
           ELSE
              IF PEND-ACTION = 'CONVERT'
                 MOVE 'C' TO AUTH-WANTED
              ELSE
                 MOVE 'V' TO AUTH-WANTED
              END-IF
              PERFORM AUTHORITY-CHECK
              IF NOT AUTH-GRANTED
                 PERFORM MAINT-REJECT-UNAUTHORIZED
              ELSE
                 DELETE PEND-FILE RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 IF PEND-FILE-STATUS NOT = '00'
                    DISPLAY 'WARNING: DELETE FROM PENDAPPR FAILED, '
                       'STATUS ' PEND-FILE-STATUS
                    MOVE 'PENDAPPR ACCESS FAILED' TO REJECT-REASON
                    PERFORM MAINT-PEND-REJECT
                 ELSE
                    DISPLAY 'PENDING ' PEND-ACTION ' CANCELLED: '
                       MAINT-PN
                    MOVE SPACES TO REJECT-REASON
                    STRING 'CANCELLED PENDING ' DELIMITED BY SIZE
                       PEND-ACTION DELIMITED BY SPACE
                       ': ' DELIMITED BY SIZE
                       MAINT-REASON DELIMITED BY SIZE
                       INTO REJECT-REASON
                    END-STRING
                    MOVE MAINT-PN TO REJECT-VALUE
                    PERFORM WRITE-AUDIT-RECORD
                    ADD 1 TO MAINT-CANCELLED-COUNT
                 END-IF
              END-IF
           END-IF
           END-IF
           .

       MAINT-PEND-REJECT SECTION.
           ADD 1 TO TOTAL-FAILED-COUNT
           DISPLAY 'SKIPPING ' MAINT-ACTION ' - ' REJECT-REASON
              ': ' MAINT-PN
           MOVE MAINT-PN TO REJECT-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

      *---------------------------------------------------------*
      * MAINT-REJECT-UNAUTHORIZED - THE CARD'S OPERATOR DOES NOT *
      * HOLD THE AUTHORITY JUST CHECKED.  A REFUSAL IS A         *
      * SECURITY EXCEPTION, NOT A DATA ERROR, SO IT RAISES THE   *
      * CONDITION CODE TO 8.                                     *
      *---------------------------------------------------------*
       MAINT-REJECT-UNAUTHORIZED SECTION.
           ADD 1 TO TOTAL-FAILED-COUNT
           DISPLAY 'REFUSED - OPERATOR ' OPERATOR-ID
              ' NOT AUTHORIZED TO ' AUTH-FUNCTION-NAME ': ' MAINT-PN
           MOVE SPACES TO REJECT-REASON
           STRING 'NOT AUTHORIZED: ' DELIMITED BY SIZE
              AUTH-FUNCTION-NAME DELIMITED BY SIZE
              INTO REJECT-REASON
           END-STRING
           MOVE MAINT-PN TO REJECT-VALUE
           PERFORM WRITE-AUDIT-RECORD
           IF RUN-CONDITION-CODE < 8
              MOVE 8 TO RUN-CONDITION-CODE
           END-IF
           .

       INTERACTIVE-ENTRY SECTION.
             INITIALIZE PERSNUMB, CALCSUM, PERSONNUMMER, FULLNUMMER
             MOVE 1 TO I
      * PREFIX BATCH, RERUNNING THE SAME RECORD ALLOCATES A      *
      * FRESH SERIAL RATHER THAN FAILING AS A DUPLICATE.  LIKE   *
      * BATCH MODE THERE IS NO OPERATOR TO ASK ABOUT OVER-100,   *
      * SO THE NEARER CENTURY IS ALWAYS ASSUMED.  REJECTS ARE    *
      * HELD IN SUSPENSE, AND ITEMS CORRECTED THERE ARE          *
      * ALLOCATED AFTER THE LAST ALLOCIN RECORD.                 *
      *---------------------------------------------------------*
       ALLOCATE-PROCESS SECTION.
           OPEN INPUT ALLOC-FILE
           IF ALLOC-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN ALLOCIN, STATUS '
                 ALLOC-FILE-STATUS
              MOVE 16 TO RUN-CONDITION-CODE
           ELSE
              OPEN OUTPUT OUTPUT-FILE
              PERFORM OPEN-SUSPENSE
              MOVE SPACES TO OUTPUT-RECORD
              READ ALLOC-FILE
                 AT END MOVE 'Y' TO ALLOC-EOF-SWITCH
                    AT END MOVE 'Y' TO ALLOC-EOF-SWITCH
                 END-READ
              END-PERFORM
              PERFORM ALLOCATE-RESUBMIT
              CLOSE ALLOC-FILE, OUTPUT-FILE
              DISPLAY 'ALLOCATION COMPLETE - READ: ' ALLOC-READ-COUNT
              DISPLAY '                   WRITTEN: ' ALLOC-WRITE-COUNT
              DISPLAY '                   SKIPPED: '
                 TOTAL-FAILED-COUNT
              DISPLAY '   SUSPENSE    RESUBMITTED: '
                 SUSP-RESUBMIT-COUNT
              DISPLAY '                     ADDED: ' SUSP-ADDED-COUNT
              DISPLAY '              ALREADY HELD: ' SUSP-HELD-COUNT
           END-IF
           .

      * ALLOCIN RECORD: NUMERIC 6-DIGIT DATE, VALID CALENDAR     *
      * DATE OR SAMORDNINGSNUMMER, VALID GENDER CODE, THEN THE   *
      * SAME ALLOCATE-SERIAL SEARCH AND ISSUANCE AS THE          *
      * INTERACTIVE PATH.  A RECORD NOT ALLOCATED IS HELD IN     *
      * SUSPENSE UNDER ITS REASON CODE.                          *
      *---------------------------------------------------------*
       ALLOCATE-ONE-RECORD SECTION.
           MOVE SPACES TO SUSPEND-REASON
           IF ALLOC-DATE-IN IS NOT NUMERIC
              ADD 1 TO TOTAL-FAILED-COUNT
              DISPLAY 'SKIPPING NON-NUMERIC BIRTH DATE: '
              MOVE 'NON-NUMERIC BIRTH DATE' TO REJECT-REASON
              MOVE ALLOC-DATE-IN TO REJECT-VALUE
              PERFORM WRITE-AUDIT-RECORD
              MOVE 'NONNUM' TO SUSPEND-REASON
           ELSE
              MOVE ALLOC-DATE-IN TO ALLOC-DATE-NUM
              COMPUTE ALLOC-PREFIX-BUILD = ALLOC-DATE-NUM * 1000
                 MOVE 'INVALID BIRTH DATE' TO REJECT-REASON
                 MOVE ALLOC-DATE-IN TO REJECT-VALUE
                 PERFORM WRITE-AUDIT-RECORD
                 MOVE 'BADDATE' TO SUSPEND-REASON
              ELSE
                 IF NOT ALLOC-MALE AND NOT ALLOC-FEMALE
                    ADD 1 TO TOTAL-FAILED-COUNT
                    MOVE 'INVALID GENDER CODE' TO REJECT-REASON
                    MOVE ALLOC-GENDER-IN TO REJECT-VALUE
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 'BADGENDR' TO SUSPEND-REASON
                 ELSE
                    IF IS-SAMORDNINGSNUMMER
                       DISPLAY 'NOTE: SAMORDNINGSNUMMER AT RECORD '
                             REJECT-REASON
                          MOVE PERSONNUMMER TO REJECT-VALUE
                          PERFORM WRITE-AUDIT-RECORD
                          IF ISSUE-REFUSAL-REASON =
                                'ALREADY ACTIVE ON REGISTRY'
                             MOVE 'DUPISSUE' TO SUSPEND-REASON
                          ELSE
                             MOVE 'LOCKED' TO SUSPEND-REASON
                          END-IF
                       ELSE
                          MOVE ALLOC-PREFIX-BUILD TO PREFIX-OUT
                          MOVE PERSONNUMMER TO PERSONNUMMER-OUT
                          REJECT-REASON
                       MOVE ALLOC-DATE-IN TO REJECT-VALUE
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE 'NOSERIAL' TO SUSPEND-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF SUSPEND-REASON NOT = SPACES
              MOVE 'A' TO SUSPEND-STAGE
              MOVE 'ALLOCIN' TO SUSPEND-FEED-TAG
              MOVE ALLOC-RECORD-IN TO SUSPEND-ORIGINAL
              PERFORM SUSPEND-REJECT
           END-IF
           .

      *---------------------------------------------------------*
      * ALLOCATE-RESUBMIT - AFTER THE LAST ALLOCIN RECORD, READS *
      * THE SUSPENSE FILE IN ITEM ORDER AND ALLOCATES EVERY      *
      * ALLOCATE ITEM STANDING CORRECTED, EXACTLY AS IF ITS      *
      * CORRECTED CONTENT HAD BEEN THE NEXT ALLOCIN RECORD.  THE *
      * ITEM IS MARKED RESUBMITTED FIRST; IF THE CORRECTION      *
      * STILL FAILS, A NEW ITEM IS HELD FOR IT.  THE ALLOCATION  *
      * MAY HOLD A NEW ITEM AND MOVE THE FILE POSITION, SO THE   *
      * READ IS REPOSITIONED PAST EACH ITEM AFTERWARDS.          *
      *---------------------------------------------------------*
       ALLOCATE-RESUBMIT SECTION.
           IF SUSP-AVAILABLE
              MOVE 'N' TO SUSP-SCAN-END-SWITCH
              MOVE 0 TO SUSP-KEY
              PERFORM SUSPENSE-POSITION-AFTER
              PERFORM UNTIL SUSP-SCAN-END
                 READ SUSP-FILE NEXT
                    AT END MOVE 'Y' TO SUSP-SCAN-END-SWITCH
                 END-READ
                 IF NOT SUSP-SCAN-END AND NOT SUSP-IO-OK
                    DISPLAY 'WARNING: SUSPENSE READ FAILED, STATUS '
                       SUSP-FILE-STATUS
                    MOVE 'Y' TO SUSP-SCAN-END-SWITCH
                    PERFORM SUSPENSE-WARNING
                 END-IF
                 IF NOT SUSP-SCAN-END
                    IF SUSP-FROM-ALLOCATE AND SUSP-CORRECTED
                       MOVE SUSP-KEY TO RESUBMIT-KEY
                       MOVE 'R' TO SUSP-STATUS
                       MOVE RUN-START-DATE TO SUSP-RESUBMIT-DATE
                       REWRITE SUSP-RECORD
                       IF NOT SUSP-IO-OK
                          DISPLAY 'WARNING: SUSPENSE ITEM ' SUSP-KEY
                             ' REWRITE FAILED, STATUS '
                             SUSP-FILE-STATUS ' - NOT RESUBMITTED'
                          PERFORM SUSPENSE-WARNING
                       ELSE
                          MOVE SUSP-CORRECTED-CONTENT TO
                             ALLOC-RECORD-IN
                          ADD 1 TO ALLOC-READ-COUNT
                          ADD 1 TO SUSP-RESUBMIT-COUNT
                          PERFORM ALLOCATE-ONE-RECORD
                       END-IF
                       MOVE RESUBMIT-KEY TO SUSP-KEY
                       PERFORM SUSPENSE-POSITION-AFTER
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

      *---------------------------------------------------------*
      * SUSPENSE-POSITION-AFTER - POSITIONS THE SUSPENSE FILE ON *
      * THE FIRST ITEM AFTER THE ONE IN SUSP-KEY.  NOTHING AFTER *
      * IT ENDS THE SCAN.                                        *
      *---------------------------------------------------------*
       SUSPENSE-POSITION-AFTER SECTION.
           START SUSP-FILE KEY IS > SUSP-KEY
              INVALID KEY MOVE 'Y' TO SUSP-SCAN-END-SWITCH
           END-START
           IF SUSP-FILE-STATUS NOT = '00'
                 AND SUSP-FILE-STATUS NOT = '23'
              DISPLAY 'WARNING: UNABLE TO POSITION SUSPENSE, STATUS '
                 SUSP-FILE-STATUS
              MOVE 'Y' TO SUSP-SCAN-END-SWITCH
              PERFORM SUSPENSE-WARNING
           END-IF
           .

      *---------------------------------------------------------*
      * OPEN-SUSPENSE - OPENS THE SUSPENSE FILE FOR UPDATE,      *
      * CREATING IT THE FIRST TIME.  ANY OTHER FAILURE IS A      *
      * WARNING: THE RUN GOES ON, BUT ITS REJECTS ARE NOT HELD.  *
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
              PERFORM SUSPENSE-WARNING
           END-IF
           .

       SUSPENSE-WARNING SECTION.
           IF RUN-CONDITION-CODE < 4
              MOVE 4 TO RUN-CONDITION-CODE
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
              PERFORM SUSPENSE-WARNING
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
                 PERFORM SUSPENSE-WARNING
              ELSE
                 ADD 1 TO SUSP-ADDED-COUNT
              END-IF
           END-IF
           .
           WRITE REGISTRY-RECORD
              INVALID KEY CONTINUE
           END-WRITE
           IF REGISTRY-FILE-STATUS = '00'
              MOVE 'A' TO JOURNAL-ACTION
              MOVE SPACES TO JOURNAL-BEFORE
              PERFORM JOURNAL-REGISTRY-AFTER
           END-IF
           IF REGISTRY-FILE-STATUS = '22'
              READ REGISTRY-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF REGISTRY-FILE-STATUS = '00' AND REGISTRY-VOIDED
                 MOVE REGISTRY-RECORD TO JOURNAL-BEFORE
                 MOVE 'A' TO REGISTRY-STATUS
                 REWRITE REGISTRY-RECORD
                 END-REWRITE
                 IF REGISTRY-FILE-STATUS = '00'
                    MOVE 'C' TO JOURNAL-ACTION
                    PERFORM JOURNAL-REGISTRY-AFTER
                 END-IF
              ELSE
                 MOVE 'Y' TO ISSUE-REFUSED-SWITCH
                 MOVE 'ALREADY ACTIVE ON REGISTRY' TO
                 MOVE OPERATOR-ID TO XREF-SOURCE
           END-EVALUATE
           MOVE ISSUE-EMPLOYEE-REF TO XREF-EMPLOYEE-REF
           MOVE SPACES TO JOURNAL-BEFORE
           MOVE 'A' TO JOURNAL-ACTION
           WRITE XREF-RECORD
              INVALID KEY CONTINUE
           END-WRITE
           IF XREF-FILE-STATUS = '22'
              MOVE XREF-RECORD TO JOURNAL-AFTER
              READ XREF-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF XREF-FILE-STATUS = '00'
                 MOVE XREF-RECORD TO JOURNAL-BEFORE
              END-IF
              MOVE JOURNAL-AFTER TO XREF-RECORD
              MOVE 'C' TO JOURNAL-ACTION
              REWRITE XREF-RECORD
              END-REWRITE
           END-IF
           IF NOT XREF-IO-OK
              DISPLAY 'WARNING: WRITE TO SSNXREF FAILED, STATUS '
                 XREF-FILE-STATUS
           ELSE
              MOVE 'SSNXREF' TO JOURNAL-FILE-ID
              MOVE XREF-KEY TO JOURNAL-KEY
              MOVE XREF-RECORD TO JOURNAL-AFTER
              PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .

      *---------------------------------------------------------*
      * JOURNAL-REGISTRY-AFTER - JOURNALS THE REGISTRY RECORD    *
      * NOW IN THE RECORD AREA AS THE AFTER IMAGE.  THE CALLER   *
      * HAS SET JOURNAL-ACTION AND JOURNAL-BEFORE.               *
      *---------------------------------------------------------*
       JOURNAL-REGISTRY-AFTER SECTION.
           MOVE 'REGISTRY' TO JOURNAL-FILE-ID
           MOVE REGISTRY-KEY TO JOURNAL-KEY
           MOVE REGISTRY-RECORD TO JOURNAL-AFTER
           PERFORM WRITE-JOURNAL-RECORD
           .

      *---------------------------------------------------------*
      * OPEN-XREF - OPENS THE ISSUANCE CROSS-REFERENCE FOR KEYED *
      * I-O AND LEAVES IT OPEN FOR THE WHOLE RUN, CREATING AN    *
           END-IF
           MOVE XREF-KEY TO PERS-KEY
           PERFORM PERS-DISPLAY
           MOVE XREF-KEY TO VERIF-KEY
           PERFORM VERIF-DISPLAY
           MOVE XREF-KEY TO LINK-KEY
           PERFORM LINK-DISPLAY
           .
           END-IF
           .

      *---------------------------------------------------------*
      * OPEN-VERIFY - OPENS SSNVERIF FOR INPUT ONLY, ON THE SAME *
      * TERMS AS OPEN-PERSMAST: SPARVER OWNS THE FILE, SO A      *
      * MISSING ONE IS QUIETLY LEFT ALONE.                       *
      *---------------------------------------------------------*
       OPEN-VERIFY SECTION.
           OPEN INPUT VERIF-FILE
           IF VERIF-FILE-STATUS = '00'
              MOVE 'Y' TO VERIF-AVAILABLE-SWITCH
           END-IF
           .

      *---------------------------------------------------------*
      * VERIF-DISPLAY - SHOWS THE REGISTER VERIFICATION STATUS   *
      * FOR THE PERSONNUMMER THE CALLER HAS LEFT IN VERIF-KEY,   *
      * WITH THE DATE OF THE REGISTER'S ANSWER (OR OF THE QUERY  *
      * STILL WAITING FOR ONE).                                  *
      *---------------------------------------------------------*
       VERIF-DISPLAY SECTION.
           IF VERIF-AVAILABLE
              READ VERIF-FILE
                 INVALID KEY
                    DISPLAY '  REGISTER VERIFICATION: NOT QUERIED'
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN VERIF-QUERIED
                          DISPLAY '  REGISTER VERIFICATION: '
                             'QUERIED ' VERIF-QUERY-DATE
                             ', NO ANSWER YET'
                       WHEN VERIF-CONFIRMED
                          DISPLAY '  REGISTER VERIFICATION: '
                             'CONFIRMED ' VERIF-RESPONSE-DATE
                       WHEN VERIF-NAME-MISMATCH
                          DISPLAY '  REGISTER VERIFICATION: '
                             'NAME MISMATCH ' VERIF-RESPONSE-DATE
                             ' REGISTER NAME ' VERIF-REGISTER-NAME
                       WHEN VERIF-UNKNOWN
                          DISPLAY '  REGISTER VERIFICATION: '
                             'UNKNOWN TO REGISTER '
                             VERIF-RESPONSE-DATE
                       WHEN VERIF-DECEASED
                          DISPLAY '  REGISTER VERIFICATION: '
                             'HOLDER DECEASED ' VERIF-RESPONSE-DATE
                       WHEN VERIF-PROTECTED
                          DISPLAY '  REGISTER VERIFICATION: '
                             'PROTECTED IDENTITY '
                             VERIF-RESPONSE-DATE
                       WHEN OTHER
                          DISPLAY '  REGISTER VERIFICATION: '
                             'STATUS ' VERIF-STATUS ' '
                             VERIF-RESPONSE-DATE
                    END-EVALUATE
              END-READ
           END-IF
           .

      *---------------------------------------------------------*
      * OPEN-LINKFILE - OPENS THE SSNLINK CONVERSION LINKAGE     *
      * FILE FOR KEYED I-O AND LEAVES IT OPEN FOR THE WHOLE      *
      *---------------------------------------------------------*
      * PERS-DISPLAY - READS PERSMAST FOR THE PERSONNUMMER THE   *
      * CALLER HAS LEFT IN PERS-KEY AND DISPLAYS THE HOLDER'S    *
      * NAME, BIRTH COUNTRY, AND HR STATUS WITH THE LOOKUP HIT,  *
      * PLUS THE LEAVING DATE FOR SOMEONE THE LEAVER FEED HAS    *
      * MARKED LEFT.  NO MASTER FILE OR NO RECORD IS REPORTED AS *
      * SUCH.                                                    *
      *---------------------------------------------------------*
       PERS-DISPLAY SECTION.
           IF NOT PERS-AVAILABLE
                    DISPLAY '  HOLDER ' PERS-NAME
                       ' BORN ' PERS-BIRTH-COUNTRY
                       ' HR STATUS ' PERS-HR-STATUS
                    IF PERS-LEAVE-DATE NOT = 0
                       DISPLAY '  LEFT EMPLOYMENT ' PERS-LEAVE-DATE
                    END-IF
              END-READ
           END-IF
           .
           END-IF
           .

      *---------------------------------------------------------*
      * LOAD-AUTHORITY - READS OPERAUTH INTO AUTH-TABLE.  SEE    *
      * THE OPERATOR AUTHORITY REMARKS IN WORKING-STORAGE.       *
      *---------------------------------------------------------*
       LOAD-AUTHORITY SECTION.
           OPEN INPUT AUTH-FILE
           IF AUTH-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: UNABLE TO OPEN OPERAUTH, STATUS '
                 AUTH-FILE-STATUS ' - NO OPERATOR IS AUTHORIZED'
           ELSE
              READ AUTH-FILE
                 AT END MOVE 'Y' TO AUTH-EOF-SWITCH
              END-READ
              PERFORM UNTIL AUTH-EOF
                 IF AUTH-RECORD = SPACES
                       OR AUTH-RECORD(1:1) = '*'
                    CONTINUE
                 ELSE
                    IF AUTH-USED < 200
                       ADD 1 TO AUTH-USED
                       MOVE AUTH-IN-OPERATOR
                          TO AUTH-OPERATOR(AUTH-USED)
                       MOVE AUTH-IN-FUNCTIONS
                          TO AUTH-FUNCTIONS(AUTH-USED)
                    ELSE
                       DISPLAY 'WARNING: OPERAUTH TABLE FULL, '
                          'ENTRY IGNORED: ' AUTH-IN-OPERATOR
                    END-IF
                 END-IF
                 READ AUTH-FILE
                    AT END MOVE 'Y' TO AUTH-EOF-SWITCH
                 END-READ
              END-PERFORM
              CLOSE AUTH-FILE
           END-IF
           .

      *---------------------------------------------------------*
      * AUTHORITY-CHECK - IS OPERATOR-ID AUTHORIZED FOR THE      *
      * FUNCTION LETTER IN AUTH-WANTED?  SETS AUTH-GRANTED, AND  *
      * AUTH-FUNCTION-NAME FOR THE CALLER'S MESSAGES.            *
      *---------------------------------------------------------*
       AUTHORITY-CHECK SECTION.
           EVALUATE AUTH-WANTED
              WHEN 'I'
                 MOVE 'ISSUE' TO AUTH-FUNCTION-NAME
              WHEN 'L'
                 MOVE 'LOOKUP' TO AUTH-FUNCTION-NAME
              WHEN 'V'
                 MOVE 'VOID' TO AUTH-FUNCTION-NAME
              WHEN 'R'
                 MOVE 'REINSTATE' TO AUTH-FUNCTION-NAME
              WHEN 'C'
                 MOVE 'CONVERT' TO AUTH-FUNCTION-NAME
              WHEN 'A'
                 MOVE 'PERSON ADD' TO AUTH-FUNCTION-NAME
              WHEN 'U'
                 MOVE 'PERSON UPDATE' TO AUTH-FUNCTION-NAME
              WHEN OTHER
                 MOVE 'PERSON DELETE' TO AUTH-FUNCTION-NAME
           END-EVALUATE
           MOVE 'N' TO AUTH-GRANTED-SWITCH
           MOVE 1 TO AX
           PERFORM UNTIL AUTH-GRANTED OR AX > AUTH-USED
              IF AUTH-OPERATOR(AX) = OPERATOR-ID
                 MOVE 0 TO AUTH-HITS
                 INSPECT AUTH-FUNCTIONS(AX) TALLYING AUTH-HITS
                    FOR ALL AUTH-WANTED
                 IF AUTH-HITS > 0
                    MOVE 'Y' TO AUTH-GRANTED-SWITCH
                 END-IF
              END-IF
              ADD 1 TO AX
           END-PERFORM
           .

      *---------------------------------------------------------*
      * WRITE-AUDIT-RECORD - APPENDS ONE ENTRY TO AUDITLOG FOR   *
      * EVERY REJECTED INPUT, SO A BATCH RUN LEAVES A TRAIL OF   *
           IF PERS-AVAILABLE
              CLOSE PERS-FILE
           END-IF
           IF VERIF-AVAILABLE
              CLOSE VERIF-FILE
           END-IF
           IF SUSP-AVAILABLE
              CLOSE SUSP-FILE
           END-IF
           IF JOURNAL-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-END-TIME FROM TIME
           PERFORM WRITE-RUN-HISTORY
           DISPLAY 'ENDED    : ' RUN-END-DATE ' ' RUN-END-TIME
           DISPLAY 'PROCESSED: ' TOTAL-PROCESSED-COUNT
           DISPLAY 'FAILED   : ' TOTAL-FAILED-COUNT
           IF RUN-CONDITION-CODE < 4 AND TOTAL-FAILED-COUNT > 0
              MOVE 4 TO RUN-CONDITION-CODE
           END-IF
           DISPLAY 'CONDITION: ' RUN-CONDITION-CODE
           DISPLAY '==========================================='
           DISPLAY 'EXITING.'
           MOVE RUN-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------*
      * WRITE-JOURNAL-RECORD - APPENDS ONE BEFORE/AFTER IMAGE TO *
      * THE UPDATE JOURNAL.  SEE THE UPDATE JOURNAL REMARKS IN   *
      * WORKING-STORAGE.                                         *
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
              MOVE 'RECURSIVE' TO JRNL-PROGRAM
              MOVE RUN-MODE TO JRNL-RUN-MODE
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
                 IF RUN-CONDITION-CODE < 8
                    MOVE 8 TO RUN-CONDITION-CODE
                 END-IF
              END-IF
           ELSE
              IF RUN-CONDITION-CODE < 8
                 MOVE 8 TO RUN-CONDITION-CODE
              END-IF
           END-IF
           .

      *---------------------------------------------------------*
      * WRITE-RUN-HISTORY - APPENDS THE ONE RUNHIST RECORD FOR   *
      * THIS RUN.  OPENED EXTEND AND CLOSED HERE RATHER THAN     *
