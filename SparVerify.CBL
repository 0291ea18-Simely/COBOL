       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPARVER.
       AUTHOR. PAYROLL SYSTEMS - SSN UTILITIES.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *----------------------------------------------------------*
      * DATE       INIT  DESCRIPTION                               *
      * 10/14/2026 RPK   ORIGINAL - POPULATION REGISTER (SPAR)    *
      *                  VERIFICATION.  NOTHING CONFIRMED THAT AN *
      *                  ISSUED NUMBER BELONGS TO THE PERSON ON   *
      *                  PERSMAST OR THAT THE HOLDER IS ALIVE AND *
      *                  REGISTERED.  ONE FUNC CARD IN SPARPRM    *
      *                  PICKS THE RUN, AS IN REGUTIL:            *
      *                  FUNC=QUERY WRITES SPARQRY, THE REQUEST   *
      *                  FILE FOR THE REGISTER, WITH EVERY LIVE   *
      *                  NUMBER ON SSNXREF NOT YET QUERIED AND    *
      *                  ITS PERSMAST NAME AND BIRTH COUNTRY,     *
      *                  HEADER AND COUNT/HASH TRAILER AS IN      *
      *                  PAYXMIT, AND MARKS EACH ONE QUERIED ON   *
      *                  THE NEW SSNVERIF FILE.  FUNC=RESPONSE    *
      *                  READS THE REGISTER'S SPARRESP FILE AND   *
      *                  RECORDS A VERIFICATION STATUS AND DATE   *
      *                  PER NUMBER ON SSNVERIF, WITH NAME        *
      *                  MISMATCHES, NUMBERS UNKNOWN TO THE       *
      *                  REGISTER, DECEASED HOLDERS, AND          *
      *                  PROTECTED IDENTITIES LISTED ON SPARRPT.  *
      *                  FUNC=AGING LISTS ON SPARAGE EVERY LIVE   *
      *                  NUMBER ISSUED MORE THAN DAYS=NNN DAYS    *
      *                  AGO (DEFAULT 30) THAT IS STILL NOT       *
      *                  VERIFIED.  RECURSIVE LOOKUP SHOWS THE    *
      *                  SSNVERIF STATUS WITH EACH HIT.           *
      * 10/14/2026 RPK   SSNXREF DECLARED WITH ITS EMPLOYEE-      *
      *                  REFERENCE AND ISSUE-DATE ALTERNATE KEYS. *
      * 10/15/2026 RPK   AGING REJECTS AN IMPOSSIBLE ISSUE DATE   *
      *                  (30 FEBRUARY, 31 APRIL) AS UNDATED       *
      *                  INSTEAD OF AGING IT FROM DAY ZERO.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SPARPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
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
           SELECT VERIF-FILE ASSIGN TO "SSNVERIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VERIF-KEY
               FILE STATUS IS VERIF-FILE-STATUS.
           SELECT QUERY-FILE ASSIGN TO "SPARQRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUERY-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "SPARRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SPARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT AGING-FILE ASSIGN TO "SPARAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD                 PIC X(72).
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
           03  PERS-LEAVE-DATE         PIC 9(8).
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
       FD  QUERY-FILE.
       01  QUERY-RECORD                PIC X(64).
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD             PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
       FD  AGING-FILE.
       01  AGING-RECORD                PIC X(60).
       WORKING-STORAGE SECTION.
        01 PARM-FILE-STATUS PIC X(2) VALUE '00'.
        01 REGISTRY-FILE-STATUS PIC X(2) VALUE '00'.
        01 XREF-FILE-STATUS PIC X(2) VALUE '00'.
        01 PERS-FILE-STATUS PIC X(2) VALUE '00'.
        01 VERIF-FILE-STATUS PIC X(2) VALUE '00'.
        01 QUERY-FILE-STATUS PIC X(2) VALUE '00'.
        01 RESPONSE-FILE-STATUS PIC X(2) VALUE '00'.
        01 REPORT-FILE-STATUS PIC X(2) VALUE '00'.
        01 AGING-FILE-STATUS PIC X(2) VALUE '00'.
        01 PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
        01 PARM-ERROR-SWITCH PIC X VALUE 'N'.
           88 PARM-ERRORS VALUE 'Y'.
        01 PARM-KEYWORD PIC X(12) VALUE SPACES.
        01 PARM-VALUE PIC X(44) VALUE SPACES.
        01 RUN-FUNCTION PIC X(8) VALUE SPACES.
           88 FUNC-QUERY VALUE 'QUERY'.
           88 FUNC-RESPONSE VALUE 'RESPONSE'.
           88 FUNC-AGING VALUE 'AGING'.
        01 RESEND-SWITCH PIC X VALUE 'N'.
           88 RESEND-REQUESTED VALUE 'Y'.
        01 AGING-DAYS PIC 9(3) VALUE 30.
        01 XREF-EOF-SWITCH PIC X VALUE 'N'.
           88 XREF-EOF VALUE 'Y'.
        01 RESPONSE-EOF-SWITCH PIC X VALUE 'N'.
           88 RESPONSE-EOF VALUE 'Y'.
        01 PERS-AVAILABLE-SWITCH PIC X VALUE 'N'.
           88 PERS-AVAILABLE VALUE 'Y'.
        01 VERIF-FOUND-SWITCH PIC X VALUE 'N'.
           88 VERIF-FOUND VALUE 'Y'.

      *---------------------------------------------------------*
      * SPARQRY - THE REGISTER'S REQUEST FORMAT.  'H' HEADER     *
      * WITH THE CREATION STAMP AND SENDER ID, ONE 'D' LINE PER  *
      * NUMBER WITH THE NAME AND BIRTH COUNTRY HR GAVE US, AND A *
      * 'T' TRAILER WITH THE DETAIL COUNT AND A HASH TOTAL OF    *
      * THE PERSONNUMMER, AS IN PAYXMIT.                         *
      *---------------------------------------------------------*
        01 QUERY-HEADER.
           03 FILLER PIC X(1) VALUE 'H'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 QRY-H-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 QRY-H-TIME PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 FILLER PIC X(10) VALUE 'SWESSNSPAR'.
        01 QUERY-DETAIL.
           03 FILLER PIC X(1) VALUE 'D'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 QRY-D-PERSONNUMMER PIC 9(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 QRY-D-NAME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACE.
           03 QRY-D-BIRTH-COUNTRY PIC X(20).
        01 QUERY-TRAILER.
           03 FILLER PIC X(1) VALUE 'T'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 QRY-T-COUNT PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 QRY-T-HASH PIC 9(15).
        01 QUERY-COUNT PIC 9(6) VALUE 0.
        01 QUERY-HASH PIC 9(15) VALUE 0.
        01 QRY-XREF-READ-COUNT PIC 9(6) VALUE 0.
        01 QRY-VOIDED-COUNT PIC 9(6) VALUE 0.
        01 QRY-DONE-COUNT PIC 9(6) VALUE 0.
        01 QRY-NO-PERS-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * SPARRESP - THE REGISTER'S RESPONSE FORMAT.  'H' HEADER   *
      * WITH THE REGISTER'S PROCESSING DATE IN (3:8), ONE 'D'    *
      * LINE PER NUMBER QUERIED, AND A 'T' TRAILER WITH THE      *
      * DETAIL COUNT IN (3:6).  RESULT CODES ON THE DETAIL:      *
      *   0 IDENTITY CONFIRMED         -> VERIF-STATUS 'V'       *
      *   1 NAME DIFFERS FROM REGISTER -> 'M'                    *
      *   2 NOT IN THE REGISTER        -> 'U'                    *
      *   3 HOLDER DECEASED            -> 'D'                    *
      *   4 PROTECTED IDENTITY         -> 'P'                    *
      * THE REGISTER'S OWN NAME FOR THE HOLDER FOLLOWS THE CODE  *
      * (BLANK FOR A PROTECTED IDENTITY).                        *
      *---------------------------------------------------------*
        01 RESPONSE-DETAIL.
           03 RSP-TYPE PIC X(1).
           03 FILLER PIC X(1).
           03 RSP-PERSONNUMMER PIC X(10).
           03 RSP-PERSONNUMMER-N REDEFINES RSP-PERSONNUMMER
                 PIC 9(10).
           03 FILLER PIC X(1).
           03 RSP-RESULT PIC X(1).
              88 RSP-CONFIRMED VALUE '0'.
              88 RSP-NAME-DIFFERS VALUE '1'.
              88 RSP-NOT-REGISTERED VALUE '2'.
              88 RSP-DECEASED VALUE '3'.
              88 RSP-PROTECTED VALUE '4'.
              88 RSP-RESULT-GOOD VALUES '0' THRU '4'.
           03 FILLER PIC X(1).
           03 RSP-REGISTER-NAME PIC X(30).
           03 FILLER PIC X(35).
        01 RESPONSE-DATE PIC 9(8) VALUE 0.
        01 RSP-HEADER-SEEN-SWITCH PIC X VALUE 'N'.
           88 RSP-HEADER-SEEN VALUE 'Y'.
        01 RSP-TRAILER-SEEN-SWITCH PIC X VALUE 'N'.
           88 RSP-TRAILER-SEEN VALUE 'Y'.
        01 RSP-TRAILER-COUNT PIC 9(6) VALUE 0.

      *---------------------------------------------------------*
      * RESPONSE COUNTS - EVERY DETAIL LINE FALLS IN EXACTLY ONE *
      * CLASS: DETAILS READ = CONFIRMED + NAME MISMATCH +        *
      * UNKNOWN + DECEASED + PROTECTED + UNREADABLE.  NOT-       *
      * QUERIED COUNTS THE SUBSET FOR WHICH WE HELD NO QUERY     *
      * (STILL RECORDED - THE REGISTER'S ANSWER IS THE ANSWER).  *
      *---------------------------------------------------------*
        01 RSP-READ-COUNT PIC 9(6) VALUE 0.
        01 RSP-CONFIRMED-COUNT PIC 9(6) VALUE 0.
        01 RSP-MISMATCH-COUNT PIC 9(6) VALUE 0.
        01 RSP-UNKNOWN-COUNT PIC 9(6) VALUE 0.
        01 RSP-DECEASED-COUNT PIC 9(6) VALUE 0.
        01 RSP-PROTECTED-COUNT PIC 9(6) VALUE 0.
        01 RSP-BAD-COUNT PIC 9(6) VALUE 0.
        01 RSP-UNSOLICITED-COUNT PIC 9(6) VALUE 0.
        01 RSP-CLASSIFIED-COUNT PIC 9(6) VALUE 0.
        01 RSP-BALANCED-SWITCH PIC X VALUE 'Y'.
           88 RSP-BALANCED VALUE 'Y'.

      *---------------------------------------------------------*
      * AGING WORK AREAS - A NUMBER'S AGE IS THE DAYS FROM ITS   *
      * SSNXREF ISSUE DATE TO TODAY, BY THE SAME INTEGER-OF-DATE *
      * ARITHMETIC THE LOCK STALE CHECK USES.  A NUMBER WHOSE    *
      * ISSUE DATE IS NOT A REAL CALENDAR DATE (TEST-DATE-       *
      * YYYYMMDD) CANNOT BE AGED AND IS COUNTED APART.           *
      *---------------------------------------------------------*
        01 AGE-DAYS PIC S9(7) VALUE 0.
        01 AGE-XREF-READ-COUNT PIC 9(6) VALUE 0.
        01 AGE-VOIDED-COUNT PIC 9(6) VALUE 0.
        01 AGE-VERIFIED-COUNT PIC 9(6) VALUE 0.
        01 AGE-YOUNG-COUNT PIC 9(6) VALUE 0.
        01 AGE-UNDATED-COUNT PIC 9(6) VALUE 0.
        01 AGE-LISTED-COUNT PIC 9(6) VALUE 0.
        01 AGE-NEVER-COUNT PIC 9(6) VALUE 0.
        01 AGE-PENDING-COUNT PIC 9(6) VALUE 0.
        01 AGE-EXCEPTION-COUNT PIC 9(6) VALUE 0.
        01 AGE-STATUS-TEXT PIC X(20) VALUE SPACES.

      *---------------------------------------------------------*
      * REPORT LINES.                                            *
      *---------------------------------------------------------*
        01 RUN-START-DATE PIC 9(8) VALUE 0.
        01 RUN-START-TIME PIC 9(8) VALUE 0.
        01 RUN-START-DAY PIC 9(7) VALUE 0.
        01 REPORT-DETAIL.
           03 RPT-DET-KEY PIC 9(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-TEXT PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-OUR-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-DET-REG-NAME PIC X(20).
        01 AGING-DETAIL.
           03 AGE-DET-KEY PIC 9(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-ISSUED PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-DAYS PIC ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AGE-DET-STATUS PIC X(20).
        01 REPORT-TOTAL-LINE.
           03 RPT-LABEL PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RPT-COUNT PIC 9(6).
        01 REPORT-STAMP-LINE.
           03 FILLER PIC X(4) VALUE 'RUN '.
           03 RPT-STAMP-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RPT-STAMP-TIME PIC 9(8).
        01 REPORT-DAYS-LINE.
           03 FILLER PIC X(31) VALUE
              'NOT VERIFIED AND OLDER THAN    '.
           03 RPT-DAYS PIC ZZ9.
           03 FILLER PIC X(5) VALUE ' DAYS'.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      * PROGRAM-START - READS THE FUNC CARD AND DISPATCHES.  NO  *
      * OPERATOR PROMPTS - EACH RUN FOLLOWS THE REGISTER'S FILE  *
      * EXCHANGE FROM THE SCHEDULER, AND A RUN WITH NO VALID     *
      * FUNC CARD ABORTS RATHER THAN GUESSING.                   *
      *---------------------------------------------------------*
       PROGRAM-START SECTION.
           DISPLAY 'POPULATION REGISTER (SPAR) VERIFICATION'
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-START-TIME FROM TIME
           COMPUTE RUN-START-DAY =
              FUNCTION INTEGER-OF-DATE(RUN-START-DATE)
           PERFORM LOAD-PARAMETERS
           IF PARM-ERRORS OR RUN-FUNCTION = SPACES
              DISPLAY 'RUN ABORTED - SPARPRM MUST CARRY ONE '
                 'FUNC=QUERY, FUNC=RESPONSE, OR FUNC=AGING CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-VERIF
           EVALUATE TRUE
              WHEN FUNC-QUERY
                 PERFORM QUERY-PROCESS
              WHEN FUNC-RESPONSE
                 PERFORM RESPONSE-PROCESS
              WHEN FUNC-AGING
                 PERFORM AGING-PROCESS
           END-EVALUATE
           CLOSE VERIF-FILE
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

      *---------------------------------------------------------*
      * PARM-APPLY-CARD - KEYWORDS:                              *
      *   FUNC=QUERY|RESPONSE|AGING  WHICH RUN                   *
      *   RESEND=Y    QUERY ALSO RE-SENDS NUMBERS STILL AWAITING *
      *               AN ANSWER OR LEFT AT A NAME MISMATCH       *
      *   DAYS=NNN    AGING THRESHOLD IN DAYS (DEFAULT 30)       *
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
                 WHEN 'FUNC'
                    IF PARM-VALUE = 'QUERY' OR 'RESPONSE' OR 'AGING'
                       MOVE PARM-VALUE(1:8) TO RUN-FUNCTION
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: FUNC MUST BE QUERY, '
                          'RESPONSE, OR AGING'
                    END-IF
                 WHEN 'RESEND'
                    IF PARM-VALUE = 'Y' OR 'N'
                       MOVE PARM-VALUE(1:1) TO RESEND-SWITCH
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: RESEND MUST BE Y OR N'
                    END-IF
                 WHEN 'DAYS'
                    IF PARM-VALUE(1:3) IS NUMERIC
                          AND PARM-VALUE(4:1) = SPACE
                          AND PARM-VALUE(1:3) > '000'
                       MOVE PARM-VALUE(1:3) TO AGING-DAYS
                    ELSE
                       MOVE 'Y' TO PARM-ERROR-SWITCH
                       DISPLAY 'PARM ERROR: DAYS MUST BE 3 DIGITS, '
                          '001-999'
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO PARM-ERROR-SWITCH
                    DISPLAY 'PARM ERROR: UNRECOGNIZED KEYWORD'
              END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------*
      * OPEN-VERIF - SSNVERIF IS OWNED BY THIS PROGRAM: I-O FOR  *
      * THE WHOLE RUN, CREATED EMPTY ON A FIRST EVER RUN AS      *
      * OPEN-REGISTRY DOES.                                      *
      *---------------------------------------------------------*
       OPEN-VERIF SECTION.
           OPEN I-O VERIF-FILE
           IF VERIF-FILE-STATUS = '35'
              OPEN OUTPUT VERIF-FILE
              CLOSE VERIF-FILE
              OPEN I-O VERIF-FILE
           END-IF
           IF VERIF-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SSNVERIF, STATUS '
                 VERIF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *---------------------------------------------------------*
      * OPEN-XREF-REGISTRY - THE ISSUED POPULATION IS READ FROM  *
      * SSNXREF AND EACH NUMBER'S STATUS FROM REGISTRY; A        *
      * VOIDED NUMBER IS NEVER QUERIED OR AGED.  BOTH INPUT      *
      * ONLY - THIS PROGRAM NEVER CHANGES EITHER FILE.           *
      *---------------------------------------------------------*
       OPEN-XREF-REGISTRY SECTION.
           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN REGISTRY, STATUS '
                 REGISTRY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SSNXREF, STATUS '
                 XREF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO XREF-EOF-SWITCH
           MOVE 0 TO XREF-KEY
           START XREF-FILE KEY IS >= XREF-KEY
              INVALID KEY MOVE 'Y' TO XREF-EOF-SWITCH
           END-START
           .

       READ-NEXT-XREF SECTION.
           READ XREF-FILE NEXT
              AT END MOVE 'Y' TO XREF-EOF-SWITCH
           END-READ
           IF NOT XREF-EOF AND XREF-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: SSNXREF READ FAILED, STATUS '
                 XREF-FILE-STATUS
              MOVE 'Y' TO XREF-EOF-SWITCH
           END-IF
           .

      *---------------------------------------------------------*
      * READ-VERIF - READS THE SSNVERIF RECORD FOR THE NUMBER IN *
      * VERIF-KEY, SETTING VERIF-FOUND.                          *
      *---------------------------------------------------------*
       READ-VERIF SECTION.
           MOVE 'N' TO VERIF-FOUND-SWITCH
           READ VERIF-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO VERIF-FOUND-SWITCH
           END-READ
           .

      *---------------------------------------------------------*
      * QUERY-PROCESS - ONE SSNXREF PASS.  A LIVE NUMBER WITH NO *
      * SSNVERIF RECORD (OR, ON A RESEND RUN, ONE STILL AWAITING *
      * AN ANSWER OR LEFT AT A NAME MISMATCH) IS WRITTEN TO      *
      * SPARQRY WITH ITS PERSMAST NAME AND BIRTH COUNTRY AND     *
      * MARKED 'Q' WITH TODAY'S DATE.  A NUMBER WITH NO PERSMAST *
      * RECORD CANNOT BE MATCHED BY NAME AND WAITS, COUNTED,     *
      * UNTIL PERSLOAD OR PERSMAINT SUPPLIES ONE.                *
      *---------------------------------------------------------*
       QUERY-PROCESS SECTION.
           PERFORM OPEN-XREF-REGISTRY
           OPEN INPUT PERS-FILE
           IF PERS-FILE-STATUS = '00'
              MOVE 'Y' TO PERS-AVAILABLE-SWITCH
           ELSE
              DISPLAY 'WARNING: UNABLE TO OPEN PERSMAST, STATUS '
                 PERS-FILE-STATUS ' - NO NUMBER CAN BE QUERIED'
           END-IF
           OPEN OUTPUT QUERY-FILE
           IF QUERY-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SPARQRY, STATUS '
                 QUERY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE RUN-START-DATE TO QRY-H-DATE
           MOVE RUN-START-TIME TO QRY-H-TIME
           MOVE QUERY-HEADER TO QUERY-RECORD
           PERFORM WRITE-QUERY-RECORD
           PERFORM UNTIL XREF-EOF
              PERFORM READ-NEXT-XREF
              IF NOT XREF-EOF
                 ADD 1 TO QRY-XREF-READ-COUNT
                 PERFORM QUERY-ONE-NUMBER
              END-IF
           END-PERFORM
           MOVE QUERY-COUNT TO QRY-T-COUNT
           MOVE QUERY-HASH TO QRY-T-HASH
           MOVE QUERY-TRAILER TO QUERY-RECORD
           PERFORM WRITE-QUERY-RECORD
           CLOSE QUERY-FILE, XREF-FILE, REGISTRY-FILE
           IF PERS-AVAILABLE
              CLOSE PERS-FILE
           END-IF
           DISPLAY 'QUERY COMPLETE - SSNXREF READ:     '
              QRY-XREF-READ-COUNT
           DISPLAY '                 QUERIED:          ' QUERY-COUNT
           DISPLAY '                 ALREADY QUERIED:  '
              QRY-DONE-COUNT
           DISPLAY '                 VOIDED:           '
              QRY-VOIDED-COUNT
           DISPLAY '                 NO PERSON MASTER: '
              QRY-NO-PERS-COUNT
           DISPLAY '                 KEY HASH:         ' QUERY-HASH
           IF QRY-NO-PERS-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       QUERY-ONE-NUMBER SECTION.
           MOVE XREF-KEY TO REGISTRY-KEY
           READ REGISTRY-FILE
              INVALID KEY MOVE 'V' TO REGISTRY-STATUS
           END-READ
           MOVE XREF-KEY TO VERIF-KEY
           PERFORM READ-VERIF
           EVALUATE TRUE
              WHEN REGISTRY-VOIDED
                 ADD 1 TO QRY-VOIDED-COUNT
              WHEN VERIF-FOUND AND NOT RESEND-REQUESTED
                 ADD 1 TO QRY-DONE-COUNT
              WHEN VERIF-FOUND AND NOT VERIF-QUERIED
                    AND NOT VERIF-NAME-MISMATCH
                 ADD 1 TO QRY-DONE-COUNT
              WHEN OTHER
                 MOVE XREF-KEY TO PERS-KEY
                 IF PERS-AVAILABLE
                    READ PERS-FILE
                       INVALID KEY CONTINUE
                    END-READ
                 END-IF
                 IF NOT PERS-AVAILABLE OR PERS-FILE-STATUS NOT = '00'
                    ADD 1 TO QRY-NO-PERS-COUNT
                 ELSE
                    PERFORM QUERY-WRITE-NUMBER
                 END-IF
           END-EVALUATE
           .

       QUERY-WRITE-NUMBER SECTION.
           MOVE XREF-KEY TO QRY-D-PERSONNUMMER
           MOVE PERS-NAME TO QRY-D-NAME
           MOVE PERS-BIRTH-COUNTRY TO QRY-D-BIRTH-COUNTRY
           MOVE QUERY-DETAIL TO QUERY-RECORD
           PERFORM WRITE-QUERY-RECORD
           ADD 1 TO QUERY-COUNT
           ADD XREF-KEY TO QUERY-HASH
           MOVE 'Q' TO VERIF-STATUS
           MOVE RUN-START-DATE TO VERIF-QUERY-DATE
           IF VERIF-FOUND
              REWRITE VERIF-RECORD
              END-REWRITE
           ELSE
              MOVE XREF-KEY TO VERIF-KEY
              MOVE 0 TO VERIF-RESPONSE-DATE
              MOVE SPACES TO VERIF-REGISTER-NAME
              WRITE VERIF-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
           IF VERIF-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SSNVERIF FAILED, STATUS '
                 VERIF-FILE-STATUS ' FOR ' XREF-KEY
           END-IF
           .

       WRITE-QUERY-RECORD SECTION.
           WRITE QUERY-RECORD
           IF QUERY-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SPARQRY FAILED, STATUS '
                 QUERY-FILE-STATUS
           END-IF
           .

      *---------------------------------------------------------*
      * RESPONSE-PROCESS - APPLIES THE REGISTER'S ANSWER FILE.   *
      * EACH DETAIL SETS THE NUMBER'S SSNVERIF STATUS AND        *
      * RESPONSE DATE; EVERY ANSWER OTHER THAN A CONFIRMATION IS *
      * LISTED ON SPARRPT WITH OUR NAME AND THE REGISTER'S.  THE *
      * DETAIL COUNT MUST AGREE WITH THE REGISTER'S TRAILER.     *
      *---------------------------------------------------------*
       RESPONSE-PROCESS SECTION.
           OPEN INPUT RESPONSE-FILE
           IF RESPONSE-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SPARRESP, STATUS '
                 RESPONSE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PERS-FILE
           IF PERS-FILE-STATUS = '00'
              MOVE 'Y' TO PERS-AVAILABLE-SWITCH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE 'POPULATION REGISTER VERIFICATION EXCEPTIONS' TO
              REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE RUN-START-DATE TO RPT-STAMP-DATE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE RUN-START-DATE TO RESPONSE-DATE
           READ RESPONSE-FILE
              AT END MOVE 'Y' TO RESPONSE-EOF-SWITCH
           END-READ
           PERFORM UNTIL RESPONSE-EOF
              MOVE RESPONSE-RECORD TO RESPONSE-DETAIL
              PERFORM RESPONSE-ONE-LINE
              READ RESPONSE-FILE
                 AT END MOVE 'Y' TO RESPONSE-EOF-SWITCH
              END-READ
           END-PERFORM
           CLOSE RESPONSE-FILE
           IF PERS-AVAILABLE
              CLOSE PERS-FILE
           END-IF
           COMPUTE RSP-CLASSIFIED-COUNT = RSP-CONFIRMED-COUNT
              + RSP-MISMATCH-COUNT + RSP-UNKNOWN-COUNT
              + RSP-DECEASED-COUNT + RSP-PROTECTED-COUNT
              + RSP-BAD-COUNT
           IF RSP-CLASSIFIED-COUNT NOT = RSP-READ-COUNT
              MOVE 'N' TO RSP-BALANCED-SWITCH
           END-IF
           IF NOT RSP-TRAILER-SEEN
              MOVE 'N' TO RSP-BALANCED-SWITCH
              DISPLAY 'WARNING: SPARRESP HAS NO TRAILER'
           ELSE
              IF RSP-TRAILER-COUNT NOT = RSP-READ-COUNT
                 MOVE 'N' TO RSP-BALANCED-SWITCH
                 DISPLAY 'WARNING: SPARRESP TRAILER COUNT '
                    RSP-TRAILER-COUNT ' BUT ' RSP-READ-COUNT
                    ' DETAILS READ'
              END-IF
           END-IF
           PERFORM RESPONSE-WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY 'RESPONSE COMPLETE - DETAILS READ: ' RSP-READ-COUNT
           DISPLAY '                    CONFIRMED:    '
              RSP-CONFIRMED-COUNT
           DISPLAY '                    NAME MISMATCH:'
              RSP-MISMATCH-COUNT
           DISPLAY '                    UNKNOWN:      '
              RSP-UNKNOWN-COUNT
           DISPLAY '                    DECEASED:     '
              RSP-DECEASED-COUNT
           DISPLAY '                    PROTECTED:    '
              RSP-PROTECTED-COUNT
           DISPLAY '                    UNREADABLE:   ' RSP-BAD-COUNT
           IF RSP-BAD-COUNT > 0 OR RSP-UNSOLICITED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF RSP-MISMATCH-COUNT > 0 OR RSP-UNKNOWN-COUNT > 0
                 OR RSP-DECEASED-COUNT > 0 OR RSP-PROTECTED-COUNT > 0
                 OR NOT RSP-BALANCED
              MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT RSP-BALANCED
              DISPLAY 'WARNING: SPARRESP DOES NOT BALANCE - ASK THE '
                 'REGISTER FOR A REPEAT OF THE FILE.'
           END-IF
           .

       RESPONSE-ONE-LINE SECTION.
           EVALUATE TRUE
              WHEN RSP-TYPE = 'H'
                 MOVE 'Y' TO RSP-HEADER-SEEN-SWITCH
                 IF RESPONSE-RECORD(3:8) IS NUMERIC
                    MOVE RESPONSE-RECORD(3:8) TO RESPONSE-DATE
                 END-IF
              WHEN RSP-TYPE = 'T'
                 MOVE 'Y' TO RSP-TRAILER-SEEN-SWITCH
                 IF RESPONSE-RECORD(3:6) IS NUMERIC
                    MOVE RESPONSE-RECORD(3:6) TO RSP-TRAILER-COUNT
                 END-IF
              WHEN RSP-TYPE = 'D'
                 ADD 1 TO RSP-READ-COUNT
                 IF RSP-PERSONNUMMER IS NUMERIC AND RSP-RESULT-GOOD
                    PERFORM RESPONSE-APPLY
                 ELSE
                    ADD 1 TO RSP-BAD-COUNT
                    DISPLAY 'SKIPPING UNREADABLE RESPONSE LINE: '
                       RESPONSE-RECORD(1:45)
                 END-IF
              WHEN OTHER
                 DISPLAY 'SKIPPING UNREADABLE RESPONSE LINE: '
                    RESPONSE-RECORD(1:45)
           END-EVALUATE
           .

      *---------------------------------------------------------*
      * RESPONSE-APPLY - RECORDS ONE ANSWER.  A NUMBER WE NEVER  *
      * QUERIED IS STILL RECORDED BUT COUNTED AND REPORTED, AS   *
      * IT POINTS AT A MIXED-UP EXCHANGE FILE.                   *
      *---------------------------------------------------------*
       RESPONSE-APPLY SECTION.
           MOVE RSP-PERSONNUMMER-N TO VERIF-KEY
           PERFORM READ-VERIF
           IF NOT VERIF-FOUND
              ADD 1 TO RSP-UNSOLICITED-COUNT
              MOVE RSP-PERSONNUMMER-N TO VERIF-KEY
              MOVE 0 TO VERIF-QUERY-DATE
              MOVE 'NOT QUERIED BY US' TO RPT-DET-TEXT
              PERFORM RESPONSE-REPORT-LINE
           END-IF
           EVALUATE TRUE
              WHEN RSP-CONFIRMED
                 MOVE 'V' TO VERIF-STATUS
                 ADD 1 TO RSP-CONFIRMED-COUNT
              WHEN RSP-NAME-DIFFERS
                 MOVE 'M' TO VERIF-STATUS
                 ADD 1 TO RSP-MISMATCH-COUNT
                 MOVE 'NAME MISMATCH' TO RPT-DET-TEXT
                 PERFORM RESPONSE-REPORT-LINE
              WHEN RSP-NOT-REGISTERED
                 MOVE 'U' TO VERIF-STATUS
                 ADD 1 TO RSP-UNKNOWN-COUNT
                 MOVE 'UNKNOWN TO REGISTER' TO RPT-DET-TEXT
                 PERFORM RESPONSE-REPORT-LINE
              WHEN RSP-DECEASED
                 MOVE 'D' TO VERIF-STATUS
                 ADD 1 TO RSP-DECEASED-COUNT
                 MOVE 'HOLDER DECEASED' TO RPT-DET-TEXT
                 PERFORM RESPONSE-REPORT-LINE
              WHEN RSP-PROTECTED
                 MOVE 'P' TO VERIF-STATUS
                 ADD 1 TO RSP-PROTECTED-COUNT
                 MOVE 'PROTECTED IDENTITY' TO RPT-DET-TEXT
                 PERFORM RESPONSE-REPORT-LINE
           END-EVALUATE
           MOVE RESPONSE-DATE TO VERIF-RESPONSE-DATE
           MOVE RSP-REGISTER-NAME TO VERIF-REGISTER-NAME
           IF VERIF-FOUND
              REWRITE VERIF-RECORD
              END-REWRITE
           ELSE
              WRITE VERIF-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
           IF VERIF-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SSNVERIF FAILED, STATUS '
                 VERIF-FILE-STATUS ' FOR ' VERIF-KEY
           END-IF
           .

       RESPONSE-REPORT-LINE SECTION.
           MOVE RSP-PERSONNUMMER-N TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-OUR-NAME
           IF PERS-AVAILABLE
              MOVE RSP-PERSONNUMMER-N TO PERS-KEY
              READ PERS-FILE
                 INVALID KEY
                    MOVE 'NOT ON PERSMAST' TO RPT-DET-OUR-NAME
                 NOT INVALID KEY
                    MOVE PERS-NAME TO RPT-DET-OUR-NAME
              END-READ
           END-IF
           MOVE RSP-REGISTER-NAME TO RPT-DET-REG-NAME
           MOVE REPORT-DETAIL TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           .

       RESPONSE-WRITE-TOTALS SECTION.
           MOVE 'RESPONSE TOTALS' TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'DETAILS READ' TO RPT-LABEL
           MOVE RSP-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'REGISTER TRAILER COUNT' TO RPT-LABEL
           MOVE RSP-TRAILER-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'CONFIRMED' TO RPT-LABEL
           MOVE RSP-CONFIRMED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'NAME MISMATCH' TO RPT-LABEL
           MOVE RSP-MISMATCH-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'UNKNOWN TO REGISTER' TO RPT-LABEL
           MOVE RSP-UNKNOWN-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'HOLDER DECEASED' TO RPT-LABEL
           MOVE RSP-DECEASED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'PROTECTED IDENTITY' TO RPT-LABEL
           MOVE RSP-PROTECTED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'UNREADABLE' TO RPT-LABEL
           MOVE RSP-BAD-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 'NOT QUERIED BY US' TO RPT-LABEL
           MOVE RSP-UNSOLICITED-COUNT TO RPT-COUNT
           PERFORM WRITE-ONE-TOTAL
           IF RSP-BALANCED
              MOVE 'RESPONSE BALANCED' TO REPORT-RECORD
           ELSE
              MOVE '*** RESPONSE OUT OF BALANCE ***' TO REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-ONE-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SPARRPT FAILED, STATUS '
                 REPORT-FILE-STATUS
           END-IF
           .

      *---------------------------------------------------------*
      * AGING-PROCESS - ONE SSNXREF PASS.  EVERY LIVE NUMBER     *
      * ISSUED MORE THAN AGING-DAYS AGO WHOSE SSNVERIF STATUS IS *
      * NOT 'V' IS LISTED ON SPARAGE: NEVER QUERIED, QUERIED BUT *
      * NOT ANSWERED, OR ANSWERED WITH AN EXCEPTION NOBODY HAS   *
      * CLEARED.  COUNTS BALANCE: READ = VOIDED + VERIFIED +     *
      * TOO YOUNG + UNDATED + LISTED.                            *
      *---------------------------------------------------------*
       AGING-PROCESS SECTION.
           PERFORM OPEN-XREF-REGISTRY
           OPEN OUTPUT AGING-FILE
           IF AGING-FILE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SPARAGE, STATUS '
                 AGING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'UNVERIFIED NUMBER AGING REPORT' TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           MOVE RUN-START-DATE TO RPT-STAMP-DATE
           MOVE RUN-START-TIME TO RPT-STAMP-TIME
           MOVE REPORT-STAMP-LINE TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           MOVE AGING-DAYS TO RPT-DAYS
           MOVE REPORT-DAYS-LINE TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           PERFORM UNTIL XREF-EOF
              PERFORM READ-NEXT-XREF
              IF NOT XREF-EOF
                 ADD 1 TO AGE-XREF-READ-COUNT
                 PERFORM AGING-ONE-NUMBER
              END-IF
           END-PERFORM
           PERFORM AGING-WRITE-TOTALS
           CLOSE AGING-FILE, XREF-FILE, REGISTRY-FILE
           DISPLAY 'AGING COMPLETE - SSNXREF READ:  '
              AGE-XREF-READ-COUNT
           DISPLAY '                 LISTED:        '
              AGE-LISTED-COUNT
           DISPLAY '                 UNDATED:       '
              AGE-UNDATED-COUNT
           IF AGE-LISTED-COUNT > 0 OR AGE-UNDATED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       AGING-ONE-NUMBER SECTION.
           MOVE XREF-KEY TO REGISTRY-KEY
           READ REGISTRY-FILE
              INVALID KEY MOVE 'V' TO REGISTRY-STATUS
           END-READ
           MOVE XREF-KEY TO VERIF-KEY
           PERFORM READ-VERIF
           EVALUATE TRUE
              WHEN REGISTRY-VOIDED
                 ADD 1 TO AGE-VOIDED-COUNT
              WHEN VERIF-FOUND AND VERIF-CONFIRMED
                 ADD 1 TO AGE-VERIFIED-COUNT
              WHEN FUNCTION TEST-DATE-YYYYMMDD(XREF-ISSUE-DATE) NOT = 0
                 ADD 1 TO AGE-UNDATED-COUNT
              WHEN OTHER
                 COMPUTE AGE-DAYS = RUN-START-DAY
                    - FUNCTION INTEGER-OF-DATE(XREF-ISSUE-DATE)
                 IF AGE-DAYS > AGING-DAYS
                    PERFORM AGING-LIST-NUMBER
                 ELSE
                    ADD 1 TO AGE-YOUNG-COUNT
                 END-IF
           END-EVALUATE
           .

       AGING-LIST-NUMBER SECTION.
           ADD 1 TO AGE-LISTED-COUNT
           EVALUATE TRUE
              WHEN NOT VERIF-FOUND
                 MOVE 'NEVER QUERIED' TO AGE-STATUS-TEXT
                 ADD 1 TO AGE-NEVER-COUNT
              WHEN VERIF-QUERIED
                 MOVE 'AWAITING ANSWER' TO AGE-STATUS-TEXT
                 ADD 1 TO AGE-PENDING-COUNT
              WHEN VERIF-NAME-MISMATCH
                 MOVE 'NAME MISMATCH' TO AGE-STATUS-TEXT
                 ADD 1 TO AGE-EXCEPTION-COUNT
              WHEN VERIF-UNKNOWN
                 MOVE 'UNKNOWN TO REGISTER' TO AGE-STATUS-TEXT
                 ADD 1 TO AGE-EXCEPTION-COUNT
              WHEN VERIF-DECEASED
                 MOVE 'HOLDER DECEASED' TO AGE-STATUS-TEXT
                 ADD 1 TO AGE-EXCEPTION-COUNT
              WHEN VERIF-PROTECTED
                 MOVE 'PROTECTED IDENTITY' TO AGE-STATUS-TEXT
                 ADD 1 TO AGE-EXCEPTION-COUNT
              WHEN OTHER
                 MOVE 'UNKNOWN STATUS' TO AGE-STATUS-TEXT
                 ADD 1 TO AGE-EXCEPTION-COUNT
           END-EVALUATE
           MOVE XREF-KEY TO AGE-DET-KEY
           MOVE XREF-ISSUE-DATE TO AGE-DET-ISSUED
           MOVE AGE-DAYS TO AGE-DET-DAYS
           MOVE AGE-STATUS-TEXT TO AGE-DET-STATUS
           MOVE AGING-DETAIL TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           .

       AGING-WRITE-TOTALS SECTION.
           MOVE 'AGING TOTALS' TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           MOVE 'SSNXREF RECORDS READ' TO RPT-LABEL
           MOVE AGE-XREF-READ-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'VOIDED' TO RPT-LABEL
           MOVE AGE-VOIDED-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'VERIFIED' TO RPT-LABEL
           MOVE AGE-VERIFIED-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'NOT YET DUE' TO RPT-LABEL
           MOVE AGE-YOUNG-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'NO VALID ISSUE DATE' TO RPT-LABEL
           MOVE AGE-UNDATED-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'LISTED' TO RPT-LABEL
           MOVE AGE-LISTED-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  NEVER QUERIED' TO RPT-LABEL
           MOVE AGE-NEVER-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  AWAITING ANSWER' TO RPT-LABEL
           MOVE AGE-PENDING-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE '  REGISTER EXCEPTION' TO RPT-LABEL
           MOVE AGE-EXCEPTION-COUNT TO RPT-COUNT
           PERFORM WRITE-AGING-TOTAL
           .

       WRITE-AGING-TOTAL SECTION.
           MOVE REPORT-TOTAL-LINE TO AGING-RECORD
           PERFORM WRITE-AGING-LINE
           .

       WRITE-AGING-LINE SECTION.
           WRITE AGING-RECORD
           IF AGING-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: WRITE TO SPARAGE FAILED, STATUS '
                 AGING-FILE-STATUS
           END-IF
           .

       END PROGRAM SPARVER.
