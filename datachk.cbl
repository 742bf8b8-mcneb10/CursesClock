       IDENTIFICATION DIVISION.
       PROGRAM-ID. datachk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVTCAT-FILE ASSIGN TO "CLOCKEVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVCAT-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT EVENT-FILE ASSIGN TO "CLOCKEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT CORR-FILE ASSIGN TO "CLOCKCOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT PLAN-FILE ASSIGN TO "CLOCKPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT SHIFT-FILE ASSIGN TO "CLOCKSHIFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT ALARM-FILE ASSIGN TO "CLOCKALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALM-TIME
               FILE STATUS IS WS-ALARM-STATUS.
           SELECT MSG-FILE ASSIGN TO "CLOCKMSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT LOG-FILE ASSIGN TO "CLOCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CLOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLOCKCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVTCAT-FILE.
       COPY "evcrec.cpy".
       FD OPER-FILE.
       COPY "oprrec.cpy".
       FD EVENT-FILE.
       COPY "evtrec.cpy".
       FD CORR-FILE.
       COPY "corrrec.cpy".
       FD PLAN-FILE.
       COPY "planrec.cpy".
       FD SHIFT-FILE.
       01 SHIFT-REC.
           05 SHF-CODE PIC X(01).
           05 SHF-NAME PIC X(12).
           05 SHF-START PIC 9(04).
           05 SHF-END PIC 9(04).
       FD ALARM-FILE.
       COPY "almrec.cpy".
       FD MSG-FILE.
       01 MSG-REC.
           05 MSG-PRI PIC 9(01).
           05 FILLER PIC X(01).
           05 MSG-EXP-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 MSG-EXP-TIME PIC 9(04).
           05 FILLER PIC X(01).
           05 MSG-TEXT PIC X(38).
       FD LOG-FILE.
       01 LOG-REC.
           05 LOG-STAMP PIC X(19).
           05 FILLER PIC X(66).
       FD AUDIT-FILE.
       COPY "audrec.cpy".
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EVCAT-STATUS PIC X(02) VALUE '00'.
       01 WS-EVENT-STATUS PIC X(02) VALUE '00'.
       01 WS-COR-STATUS PIC X(02) VALUE '00'.
       01 WS-PLAN-STATUS PIC X(02) VALUE '00'.
       01 WS-SHIFT-STATUS PIC X(02) VALUE '00'.
       01 WS-ALARM-STATUS PIC X(02) VALUE '00'.
       01 WS-MSG-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-AUD-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-FILE-EOF PIC X(01) VALUE 'N'.
       01 WS-NOW-DT.
           05 WS-NOW-DATE PIC 9(08).
           05 WS-NOW-DATE-BRK REDEFINES WS-NOW-DATE.
               10 WS-NOW-YY PIC 9(04).
               10 WS-NOW-MO PIC 9(02).
               10 WS-NOW-DD PIC 9(02).
           05 WS-NOW-HHMM PIC 9(04).
           05 WS-NOW-HHMM-BRK REDEFINES WS-NOW-HHMM.
               10 WS-NOW-HH PIC 9(02).
               10 WS-NOW-MI PIC 9(02).
           05 FILLER PIC X(09).
       01 WS-CAT-DATA.
           05 FILLER PIC X(22) VALUE 'JOB START  S JOB END  '.
           05 FILLER PIC X(22) VALUE 'JOB END    E          '.
           05 FILLER PIC X(22) VALUE 'TAPE MOUNT P          '.
           05 FILLER PIC X(22) VALUE 'HANDOVER   P          '.
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DATA.
           05 WS-CAT-DEFAULT OCCURS 4 TIMES.
               10 WS-CAT-DEF-CODE PIC X(10).
               10 FILLER PIC X(01).
               10 WS-CAT-DEF-KIND PIC X(01).
               10 FILLER PIC X(01).
               10 WS-CAT-DEF-PAIR PIC X(09).
       01 WS-CAT-MAX PIC 9(02) VALUE 20.
       01 WS-CAT-COUNT PIC 9(02) VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 20 TIMES.
               10 WS-CAT-CODE PIC X(10).
               10 WS-CAT-KIND PIC X(01).
               10 WS-CAT-PAIR PIC X(10).
       01 WS-CAT-SUB PIC 9(02) VALUE 0.
       01 WS-CAT-HIT PIC 9(02) VALUE 0.
       01 WS-CAT-SAVE PIC 9(02) VALUE 0.
       01 WS-CAT-LOOKUP PIC X(10) VALUE SPACES.
       01 WS-CAT-OVER PIC X(01) VALUE 'N'.
       01 WS-SHIFT-MAX PIC 9(02) VALUE 8.
       01 WS-SHIFT-COUNT PIC 9(03) VALUE 0.
       01 WS-SHIFT-CODES PIC X(08) VALUE SPACES.
       01 WS-SHIFT-SUB PIC 9(02) VALUE 0.
       01 WS-SHIFT-DUP PIC X(01) VALUE 'N'.
       01 WS-COVER-TABLE.
           05 WS-COVER PIC 9(02) OCCURS 1440 TIMES.
       01 WS-MIN-SUB PIC 9(04) VALUE 0.
       01 WS-MIN-END PIC 9(04) VALUE 0.
       01 WS-RANGE-STATE PIC X(01) VALUE SPACE.
       01 WS-MIN-STATE PIC X(01) VALUE SPACE.
       01 WS-RANGE-FROM PIC 9(04) VALUE 0.
       01 WS-RANGE-TO PIC 9(04) VALUE 0.
       01 WS-RANGE-HHMM.
           05 WS-RANGE-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-RANGE-MI PIC 9(02).
       01 WS-RANGE-FROM-TEXT PIC X(05) VALUE SPACES.
       01 WS-RANGE-TO-TEXT PIC X(05) VALUE SPACES.
       01 WS-MSG-MAX PIC 9(02) VALUE 10.
       01 WS-CHK-DATE PIC 9(08) VALUE 0.
       01 WS-CHK-DATE-BRK REDEFINES WS-CHK-DATE.
           05 WS-CHK-YY PIC 9(04).
           05 WS-CHK-MM PIC 9(02).
           05 WS-CHK-DD PIC 9(02).
       01 WS-CHK-DIM PIC 9(02) VALUE 0.
       01 WS-DATE-OK PIC X(01) VALUE 'N'.
       01 WS-CHK-TIME PIC 9(06) VALUE 0.
       01 WS-CHK-TIME-BRK REDEFINES WS-CHK-TIME.
           05 WS-CHK-HH PIC 9(02).
           05 WS-CHK-MI PIC 9(02).
           05 WS-CHK-SS PIC 9(02).
       01 WS-TIME-OK PIC X(01) VALUE 'N'.
       01 WS-HHMM-BRK.
           05 WS-HHMM-HH PIC 9(02).
           05 WS-HHMM-MM PIC 9(02).
       01 WS-MONTH-DAYS-DATA PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       01 WS-DAY-SUB PIC 9(01) VALUE 0.
       01 WS-DAY-YES PIC 9(01) VALUE 0.
       01 WS-DAY-BAD PIC 9(01) VALUE 0.
       01 WS-PREV-LOG-STAMP PIC X(19) VALUE SPACES.
       01 WS-PREV-AUD-STAMP PIC 9(14) VALUE 0.
       01 WS-PREV-AUD-BRK REDEFINES WS-PREV-AUD-STAMP.
           05 WS-PREV-AUD-DATE PIC 9(08).
           05 WS-PREV-AUD-TIME PIC 9(06).
       01 WS-CUR-AUD-STAMP PIC 9(14) VALUE 0.
       01 WS-SECT-TITLE PIC X(60) VALUE SPACES.
       01 WS-SECT-COUNT PIC 9(05) VALUE 0.
       01 WS-TOTAL-COUNT PIC 9(05) VALUE 0.
       01 WS-REC-NO PIC 9(06) VALUE 0.
       01 WS-REC-TEXT PIC ZZZZZ9.
       01 WS-CNT-TEXT PIC ZZZZ9.
       01 WS-EXC-TEXT PIC X(64) VALUE SPACES.
       COPY "oprtab.cpy".
       01 WS-OPM-SUPERVISORS PIC 9(02) VALUE 0.
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-NOW-DT.
       OPEN OUTPUT REPORT-FILE.
       IF WS-RPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKCHK could not be opened, status "
               WS-RPT-STATUS
           STOP RUN
       END-IF.
       MOVE "CLOCK DATA INTEGRITY EXCEPTION LISTING" TO RPT-REC.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       STRING "RUN OF " WS-NOW-YY "-" WS-NOW-MO "-" WS-NOW-DD
           " " WS-NOW-HH ":" WS-NOW-MI
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       PERFORM CHECK-CATALOG.
       PERFORM CHECK-OPERATORS.
       PERFORM CHECK-EVENTS.
       PERFORM CHECK-CORRECTIONS.
       PERFORM CHECK-PLAN.
       PERFORM CHECK-SHIFTS.
       PERFORM CHECK-ALARMS.
       PERFORM CHECK-MESSAGES.
       PERFORM CHECK-LOG-ORDER.
       PERFORM CHECK-AUDIT-ORDER.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE WS-TOTAL-COUNT TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "TOTAL EXCEPTIONS " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       CLOSE REPORT-FILE.
       DISPLAY "Integrity check found " WS-TOTAL-COUNT
           " exceptions - listing written to CLOCKCHK.".
       STOP RUN.

       START-SECTION.
           MOVE 0 TO WS-SECT-COUNT
           MOVE 0 TO WS-REC-NO
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-SECT-TITLE TO RPT-REC
           WRITE RPT-REC.

       END-SECTION.
           IF WS-SECT-COUNT IS EQUAL TO 0 THEN
               MOVE "  NO EXCEPTIONS" TO RPT-REC
           ELSE
               MOVE WS-SECT-COUNT TO WS-CNT-TEXT
               MOVE SPACES TO RPT-REC
               STRING "  " WS-CNT-TEXT " EXCEPTIONS"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC.

       NOT-PRESENT.
           MOVE "  FILE NOT PRESENT - NOT CHECKED" TO RPT-REC
           WRITE RPT-REC.

       WRITE-EXCEPTION.
           ADD 1 TO WS-SECT-COUNT
           ADD 1 TO WS-TOTAL-COUNT
           MOVE SPACES TO RPT-REC
           IF WS-REC-NO IS EQUAL TO 0 THEN
               STRING "  " WS-EXC-TEXT
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           ELSE
               MOVE WS-REC-NO TO WS-REC-TEXT
               STRING "  REC " WS-REC-TEXT "  " WS-EXC-TEXT
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO WS-EXC-TEXT.

       CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-CHK-YY > 1600 AND WS-CHK-MM > 0 AND WS-CHK-MM < 13
                   AND WS-CHK-DD > 0 THEN
               MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-CHK-DIM
               IF WS-CHK-MM IS EQUAL TO 2 THEN
                   IF FUNCTION MOD(WS-CHK-YY, 4) IS EQUAL TO 0
                           AND (FUNCTION MOD(WS-CHK-YY, 100)
                                   IS NOT EQUAL TO 0
                               OR FUNCTION MOD(WS-CHK-YY, 400)
                                   IS EQUAL TO 0) THEN
                       MOVE 29 TO WS-CHK-DIM
                   END-IF
               END-IF
               IF WS-CHK-DD IS NOT GREATER THAN WS-CHK-DIM THEN
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

       CHECK-TIME.
           MOVE 'N' TO WS-TIME-OK
           IF WS-CHK-HH < 24 AND WS-CHK-MI < 60
                   AND WS-CHK-SS < 60 THEN
               MOVE 'Y' TO WS-TIME-OK
           END-IF.

       FIND-CAT-CODE.
           MOVE 0 TO WS-CAT-HIT
           MOVE 0 TO WS-CAT-SUB
           PERFORM TEST-CAT-CODE
               UNTIL WS-CAT-SUB IS EQUAL TO WS-CAT-COUNT
                   OR WS-CAT-HIT > 0.

       TEST-CAT-CODE.
           ADD 1 TO WS-CAT-SUB
           IF WS-CAT-CODE(WS-CAT-SUB) IS EQUAL TO WS-CAT-LOOKUP THEN
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.

       CHECK-CATALOG.
           MOVE "CLOCKEVC EVENT CODE CATALOG" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT EVTCAT-FILE
           IF WS-EVCAT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-CATALOG-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE EVTCAT-FILE
           ELSE
               MOVE "  FILE NOT PRESENT - BUILT-IN CODES CHECKED"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF WS-CAT-COUNT IS EQUAL TO 0 THEN
               MOVE 0 TO WS-CAT-SUB
               PERFORM LOAD-DEFAULT-CAT 4 TIMES
           END-IF
           MOVE 0 TO WS-REC-NO
           MOVE 0 TO WS-CAT-SUB
           PERFORM CHECK-CAT-PAIR WS-CAT-COUNT TIMES
           PERFORM END-SECTION.

       READ-CATALOG-REC.
           READ EVTCAT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-CATALOG-REC
           END-READ.

       CHECK-CATALOG-REC.
           IF EVC-CODE IS EQUAL TO SPACES THEN
               MOVE "BLANK EVENT CODE" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE EVC-CODE TO WS-CAT-LOOKUP
               PERFORM FIND-CAT-CODE
               IF WS-CAT-HIT > 0 THEN
                   STRING "CODE " EVC-CODE " IS LISTED MORE THAN ONCE"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF EVC-KIND IS NOT EQUAL TO 'S'
                       AND EVC-KIND IS NOT EQUAL TO 'E'
                       AND EVC-KIND IS NOT EQUAL TO 'P' THEN
                   STRING "CODE " EVC-CODE " HAS KIND " EVC-KIND
                       " - USE S, E OR P"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF WS-CAT-COUNT IS EQUAL TO WS-CAT-MAX THEN
                   IF WS-CAT-OVER IS EQUAL TO 'N' THEN
                       MOVE 'Y' TO WS-CAT-OVER
                       MOVE "MORE THAN 20 CODES - EXCESS IGNORED"
                           TO WS-EXC-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               ELSE
                   IF WS-CAT-HIT IS EQUAL TO 0 THEN
                       ADD 1 TO WS-CAT-COUNT
                       MOVE EVC-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
                       MOVE EVC-KIND TO WS-CAT-KIND(WS-CAT-COUNT)
                       MOVE EVC-PAIR TO WS-CAT-PAIR(WS-CAT-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-DEFAULT-CAT.
           ADD 1 TO WS-CAT-SUB
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-CAT-DEF-CODE(WS-CAT-SUB)
               TO WS-CAT-CODE(WS-CAT-COUNT)
           MOVE WS-CAT-DEF-KIND(WS-CAT-SUB)
               TO WS-CAT-KIND(WS-CAT-COUNT)
           MOVE WS-CAT-DEF-PAIR(WS-CAT-SUB)
               TO WS-CAT-PAIR(WS-CAT-COUNT).

       CHECK-CAT-PAIR.
           ADD 1 TO WS-CAT-SUB
           IF WS-CAT-KIND(WS-CAT-SUB) IS EQUAL TO 'S' THEN
               MOVE WS-CAT-SUB TO WS-CAT-SAVE
               MOVE WS-CAT-PAIR(WS-CAT-SUB) TO WS-CAT-LOOKUP
               PERFORM FIND-CAT-CODE
               MOVE WS-CAT-SAVE TO WS-CAT-SUB
               IF WS-CAT-HIT IS EQUAL TO 0 THEN
                   STRING "START " WS-CAT-CODE(WS-CAT-SUB)
                       " PAIRS WITH " WS-CAT-PAIR(WS-CAT-SUB)
                       " - NOT IN CATALOG"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF WS-CAT-KIND(WS-CAT-HIT) IS NOT EQUAL TO 'E'
                           THEN
                       STRING "START " WS-CAT-CODE(WS-CAT-SUB)
                           " PAIRS WITH " WS-CAT-PAIR(WS-CAT-SUB)
                           " - NOT AN END CODE"
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       CHECK-OPERATORS.
           MOVE "CLOCKOPR OPERATOR MASTER" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT OPER-FILE
           IF WS-OPM-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-OPER-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE OPER-FILE
               IF WS-OPM-SUPERVISORS IS EQUAL TO 0 THEN
                   MOVE 0 TO WS-REC-NO
                   MOVE "NO ACTIVE SUPERVISOR ON FILE"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       READ-OPER-REC.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-OPER-REC
           END-READ.

       CHECK-OPER-REC.
           IF OPR-ID IS EQUAL TO SPACES THEN
               MOVE "BLANK OPERATOR ID" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE FUNCTION UPPER-CASE(OPR-ID) TO WS-OPM-LOOKUP
               MOVE 0 TO WS-OPM-HIT
               MOVE 0 TO WS-OPM-SUB
               PERFORM TEST-OPER-ID
                   UNTIL WS-OPM-SUB IS EQUAL TO WS-OPM-COUNT
                       OR WS-OPM-HIT > 0
               IF WS-OPM-HIT > 0 THEN
                   STRING "OPERATOR " OPR-ID " IS ON FILE MORE"
                       " THAN ONCE" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF WS-OPM-COUNT < WS-OPM-MAX THEN
                       ADD 1 TO WS-OPM-COUNT
                       MOVE WS-OPM-LOOKUP TO WS-OPM-ID(WS-OPM-COUNT)
                   END-IF
               END-IF
           END-IF
           IF OPR-NAME IS EQUAL TO SPACES THEN
               STRING "OPERATOR " OPR-ID " HAS NO NAME"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF OPR-ACTIVE IS NOT EQUAL TO 'Y'
                   AND OPR-ACTIVE IS NOT EQUAL TO 'N' THEN
               STRING "OPERATOR " OPR-ID " ACTIVE FLAG IS NOT"
                   " Y OR N" DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF OPR-LEVEL IS NOT EQUAL TO 'O'
                   AND OPR-LEVEL IS NOT EQUAL TO 'S' THEN
               STRING "OPERATOR " OPR-ID " LEVEL IS NOT O OR S"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF OPR-ACTIVE IS EQUAL TO 'Y'
                   AND OPR-LEVEL IS EQUAL TO 'S' THEN
               ADD 1 TO WS-OPM-SUPERVISORS
           END-IF.

       TEST-OPER-ID.
           ADD 1 TO WS-OPM-SUB
           IF WS-OPM-ID(WS-OPM-SUB) IS EQUAL TO WS-OPM-LOOKUP THEN
               MOVE WS-OPM-SUB TO WS-OPM-HIT
           END-IF.

       CHECK-EVENTS.
           MOVE "CLOCKEVT EVENT STAMPS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-EVENT-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE EVENT-FILE
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       READ-EVENT-REC.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-EVENT-REC
           END-READ.

       CHECK-EVENT-REC.
           MOVE 'N' TO WS-DATE-OK
           MOVE 'N' TO WS-TIME-OK
           IF EVT-DATE IS NUMERIC AND EVT-TIME IS NUMERIC THEN
               MOVE EVT-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE
               MOVE EVT-TIME TO WS-CHK-TIME
               PERFORM CHECK-TIME
           END-IF
           IF WS-DATE-OK IS EQUAL TO 'N'
                   OR WS-TIME-OK IS EQUAL TO 'N' THEN
               STRING "INVALID STAMP " EVT-DATE " " EVT-TIME
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE EVT-CODE TO WS-CAT-LOOKUP
           PERFORM FIND-CAT-CODE
           IF WS-CAT-HIT IS EQUAL TO 0 THEN
               STRING "CODE " EVT-CODE " STAMPED " EVT-DATE " "
                   EVT-TIME " - NOT IN CATALOG"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-CORRECTIONS.
           MOVE "CLOCKCOR EVENT STAMP CORRECTIONS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT CORR-FILE
           IF WS-COR-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-CORR-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE CORR-FILE
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       READ-CORR-REC.
           READ CORR-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-CORR-REC
           END-READ.

       CHECK-CORR-REC.
           IF COR-ACTION IS NOT EQUAL TO 'V'
                   AND COR-ACTION IS NOT EQUAL TO 'A' THEN
               STRING "ACTION " COR-ACTION " IS NOT V OR A"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE 'N' TO WS-DATE-OK
           MOVE 'N' TO WS-TIME-OK
           IF COR-DATE IS NUMERIC AND COR-TIME IS NUMERIC THEN
               MOVE COR-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE
               MOVE COR-TIME TO WS-CHK-TIME
               PERFORM CHECK-TIME
           END-IF
           IF WS-DATE-OK IS EQUAL TO 'N'
                   OR WS-TIME-OK IS EQUAL TO 'N' THEN
               STRING "INVALID ENTRY STAMP " COR-DATE " " COR-TIME
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE 'N' TO WS-DATE-OK
           MOVE 'N' TO WS-TIME-OK
           IF COR-EVT-DATE IS NUMERIC AND COR-EVT-TIME IS NUMERIC
                   THEN
               MOVE COR-EVT-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE
               MOVE COR-EVT-TIME TO WS-CHK-TIME
               PERFORM CHECK-TIME
           END-IF
           IF WS-DATE-OK IS EQUAL TO 'N'
                   OR WS-TIME-OK IS EQUAL TO 'N' THEN
               STRING "INVALID ORIGINAL STAMP " COR-EVT-DATE " "
                   COR-EVT-TIME DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF COR-ACTION IS EQUAL TO 'A' THEN
               PERFORM CHECK-CORR-AMEND
           END-IF
           IF COR-REASON IS EQUAL TO SPACES THEN
               STRING "CORRECTION TO " COR-EVT-DATE " " COR-EVT-TIME
                   " HAS NO REASON" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE FUNCTION UPPER-CASE(COR-OPER) TO WS-OPM-LOOKUP
           MOVE 0 TO WS-OPM-HIT
           MOVE 0 TO WS-OPM-SUB
           PERFORM TEST-OPER-ID
               UNTIL WS-OPM-SUB IS EQUAL TO WS-OPM-COUNT
                   OR WS-OPM-HIT > 0
           IF WS-OPM-HIT IS EQUAL TO 0 THEN
               STRING "OPERATOR " COR-OPER " NOT ON OPERATOR FILE"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-CORR-AMEND.
           MOVE 'N' TO WS-DATE-OK
           MOVE 'N' TO WS-TIME-OK
           IF COR-NEW-DATE IS NUMERIC AND COR-NEW-TIME IS NUMERIC
                   THEN
               MOVE COR-NEW-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE
               MOVE COR-NEW-TIME TO WS-CHK-TIME
               PERFORM CHECK-TIME
           END-IF
           IF WS-DATE-OK IS EQUAL TO 'N'
                   OR WS-TIME-OK IS EQUAL TO 'N' THEN
               STRING "INVALID REPLACEMENT STAMP " COR-NEW-DATE " "
                   COR-NEW-TIME DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE COR-NEW-CODE TO WS-CAT-LOOKUP
           PERFORM FIND-CAT-CODE
           IF WS-CAT-HIT IS EQUAL TO 0 THEN
               STRING "REPLACEMENT CODE " COR-NEW-CODE
                   " - NOT IN CATALOG" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-PLAN.
           MOVE "CLOCKPLAN BATCH SCHEDULE" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-PLAN-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE PLAN-FILE
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       READ-PLAN-REC.
           READ PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-PLAN-REC
           END-READ.

       CHECK-PLAN-REC.
           MOVE PLN-START-CODE TO WS-CAT-LOOKUP
           PERFORM FIND-CAT-CODE
           IF WS-CAT-HIT IS EQUAL TO 0 THEN
               STRING "START CODE " PLN-START-CODE
                   " - NOT IN CATALOG"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE PLN-END-CODE TO WS-CAT-LOOKUP
           PERFORM FIND-CAT-CODE
           IF WS-CAT-HIT IS EQUAL TO 0 THEN
               STRING "END CODE " PLN-END-CODE
                   " - NOT IN CATALOG"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE 'N' TO WS-TIME-OK
           IF PLN-START-TIME IS NUMERIC THEN
               MOVE PLN-START-TIME TO WS-HHMM-BRK
               IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60 THEN
                   MOVE 'Y' TO WS-TIME-OK
               END-IF
           END-IF
           IF WS-TIME-OK IS EQUAL TO 'N' THEN
               STRING "STEP " PLN-START-CODE " HAS AN INVALID"
                   " START TIME"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF PLN-DUR-MINS IS NOT NUMERIC
                   OR PLN-TOL-MINS IS NOT NUMERIC THEN
               STRING "STEP " PLN-START-CODE " HAS AN INVALID"
                   " DURATION OR TOLERANCE"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-SHIFTS.
           MOVE "CLOCKSHIFT SHIFT TABLE" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS IS EQUAL TO '00' THEN
               MOVE 0 TO WS-MIN-SUB
               PERFORM CLEAR-COVER-MINUTE 1440 TIMES
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-SHIFT-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE SHIFT-FILE
               MOVE 0 TO WS-REC-NO
               IF WS-SHIFT-COUNT > WS-SHIFT-MAX THEN
                   MOVE "MORE THAN 8 SHIFTS - EXCESS IGNORED"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF WS-SHIFT-COUNT > 0 THEN
                   MOVE SPACE TO WS-RANGE-STATE
                   MOVE 0 TO WS-MIN-SUB
                   PERFORM SCAN-COVER-MINUTE 1440 TIMES
                   MOVE SPACE TO WS-MIN-STATE
                   PERFORM CLOSE-COVER-RANGE
               END-IF
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       CLEAR-COVER-MINUTE.
           ADD 1 TO WS-MIN-SUB
           MOVE 0 TO WS-COVER(WS-MIN-SUB).

       READ-SHIFT-REC.
           READ SHIFT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   ADD 1 TO WS-SHIFT-COUNT
                   IF WS-SHIFT-COUNT IS NOT GREATER THAN WS-SHIFT-MAX
                           THEN
                       PERFORM CHECK-SHIFT-REC
                   END-IF
           END-READ.

       CHECK-SHIFT-REC.
           MOVE 'N' TO WS-SHIFT-DUP
           MOVE 0 TO WS-SHIFT-SUB
           PERFORM TEST-SHIFT-CODE
               UNTIL WS-SHIFT-SUB IS EQUAL TO WS-SHIFT-COUNT - 1
                   OR WS-SHIFT-DUP IS EQUAL TO 'Y'
           MOVE SHF-CODE TO WS-SHIFT-CODES(WS-SHIFT-COUNT:1)
           IF WS-SHIFT-DUP IS EQUAL TO 'Y' THEN
               STRING "SHIFT CODE " SHF-CODE " IS USED MORE THAN"
                   " ONCE" DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE 'N' TO WS-TIME-OK
           IF SHF-START IS NUMERIC AND SHF-END IS NUMERIC THEN
               MOVE SHF-START TO WS-HHMM-BRK
               IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60 THEN
                   COMPUTE WS-MIN-SUB = WS-HHMM-HH * 60 + WS-HHMM-MM
                   MOVE SHF-END TO WS-HHMM-BRK
                   IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60 THEN
                       COMPUTE WS-MIN-END =
                           WS-HHMM-HH * 60 + WS-HHMM-MM
                       MOVE 'Y' TO WS-TIME-OK
                   END-IF
               END-IF
           END-IF
           IF WS-TIME-OK IS EQUAL TO 'N' THEN
               STRING "SHIFT " SHF-CODE " " SHF-NAME
                   " HAS AN INVALID START OR END TIME"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               IF WS-MIN-SUB IS EQUAL TO WS-MIN-END THEN
                   STRING "SHIFT " SHF-CODE " " SHF-NAME
                       " STARTS AND ENDS AT THE SAME TIME"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               ELSE
                   PERFORM MARK-COVER-MINUTE
                       UNTIL WS-MIN-SUB IS EQUAL TO WS-MIN-END
               END-IF
           END-IF.

       TEST-SHIFT-CODE.
           ADD 1 TO WS-SHIFT-SUB
           IF WS-SHIFT-CODES(WS-SHIFT-SUB:1) IS EQUAL TO SHF-CODE
                   THEN
               MOVE 'Y' TO WS-SHIFT-DUP
           END-IF.

       MARK-COVER-MINUTE.
           IF WS-COVER(WS-MIN-SUB + 1) < 99 THEN
               ADD 1 TO WS-COVER(WS-MIN-SUB + 1)
           END-IF
           ADD 1 TO WS-MIN-SUB
           IF WS-MIN-SUB IS EQUAL TO 1440 THEN
               MOVE 0 TO WS-MIN-SUB
           END-IF.

       SCAN-COVER-MINUTE.
           ADD 1 TO WS-MIN-SUB
           IF WS-COVER(WS-MIN-SUB) IS EQUAL TO 0 THEN
               MOVE 'G' TO WS-MIN-STATE
           ELSE
               IF WS-COVER(WS-MIN-SUB) > 1 THEN
                   MOVE 'O' TO WS-MIN-STATE
               ELSE
                   MOVE SPACE TO WS-MIN-STATE
               END-IF
           END-IF
           IF WS-MIN-STATE IS NOT EQUAL TO WS-RANGE-STATE THEN
               PERFORM CLOSE-COVER-RANGE
               COMPUTE WS-RANGE-FROM = WS-MIN-SUB - 1
           END-IF
           MOVE WS-MIN-SUB TO WS-RANGE-TO.

       CLOSE-COVER-RANGE.
           IF WS-RANGE-STATE IS NOT EQUAL TO SPACE THEN
               DIVIDE WS-RANGE-FROM BY 60 GIVING WS-RANGE-HH
                   REMAINDER WS-RANGE-MI
               MOVE WS-RANGE-HHMM TO WS-RANGE-FROM-TEXT
               DIVIDE WS-RANGE-TO BY 60 GIVING WS-RANGE-HH
                   REMAINDER WS-RANGE-MI
               IF WS-RANGE-HH IS EQUAL TO 24 THEN
                   MOVE 0 TO WS-RANGE-HH
               END-IF
               MOVE WS-RANGE-HHMM TO WS-RANGE-TO-TEXT
               IF WS-RANGE-STATE IS EQUAL TO 'G' THEN
                   STRING "NO SHIFT COVERS " WS-RANGE-FROM-TEXT
                       " TO " WS-RANGE-TO-TEXT
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
               ELSE
                   STRING "SHIFTS OVERLAP FROM " WS-RANGE-FROM-TEXT
                       " TO " WS-RANGE-TO-TEXT
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE WS-MIN-STATE TO WS-RANGE-STATE.

       CHECK-ALARMS.
           MOVE "CLOCKALM ALARM FILE" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT ALARM-FILE
           IF WS-ALARM-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-ALARM-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE ALARM-FILE
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       READ-ALARM-REC.
           READ ALARM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-ALARM-REC
           END-READ.

       CHECK-ALARM-REC.
           MOVE 'N' TO WS-TIME-OK
           IF ALM-TIME IS NUMERIC THEN
               MOVE ALM-TIME TO WS-HHMM-BRK
               IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60 THEN
                   MOVE 'Y' TO WS-TIME-OK
               END-IF
           END-IF
           IF WS-TIME-OK IS EQUAL TO 'N' THEN
               STRING "ALARM " ALM-TIME " HAS AN INVALID TIME"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF ALM-TYPE IS EQUAL TO 'D' THEN
               IF ALM-DAYS IS NOT EQUAL TO SPACES
                       OR ALM-DATE IS NOT EQUAL TO 0 THEN
                   STRING "ALARM " ALM-TIME " IS DAILY BUT CARRIES"
                       " DAYS OR A DATE"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           ELSE
               IF ALM-TYPE IS EQUAL TO 'W' THEN
                   PERFORM CHECK-ALARM-DAYS
               ELSE
                   IF ALM-TYPE IS EQUAL TO 'O' THEN
                       PERFORM CHECK-ALARM-DATE
                   ELSE
                       STRING "ALARM " ALM-TIME " HAS TYPE "
                           ALM-TYPE " - USE D, W OR O"
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF
           IF ALM-BUSDAY IS NOT EQUAL TO 'Y'
                   AND ALM-BUSDAY IS NOT EQUAL TO 'N' THEN
               STRING "ALARM " ALM-TIME " HAS AN INVALID BUSINESS"
                   "-DAY FLAG" DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-ALARM-DAYS.
           MOVE 0 TO WS-DAY-YES
           MOVE 0 TO WS-DAY-BAD
           MOVE 0 TO WS-DAY-SUB
           PERFORM TEST-ALARM-DAY 7 TIMES
           IF WS-DAY-BAD > 0 OR WS-DAY-YES IS EQUAL TO 0 THEN
               STRING "ALARM " ALM-TIME " IS WEEKDAY TYPE WITH DAYS "
                   ALM-DAYS " - NEED Y/N AND AT LEAST ONE Y"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF ALM-DATE IS NOT EQUAL TO 0 THEN
               STRING "ALARM " ALM-TIME " IS WEEKDAY TYPE BUT"
                   " CARRIES A DATE"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

       TEST-ALARM-DAY.
           ADD 1 TO WS-DAY-SUB
           IF ALM-DAYS(WS-DAY-SUB:1) IS EQUAL TO 'Y' THEN
               ADD 1 TO WS-DAY-YES
           ELSE
               IF ALM-DAYS(WS-DAY-SUB:1) IS NOT EQUAL TO 'N' THEN
                   ADD 1 TO WS-DAY-BAD
               END-IF
           END-IF.

       CHECK-ALARM-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF ALM-DATE IS NUMERIC THEN
               MOVE ALM-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE
           END-IF
           IF WS-DATE-OK IS EQUAL TO 'N' THEN
               STRING "ALARM " ALM-TIME " IS ONE-SHOT WITH AN"
                   " INVALID DATE " ALM-DATE
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               IF ALM-DATE < WS-NOW-DATE
                       OR (ALM-DATE IS EQUAL TO WS-NOW-DATE
                           AND ALM-TIME < WS-NOW-HHMM) THEN
                   STRING "ALARM " ALM-TIME " IS ONE-SHOT FOR "
                       ALM-DATE " - ALREADY PAST"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF
           IF ALM-DAYS IS NOT EQUAL TO SPACES THEN
               STRING "ALARM " ALM-TIME " IS ONE-SHOT BUT CARRIES"
                   " WEEKDAYS"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-MESSAGES.
           MOVE "CLOCKMSG OPERATOR MESSAGES" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT MSG-FILE
           IF WS-MSG-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-MSG-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE MSG-FILE
               IF WS-REC-NO > WS-MSG-MAX THEN
                   MOVE 0 TO WS-REC-NO
                   MOVE "MORE THAN 10 MESSAGES - EXCESS IGNORED"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       READ-MSG-REC.
           READ MSG-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-MSG-REC
           END-READ.

       CHECK-MSG-REC.
           IF MSG-PRI IS NOT NUMERIC THEN
               STRING "INVALID PRIORITY ON " MSG-TEXT
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF MSG-EXP-DATE IS NOT NUMERIC
                   OR MSG-EXP-TIME IS NOT NUMERIC THEN
               STRING "INVALID EXPIRY ON " MSG-TEXT
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               IF MSG-EXP-DATE IS NOT EQUAL TO 0
                       AND (MSG-EXP-DATE < WS-NOW-DATE
                           OR (MSG-EXP-DATE IS EQUAL TO WS-NOW-DATE
                               AND MSG-EXP-TIME IS NOT GREATER THAN
                                   WS-NOW-HHMM)) THEN
                   STRING "EXPIRED " MSG-EXP-DATE " " MSG-EXP-TIME
                       " " MSG-TEXT
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       CHECK-LOG-ORDER.
           MOVE "CLOCKLOG SESSION LOG" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS IS EQUAL TO '00' THEN
               MOVE SPACES TO WS-PREV-LOG-STAMP
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-LOG-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE LOG-FILE
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       READ-LOG-REC.
           READ LOG-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   IF LOG-STAMP IS NOT EQUAL TO SPACES THEN
                       IF LOG-STAMP < WS-PREV-LOG-STAMP THEN
                           STRING "STAMP " LOG-STAMP
                               " IS EARLIER THAN "
                               WS-PREV-LOG-STAMP
                               DELIMITED BY SIZE INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
                       MOVE LOG-STAMP TO WS-PREV-LOG-STAMP
                   END-IF
           END-READ.

       CHECK-AUDIT-ORDER.
           MOVE "CLOCKAUD ALARM AUDIT TRAIL" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS IS EQUAL TO '00' THEN
               MOVE 0 TO WS-PREV-AUD-STAMP
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-AUDIT-REC
                   UNTIL WS-FILE-EOF IS EQUAL TO 'Y'
               CLOSE AUDIT-FILE
               PERFORM END-SECTION
           ELSE
               PERFORM NOT-PRESENT
           END-IF.

       READ-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-AUDIT-REC
           END-READ.

       CHECK-AUDIT-REC.
           IF AUD-DATE IS NOT NUMERIC OR AUD-TIME IS NOT NUMERIC
                   THEN
               STRING "INVALID STAMP " AUD-DATE " " AUD-TIME
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               COMPUTE WS-CUR-AUD-STAMP =
                   AUD-DATE * 1000000 + AUD-TIME
               IF WS-CUR-AUD-STAMP < WS-PREV-AUD-STAMP THEN
                   STRING "STAMP " AUD-DATE " " AUD-TIME
                       " IS EARLIER THAN " WS-PREV-AUD-DATE " "
                       WS-PREV-AUD-TIME
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
               MOVE WS-CUR-AUD-STAMP TO WS-PREV-AUD-STAMP
           END-IF.
