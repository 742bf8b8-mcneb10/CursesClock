       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpirpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN USING WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT EVENT-FILE ASSIGN USING WS-EVT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT EVTCAT-FILE ASSIGN TO "CLOCKEVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVCAT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CLOCKEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CLOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT DRIFT-HIST-FILE ASSIGN TO "CLOCKDRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLOCKKPI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOG-FILE.
       01 LOG-REC.
           05 LOG-DATE-TEXT PIC X(10).
           05 FILLER PIC X(01).
           05 LOG-TIME-TEXT PIC X(08).
           05 FILLER PIC X(02).
           05 LOG-TEXT PIC X(56).
           05 LOG-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 LOG-STATION PIC X(04).
       FD EVENT-FILE.
       COPY "evtrec.cpy".
       FD EVTCAT-FILE.
       COPY "evcrec.cpy".
       FD EXCEPT-FILE.
       01 EXC-REC.
           05 EXC-DATE-TEXT PIC X(10).
           05 FILLER PIC X(01).
           05 EXC-TIME-TEXT PIC X(08).
           05 FILLER PIC X(02).
           05 EXC-TEXT PIC X(59).
           05 FILLER PIC X(01).
           05 EXC-STATION PIC X(04).
       FD AUDIT-FILE.
       COPY "audrec.cpy".
       FD DRIFT-HIST-FILE.
       COPY "drhrec.cpy".
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-EVENT-STATUS PIC X(02) VALUE '00'.
       01 WS-EVCAT-STATUS PIC X(02) VALUE '00'.
       01 WS-EXC-STATUS PIC X(02) VALUE '00'.
       01 WS-AUD-STATUS PIC X(02) VALUE '00'.
       01 WS-DRH-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-IN-EOF PIC X(01) VALUE 'N'.
       01 WS-EVCAT-EOF PIC X(01) VALUE 'N'.
       01 WS-LOG-NAME PIC X(40) VALUE SPACES.
       01 WS-EVT-NAME PIC X(40) VALUE SPACES.
       01 WS-MONTH-ENV PIC X(32) VALUE SPACES.
       01 WS-CUR-MONTH PIC 9(06) VALUE 0.
       01 WS-CUR-BRK REDEFINES WS-CUR-MONTH.
           05 WS-CUR-YY PIC 9(04).
           05 WS-CUR-MO PIC 9(02).
       01 WS-PRI-MONTH PIC 9(06) VALUE 0.
       01 WS-PRI-BRK REDEFINES WS-PRI-MONTH.
           05 WS-PRI-YY PIC 9(04).
           05 WS-PRI-MO PIC 9(02).
       01 WS-NXT-MONTH PIC 9(06) VALUE 0.
       01 WS-NXT-BRK REDEFINES WS-NXT-MONTH.
           05 WS-NXT-YY PIC 9(04).
           05 WS-NXT-MO PIC 9(02).
       01 WS-REC-MONTH PIC 9(06) VALUE 0.
       01 WS-MON-IX PIC 9(01) VALUE 0.
       01 WS-NOW-DATE PIC 9(08) VALUE 0.
       01 WS-NOW-TIME PIC 9(06) VALUE 0.
       01 WS-NOW-TIME-BRK REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH PIC 9(02).
           05 WS-NOW-MI PIC 9(02).
           05 WS-NOW-SS PIC 9(02).
       01 WS-NOW-ABS PIC S9(11) VALUE 0.
       01 WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 2 TIMES.
               10 WS-WIN-START PIC S9(11).
               10 WS-WIN-END PIC S9(11).
               10 WS-WIN-DAYS PIC 9(03).
       01 WS-KPI-TABLE.
           05 WS-KPI-ENTRY OCCURS 2 TIMES.
               10 WS-KPI-COV-SECS PIC 9(09).
               10 WS-KPI-ABENDS PIC 9(05).
               10 WS-KPI-FIRED PIC 9(05).
               10 WS-KPI-ACKED PIC 9(05).
               10 WS-KPI-SNOOZED PIC 9(05).
               10 WS-KPI-EXPIRED PIC 9(05).
               10 WS-KPI-SUPPRESSED PIC 9(05).
               10 WS-KPI-DRIFT-COUNT PIC 9(07).
               10 WS-KPI-DRIFT-SUM PIC 9(11).
               10 WS-KPI-DRIFT-WORST PIC 9(08).
       01 WS-WORK-DATE PIC 9(08) VALUE 0.
       01 WS-LINE-DATE PIC 9(08) VALUE 0.
       01 WS-LINE-ABS PIC S9(11) VALUE 0.
       01 WS-SESS-OPEN PIC X(01) VALUE 'N'.
       01 WS-SESS-START PIC S9(11) VALUE 0.
       01 WS-SESS-LAST PIC S9(11) VALUE 0.
       01 WS-CLIP-LO PIC S9(11) VALUE 0.
       01 WS-CLIP-HI PIC S9(11) VALUE 0.
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
       01 WS-PAIR-IDX PIC 9(02) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 20 TIMES.
               10 WS-OPN-FLAG PIC X(01).
               10 WS-OPN-ABS PIC S9(11).
               10 WS-OPN-MONTH PIC 9(06).
               10 WS-PAIR-TALLY OCCURS 2 TIMES.
                   15 WS-PAIR-COUNT PIC 9(05).
                   15 WS-PAIR-SECS PIC 9(09).
       01 WS-EVT-TIME-BRK.
           05 WS-EVT-HH PIC 9(02).
           05 WS-EVT-MI PIC 9(02).
           05 WS-EVT-SS PIC 9(02).
       01 WS-EVT-ABS PIC S9(11) VALUE 0.
       01 WS-STEP-SECS PIC S9(11) VALUE 0.
       01 WS-DRIFT-VAL PIC 9(08) VALUE 0.
       01 WS-CMP-THIS PIC S9(09)V9 VALUE 0.
       01 WS-CMP-PRIOR PIC S9(09)V9 VALUE 0.
       01 WS-CMP-DIR PIC X(01) VALUE SPACE.
       01 WS-CMP-HAVE PIC X(01) VALUE 'Y'.
       01 WS-CMP-WORSE PIC 9(03) VALUE 0.
       01 WS-KPI-LINE.
           05 WS-KPI-LABEL PIC X(34).
           05 WS-KPI-THIS PIC X(12).
           05 FILLER PIC X(02).
           05 WS-KPI-PRIOR PIC X(12).
           05 FILLER PIC X(02).
           05 WS-KPI-FLAG PIC X(05).
       01 WS-EDIT-CNT PIC Z(11)9.
       01 WS-EDIT-DEC PIC Z(09)9.9.
       01 WS-DEC-VAL PIC 9(09)V9 VALUE 0.
       01 WS-FMT-SECS PIC 9(09) VALUE 0.
       01 WS-FMT-REM PIC 9(04) VALUE 0.
       01 WS-DUR-TEXT.
           05 WS-DUR-HH PIC 9(04) VALUE 0.
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-DUR-MM PIC 9(02) VALUE 0.
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-DUR-SS PIC 9(02) VALUE 0.
       01 WS-AVG-SECS PIC 9(09) VALUE 0.
       01 WS-SUB PIC 9(01) VALUE 0.
       01 WS-CNT-TEXT PIC ZZZZ9.
       01 WS-ARCH-ENV PIC X(32) VALUE SPACES.
       01 WS-ARCH-MODE PIC X(01) VALUE 'N'.
       01 WS-ARCH-QUIET PIC X(01) VALUE 'N'.
       01 WS-PRI-COVER PIC X(01) VALUE 'Y'.
       01 WS-ARCH-FROM PIC 9(06) VALUE 0.
       01 WS-ARCH-TO PIC 9(06) VALUE 0.
       01 WS-ARCH-CUR PIC 9(06) VALUE 0.
       01 WS-ARCH-CUR-BRK REDEFINES WS-ARCH-CUR.
           05 WS-ARCH-YY PIC 9(04).
           05 WS-ARCH-MO PIC 9(02).
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
       COMPUTE WS-NOW-ABS =
           FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS.
       DISPLAY "CLOCKKPIMONTH" UPON ENVIRONMENT-NAME.
       ACCEPT WS-MONTH-ENV FROM ENVIRONMENT-VALUE.
       IF WS-MONTH-ENV IS EQUAL TO SPACES THEN
           MOVE WS-NOW-DATE(1:6) TO WS-CUR-MONTH
           SUBTRACT 1 FROM WS-CUR-MO
           IF WS-CUR-MO IS EQUAL TO 0 THEN
               SUBTRACT 1 FROM WS-CUR-YY
               MOVE 12 TO WS-CUR-MO
           END-IF
       ELSE
           IF WS-MONTH-ENV(1:6) IS NOT NUMERIC THEN
               DISPLAY "CLOCKKPIMONTH must be YYYYMM."
               STOP RUN
           END-IF
           MOVE WS-MONTH-ENV(1:6) TO WS-CUR-MONTH
           IF WS-CUR-MO IS EQUAL TO 0 OR WS-CUR-MO > 12 THEN
               DISPLAY "CLOCKKPIMONTH month must be 01 through 12."
               STOP RUN
           END-IF
       END-IF.
       DISPLAY "CLOCKARCH" UPON ENVIRONMENT-NAME.
       ACCEPT WS-ARCH-ENV FROM ENVIRONMENT-VALUE.
       PERFORM PARSE-ARCH-RANGE.
       PERFORM SET-WINDOWS.
       PERFORM CHECK-ARCH-RANGE.
       PERFORM READ-CATALOG.
       OPEN OUTPUT REPORT-FILE.
       IF WS-RPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKKPI could not be opened, status "
               WS-RPT-STATUS
           STOP RUN
       END-IF.
       MOVE WS-ARCH-FROM TO WS-ARCH-CUR.
       PERFORM PROCESS-ARCH-MONTH
           UNTIL WS-ARCH-CUR > WS-ARCH-TO.
       IF WS-ARCH-MODE IS EQUAL TO 'N' THEN
           MOVE 'N' TO WS-ARCH-QUIET
           MOVE "CLOCKLOG" TO WS-LOG-NAME
           PERFORM PROCESS-LOG-FILE
           MOVE "CLOCKEVT" TO WS-EVT-NAME
           PERFORM PROCESS-EVENT-FILE
       END-IF.
       IF WS-SESS-OPEN IS EQUAL TO 'Y' THEN
           PERFORM CLOSE-SESSION
       END-IF.
       PERFORM PROCESS-EXCEPT-FILE.
       PERFORM PROCESS-AUDIT-FILE.
       PERFORM PROCESS-DRIFT-FILE.
       MOVE SPACES TO RPT-REC.
       STRING "MONTHLY OPERATIONS KPI SUMMARY FOR " WS-CUR-YY "-"
           WS-CUR-MO DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE SPACES TO WS-KPI-LINE.
       MOVE "MEASURE" TO WS-KPI-LABEL.
       MOVE SPACES TO WS-KPI-THIS.
       STRING "     " WS-CUR-YY "-" WS-CUR-MO
           DELIMITED BY SIZE INTO WS-KPI-THIS
       END-STRING.
       MOVE SPACES TO WS-KPI-PRIOR.
       STRING "     " WS-PRI-YY "-" WS-PRI-MO
           DELIMITED BY SIZE INTO WS-KPI-PRIOR
       END-STRING.
       MOVE "FLAG" TO WS-KPI-FLAG.
       MOVE WS-KPI-LINE TO RPT-REC.
       WRITE RPT-REC.
       PERFORM LIST-COVERAGE.
       PERFORM LIST-ALARMS.
       PERFORM LIST-DRIFT.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE "PAIRED EVENT CODES" TO RPT-REC.
       WRITE RPT-REC.
       MOVE 0 TO WS-CAT-SUB.
       MOVE 0 TO WS-CAT-HIT.
       PERFORM LIST-PAIR-CODE WS-CAT-COUNT TIMES.
       IF WS-CAT-HIT IS EQUAL TO 0 THEN
           MOVE "  (NONE)" TO RPT-REC
           WRITE RPT-REC
       END-IF.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       IF WS-PRI-COVER IS EQUAL TO 'Y' THEN
           MOVE WS-CMP-WORSE TO WS-CNT-TEXT
           STRING "MEASURES WORSE THAN PRIOR MONTH: " WS-CNT-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
       ELSE
           STRING "PRIOR MONTH NOT COVERED BY CLOCKARCH "
               WS-ARCH-FROM "-" WS-ARCH-TO
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
       END-IF.
       WRITE RPT-REC.
       CLOSE REPORT-FILE.
       DISPLAY "Monthly KPI summary written to CLOCKKPI.".
       STOP RUN.

       PARSE-ARCH-RANGE.
           IF WS-ARCH-ENV IS EQUAL TO SPACES THEN
               MOVE 'N' TO WS-ARCH-MODE
           ELSE
               MOVE 'Y' TO WS-ARCH-MODE
               IF WS-ARCH-ENV(1:6) IS NOT NUMERIC THEN
                   DISPLAY "CLOCKARCH must be YYYYMM or"
                       " YYYYMM-YYYYMM."
                   STOP RUN
               END-IF
               MOVE WS-ARCH-ENV(1:6) TO WS-ARCH-FROM
               IF WS-ARCH-ENV(7:1) IS EQUAL TO '-' THEN
                   IF WS-ARCH-ENV(8:6) IS NOT NUMERIC THEN
                       DISPLAY "CLOCKARCH must be YYYYMM or"
                           " YYYYMM-YYYYMM."
                       STOP RUN
                   END-IF
                   MOVE WS-ARCH-ENV(8:6) TO WS-ARCH-TO
               ELSE
                   MOVE WS-ARCH-FROM TO WS-ARCH-TO
               END-IF
               IF WS-ARCH-FROM > WS-ARCH-TO THEN
                   DISPLAY "CLOCKARCH range start is after its"
                       " end."
                   STOP RUN
               END-IF
           END-IF.

       CHECK-ARCH-RANGE.
           IF WS-ARCH-MODE IS EQUAL TO 'N' THEN
               MOVE WS-PRI-MONTH TO WS-ARCH-FROM
               MOVE WS-CUR-MONTH TO WS-ARCH-TO
               MOVE 'Y' TO WS-ARCH-QUIET
           ELSE
               IF WS-ARCH-FROM > WS-CUR-MONTH
                       OR WS-ARCH-TO < WS-CUR-MONTH THEN
                   DISPLAY "CLOCKARCH range does not include "
                       "CLOCKKPIMONTH " WS-CUR-MONTH "."
                   STOP RUN
               END-IF
               IF WS-ARCH-FROM > WS-PRI-MONTH THEN
                   MOVE 'N' TO WS-PRI-COVER
               END-IF
           END-IF.

       SET-WINDOWS.
           MOVE WS-CUR-MONTH TO WS-PRI-MONTH
           SUBTRACT 1 FROM WS-PRI-MO
           IF WS-PRI-MO IS EQUAL TO 0 THEN
               SUBTRACT 1 FROM WS-PRI-YY
               MOVE 12 TO WS-PRI-MO
           END-IF
           MOVE WS-CUR-MONTH TO WS-NXT-MONTH
           ADD 1 TO WS-NXT-MO
           IF WS-NXT-MO > 12 THEN
               ADD 1 TO WS-NXT-YY
               MOVE 1 TO WS-NXT-MO
           END-IF
           COMPUTE WS-WORK-DATE = WS-PRI-MONTH * 100 + 1
           COMPUTE WS-WIN-START(2) =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 86400
           COMPUTE WS-WORK-DATE = WS-CUR-MONTH * 100 + 1
           COMPUTE WS-WIN-START(1) =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 86400
           MOVE WS-WIN-START(1) TO WS-WIN-END(2)
           COMPUTE WS-WORK-DATE = WS-NXT-MONTH * 100 + 1
           COMPUTE WS-WIN-END(1) =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 86400
           MOVE 0 TO WS-SUB
           PERFORM CLIP-WINDOW 2 TIMES
           INITIALIZE WS-KPI-TABLE.

       CLIP-WINDOW.
           ADD 1 TO WS-SUB
           IF WS-NOW-ABS < WS-WIN-END(WS-SUB)
                   AND WS-NOW-ABS > WS-WIN-START(WS-SUB) THEN
               MOVE WS-NOW-ABS TO WS-WIN-END(WS-SUB)
           END-IF
           COMPUTE WS-WIN-DAYS(WS-SUB) =
               (WS-WIN-END(WS-SUB) - WS-WIN-START(WS-SUB)
                   + 86399) / 86400.

       SET-MONTH-IX.
           IF WS-REC-MONTH IS EQUAL TO WS-CUR-MONTH THEN
               MOVE 1 TO WS-MON-IX
           ELSE
               IF WS-REC-MONTH IS EQUAL TO WS-PRI-MONTH THEN
                   MOVE 2 TO WS-MON-IX
               ELSE
                   MOVE 0 TO WS-MON-IX
               END-IF
           END-IF.

       READ-CATALOG.
           OPEN INPUT EVTCAT-FILE
           IF WS-EVCAT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-EVCAT-EOF
               PERFORM READ-CATALOG-REC
                   UNTIL WS-EVCAT-EOF IS EQUAL TO 'Y'
                       OR WS-CAT-COUNT IS EQUAL TO WS-CAT-MAX
               CLOSE EVTCAT-FILE
           END-IF
           IF WS-CAT-COUNT IS EQUAL TO 0 THEN
               MOVE 0 TO WS-CAT-SUB
               PERFORM LOAD-DEFAULT-CAT 4 TIMES
           END-IF
           INITIALIZE WS-OPEN-TABLE
           MOVE 0 TO WS-CAT-SUB
           PERFORM CLEAR-PAIR-SLOT WS-CAT-COUNT TIMES.

       READ-CATALOG-REC.
           READ EVTCAT-FILE
               AT END
                   MOVE 'Y' TO WS-EVCAT-EOF
               NOT AT END
                   IF EVC-CODE IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO WS-CAT-COUNT
                       MOVE EVC-CODE
                           TO WS-CAT-CODE(WS-CAT-COUNT)
                       MOVE EVC-KIND
                           TO WS-CAT-KIND(WS-CAT-COUNT)
                       MOVE EVC-PAIR
                           TO WS-CAT-PAIR(WS-CAT-COUNT)
                   END-IF
           END-READ.

       LOAD-DEFAULT-CAT.
           ADD 1 TO WS-CAT-SUB
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-CAT-DEF-CODE(WS-CAT-SUB)
               TO WS-CAT-CODE(WS-CAT-COUNT)
           MOVE WS-CAT-DEF-KIND(WS-CAT-SUB)
               TO WS-CAT-KIND(WS-CAT-COUNT)
           MOVE WS-CAT-DEF-PAIR(WS-CAT-SUB)
               TO WS-CAT-PAIR(WS-CAT-COUNT).

       CLEAR-PAIR-SLOT.
           ADD 1 TO WS-CAT-SUB
           MOVE 'N' TO WS-OPN-FLAG(WS-CAT-SUB).

       PROCESS-ARCH-MONTH.
           MOVE SPACES TO WS-LOG-NAME
           STRING "CLOCKLOG." WS-ARCH-CUR DELIMITED BY SIZE
               INTO WS-LOG-NAME
           END-STRING
           PERFORM PROCESS-LOG-FILE
           MOVE SPACES TO WS-EVT-NAME
           STRING "CLOCKEVT." WS-ARCH-CUR DELIMITED BY SIZE
               INTO WS-EVT-NAME
           END-STRING
           PERFORM PROCESS-EVENT-FILE
           ADD 1 TO WS-ARCH-MO
           IF WS-ARCH-MO > 12 THEN
               ADD 1 TO WS-ARCH-YY
               MOVE 1 TO WS-ARCH-MO
           END-IF.

       PROCESS-LOG-FILE.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS IS EQUAL TO '00' THEN
               PERFORM READ-LOG-LINE
               PERFORM PROCESS-LOG-LINE
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE LOG-FILE
           ELSE
               IF WS-ARCH-QUIET IS EQUAL TO 'N'
                       OR WS-LOG-STATUS IS NOT EQUAL TO '35' THEN
                   DISPLAY WS-LOG-NAME "could not be opened, status "
                       WS-LOG-STATUS
               END-IF
           END-IF.

       READ-LOG-LINE.
           READ LOG-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
           END-READ.

       PROCESS-LOG-LINE.
           IF LOG-DATE-TEXT(1:4) IS NUMERIC
                   AND LOG-DATE-TEXT(6:2) IS NUMERIC
                   AND LOG-DATE-TEXT(9:2) IS NUMERIC
                   AND LOG-TIME-TEXT(1:2) IS NUMERIC
                   AND LOG-TIME-TEXT(4:2) IS NUMERIC
                   AND LOG-TIME-TEXT(7:2) IS NUMERIC THEN
               PERFORM PARSE-LOG-STAMP
               IF LOG-TEXT(1:13) IS EQUAL TO "CLOCK STARTED" THEN
                   IF WS-SESS-OPEN IS EQUAL TO 'Y'
                           AND WS-LINE-ABS IS NOT EQUAL TO
                               WS-SESS-START THEN
                       PERFORM CLOSE-SESSION
                   END-IF
                   IF WS-SESS-OPEN IS EQUAL TO 'N' THEN
                       MOVE 'Y' TO WS-SESS-OPEN
                       MOVE WS-LINE-ABS TO WS-SESS-START
                       MOVE WS-LINE-ABS TO WS-SESS-LAST
                   END-IF
               ELSE
                   IF WS-SESS-OPEN IS EQUAL TO 'Y'
                           AND WS-LINE-ABS > WS-SESS-LAST THEN
                       MOVE WS-LINE-ABS TO WS-SESS-LAST
                   END-IF
                   IF LOG-TEXT(1:12) IS EQUAL TO "CLOCK EXITED"
                           AND WS-SESS-OPEN IS EQUAL TO 'Y' THEN
                       PERFORM CLOSE-SESSION
                   END-IF
               END-IF
           END-IF
           PERFORM READ-LOG-LINE.

       PARSE-LOG-STAMP.
           COMPUTE WS-LINE-DATE =
               FUNCTION NUMVAL(LOG-DATE-TEXT(1:4)) * 10000
                   + FUNCTION NUMVAL(LOG-DATE-TEXT(6:2)) * 100
                   + FUNCTION NUMVAL(LOG-DATE-TEXT(9:2))
           COMPUTE WS-LINE-ABS =
               FUNCTION INTEGER-OF-DATE(WS-LINE-DATE) * 86400
                   + FUNCTION NUMVAL(LOG-TIME-TEXT(1:2)) * 3600
                   + FUNCTION NUMVAL(LOG-TIME-TEXT(4:2)) * 60
                   + FUNCTION NUMVAL(LOG-TIME-TEXT(7:2)).

       CLOSE-SESSION.
           MOVE 'N' TO WS-SESS-OPEN
           MOVE 0 TO WS-SUB
           PERFORM CLIP-SESSION 2 TIMES.

       CLIP-SESSION.
           ADD 1 TO WS-SUB
           IF WS-SESS-START > WS-WIN-START(WS-SUB) THEN
               MOVE WS-SESS-START TO WS-CLIP-LO
           ELSE
               MOVE WS-WIN-START(WS-SUB) TO WS-CLIP-LO
           END-IF
           IF WS-SESS-LAST < WS-WIN-END(WS-SUB) THEN
               MOVE WS-SESS-LAST TO WS-CLIP-HI
           ELSE
               MOVE WS-WIN-END(WS-SUB) TO WS-CLIP-HI
           END-IF
           IF WS-CLIP-HI > WS-CLIP-LO THEN
               COMPUTE WS-KPI-COV-SECS(WS-SUB) =
                   WS-KPI-COV-SECS(WS-SUB) + WS-CLIP-HI - WS-CLIP-LO
           END-IF.

       PROCESS-EVENT-FILE.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS IS EQUAL TO '00' THEN
               PERFORM READ-EVENT
               PERFORM PROCESS-EVENT
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE EVENT-FILE
           ELSE
               IF WS-ARCH-QUIET IS EQUAL TO 'N'
                       OR WS-EVENT-STATUS IS NOT EQUAL TO '35' THEN
                   DISPLAY WS-EVT-NAME "could not be opened, status "
                       WS-EVENT-STATUS
               END-IF
           END-IF.

       READ-EVENT.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
           END-READ.

       PROCESS-EVENT.
           IF EVT-DATE IS NUMERIC AND EVT-TIME IS NUMERIC THEN
               MOVE 0 TO WS-CAT-HIT
               MOVE 0 TO WS-CAT-SUB
               PERFORM MATCH-CAT-CODE
                   UNTIL WS-CAT-SUB IS EQUAL TO WS-CAT-COUNT
                       OR WS-CAT-HIT > 0
               IF WS-CAT-HIT > 0 THEN
                   MOVE EVT-TIME TO WS-EVT-TIME-BRK
                   COMPUTE WS-EVT-ABS =
                       FUNCTION INTEGER-OF-DATE(EVT-DATE) * 86400
                           + WS-EVT-HH * 3600 + WS-EVT-MI * 60
                           + WS-EVT-SS
                   IF WS-CAT-KIND(WS-CAT-HIT) IS EQUAL TO 'S' THEN
                       MOVE 'Y' TO WS-OPN-FLAG(WS-CAT-HIT)
                       MOVE WS-EVT-ABS TO WS-OPN-ABS(WS-CAT-HIT)
                       COMPUTE WS-OPN-MONTH(WS-CAT-HIT) =
                           EVT-DATE / 100
                   ELSE
                       IF WS-CAT-KIND(WS-CAT-HIT) IS EQUAL TO 'E'
                               THEN
                           PERFORM NOTE-END
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-EVENT.

       MATCH-CAT-CODE.
           ADD 1 TO WS-CAT-SUB
           IF EVT-CODE IS EQUAL TO WS-CAT-CODE(WS-CAT-SUB) THEN
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.

       NOTE-END.
           MOVE 0 TO WS-PAIR-IDX
           MOVE 0 TO WS-CAT-SUB
           PERFORM MATCH-OPEN-START
               UNTIL WS-CAT-SUB IS EQUAL TO WS-CAT-COUNT
                   OR WS-PAIR-IDX > 0
           IF WS-PAIR-IDX > 0 THEN
               COMPUTE WS-STEP-SECS =
                   WS-EVT-ABS - WS-OPN-ABS(WS-PAIR-IDX)
               MOVE WS-OPN-MONTH(WS-PAIR-IDX) TO WS-REC-MONTH
               PERFORM SET-MONTH-IX
               IF WS-STEP-SECS IS NOT LESS THAN 0
                       AND WS-MON-IX > 0 THEN
                   ADD 1 TO WS-PAIR-COUNT(WS-PAIR-IDX, WS-MON-IX)
                   ADD WS-STEP-SECS
                       TO WS-PAIR-SECS(WS-PAIR-IDX, WS-MON-IX)
               END-IF
               MOVE 'N' TO WS-OPN-FLAG(WS-PAIR-IDX)
           END-IF.

       MATCH-OPEN-START.
           ADD 1 TO WS-CAT-SUB
           IF WS-CAT-KIND(WS-CAT-SUB) IS EQUAL TO 'S'
                   AND WS-CAT-PAIR(WS-CAT-SUB) IS EQUAL TO
                       EVT-CODE
                   AND WS-OPN-FLAG(WS-CAT-SUB) IS EQUAL TO 'Y'
                   THEN
               MOVE WS-CAT-SUB TO WS-PAIR-IDX
           END-IF.

       PROCESS-EXCEPT-FILE.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT EXCEPT-FILE
           IF WS-EXC-STATUS IS EQUAL TO '00' THEN
               PERFORM READ-EXC-REC
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE EXCEPT-FILE
           END-IF.

       READ-EXC-REC.
           READ EXCEPT-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF EXC-DATE-TEXT(1:4) IS NUMERIC
                           AND EXC-DATE-TEXT(6:2) IS NUMERIC
                           AND EXC-TEXT(1:12) IS EQUAL TO
                               "ABNORMAL END" THEN
                       COMPUTE WS-REC-MONTH =
                           FUNCTION NUMVAL(EXC-DATE-TEXT(1:4)) * 100
                               + FUNCTION NUMVAL(EXC-DATE-TEXT(6:2))
                       PERFORM SET-MONTH-IX
                       IF WS-MON-IX > 0 THEN
                           ADD 1 TO WS-KPI-ABENDS(WS-MON-IX)
                       END-IF
                   END-IF
           END-READ.

       PROCESS-AUDIT-FILE.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS IS EQUAL TO '00' THEN
               PERFORM READ-AUDIT-REC
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF AUD-DATE IS NUMERIC THEN
                       COMPUTE WS-REC-MONTH = AUD-DATE / 100
                       PERFORM SET-MONTH-IX
                       IF WS-MON-IX > 0 THEN
                           PERFORM TALLY-AUDIT
                       END-IF
                   END-IF
           END-READ.

       TALLY-AUDIT.
           IF AUD-ACTION IS EQUAL TO "FIRED"
                   OR AUD-ACTION IS EQUAL TO "FIRED LATE" THEN
               ADD 1 TO WS-KPI-FIRED(WS-MON-IX)
           END-IF
           IF AUD-ACTION IS EQUAL TO "ACKED" THEN
               ADD 1 TO WS-KPI-ACKED(WS-MON-IX)
           END-IF
           IF AUD-ACTION IS EQUAL TO "SNOOZED" THEN
               ADD 1 TO WS-KPI-SNOOZED(WS-MON-IX)
           END-IF
           IF AUD-ACTION IS EQUAL TO "EXPIRED" THEN
               ADD 1 TO WS-KPI-EXPIRED(WS-MON-IX)
           END-IF
           IF AUD-ACTION IS EQUAL TO "SUPPRESSED" THEN
               ADD 1 TO WS-KPI-SUPPRESSED(WS-MON-IX)
           END-IF.

       PROCESS-DRIFT-FILE.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT DRIFT-HIST-FILE
           IF WS-DRH-STATUS IS EQUAL TO '00' THEN
               PERFORM READ-DRIFT-REC
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE DRIFT-HIST-FILE
           END-IF.

       READ-DRIFT-REC.
           READ DRIFT-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF DRH-DATE IS NUMERIC
                           AND DRH-DRIFT-SECS IS NUMERIC THEN
                       COMPUTE WS-REC-MONTH = DRH-DATE / 100
                       PERFORM SET-MONTH-IX
                       IF WS-MON-IX > 0 THEN
                           PERFORM TALLY-DRIFT
                       END-IF
                   END-IF
           END-READ.

       TALLY-DRIFT.
           MOVE DRH-DRIFT-SECS TO WS-DRIFT-VAL
           ADD 1 TO WS-KPI-DRIFT-COUNT(WS-MON-IX)
           ADD WS-DRIFT-VAL TO WS-KPI-DRIFT-SUM(WS-MON-IX)
           IF WS-DRIFT-VAL > WS-KPI-DRIFT-WORST(WS-MON-IX) THEN
               MOVE WS-DRIFT-VAL TO WS-KPI-DRIFT-WORST(WS-MON-IX)
           END-IF.

       LIST-COVERAGE.
           MOVE SPACES TO WS-KPI-LINE
           MOVE "CONSOLE COVERAGE HOURS/DAY (OF 24)" TO WS-KPI-LABEL
           IF WS-WIN-DAYS(1) > 0 THEN
               COMPUTE WS-CMP-THIS ROUNDED =
                   WS-KPI-COV-SECS(1) / WS-WIN-DAYS(1) / 3600
           ELSE
               MOVE 0 TO WS-CMP-THIS
           END-IF
           IF WS-WIN-DAYS(2) > 0 THEN
               COMPUTE WS-CMP-PRIOR ROUNDED =
                   WS-KPI-COV-SECS(2) / WS-WIN-DAYS(2) / 3600
           ELSE
               MOVE 0 TO WS-CMP-PRIOR
           END-IF
           MOVE WS-CMP-THIS TO WS-EDIT-DEC
           MOVE WS-EDIT-DEC TO WS-KPI-THIS
           MOVE WS-CMP-PRIOR TO WS-EDIT-DEC
           MOVE WS-EDIT-DEC TO WS-KPI-PRIOR
           MOVE 'L' TO WS-CMP-DIR
           MOVE 'Y' TO WS-CMP-HAVE
           PERFORM WRITE-KPI-LINE
           MOVE "ABNORMAL TERMINATIONS" TO WS-KPI-LABEL
           MOVE WS-KPI-ABENDS(1) TO WS-CMP-THIS
           MOVE WS-KPI-ABENDS(2) TO WS-CMP-PRIOR
           MOVE 'H' TO WS-CMP-DIR
           PERFORM WRITE-KPI-COUNT.

       LIST-ALARMS.
           MOVE "ALARMS FIRED" TO WS-KPI-LABEL
           MOVE WS-KPI-FIRED(1) TO WS-CMP-THIS
           MOVE WS-KPI-FIRED(2) TO WS-CMP-PRIOR
           MOVE SPACE TO WS-CMP-DIR
           PERFORM WRITE-KPI-COUNT
           MOVE "  ACKNOWLEDGED" TO WS-KPI-LABEL
           MOVE WS-KPI-ACKED(1) TO WS-CMP-THIS
           MOVE WS-KPI-ACKED(2) TO WS-CMP-PRIOR
           MOVE SPACE TO WS-CMP-DIR
           PERFORM WRITE-KPI-COUNT
           MOVE "  SNOOZED" TO WS-KPI-LABEL
           MOVE WS-KPI-SNOOZED(1) TO WS-CMP-THIS
           MOVE WS-KPI-SNOOZED(2) TO WS-CMP-PRIOR
           MOVE SPACE TO WS-CMP-DIR
           PERFORM WRITE-KPI-COUNT
           MOVE "  EXPIRED UNANSWERED" TO WS-KPI-LABEL
           MOVE WS-KPI-EXPIRED(1) TO WS-CMP-THIS
           MOVE WS-KPI-EXPIRED(2) TO WS-CMP-PRIOR
           MOVE 'H' TO WS-CMP-DIR
           PERFORM WRITE-KPI-COUNT
           MOVE "  SUPPRESSED BY CALENDAR" TO WS-KPI-LABEL
           MOVE WS-KPI-SUPPRESSED(1) TO WS-CMP-THIS
           MOVE WS-KPI-SUPPRESSED(2) TO WS-CMP-PRIOR
           MOVE SPACE TO WS-CMP-DIR
           PERFORM WRITE-KPI-COUNT
           MOVE SPACES TO WS-KPI-LINE
           MOVE "  ANSWERED PCT OF FIRED" TO WS-KPI-LABEL
           MOVE 'Y' TO WS-CMP-HAVE
           MOVE 1 TO WS-SUB
           PERFORM FORMAT-ANSWER-PCT
           MOVE WS-DEC-VAL TO WS-CMP-THIS
           MOVE WS-EDIT-DEC TO WS-KPI-THIS
           MOVE 2 TO WS-SUB
           PERFORM FORMAT-ANSWER-PCT
           MOVE WS-DEC-VAL TO WS-CMP-PRIOR
           MOVE WS-EDIT-DEC TO WS-KPI-PRIOR
           IF WS-KPI-FIRED(1) IS EQUAL TO 0 THEN
               MOVE "           -" TO WS-KPI-THIS
               MOVE 'N' TO WS-CMP-HAVE
           END-IF
           IF WS-KPI-FIRED(2) IS EQUAL TO 0 THEN
               MOVE "           -" TO WS-KPI-PRIOR
               MOVE 'N' TO WS-CMP-HAVE
           END-IF
           MOVE 'L' TO WS-CMP-DIR
           PERFORM WRITE-KPI-LINE.

       FORMAT-ANSWER-PCT.
           IF WS-KPI-FIRED(WS-SUB) > 0 THEN
               COMPUTE WS-DEC-VAL ROUNDED =
                   (WS-KPI-ACKED(WS-SUB) + WS-KPI-SNOOZED(WS-SUB))
                       * 100 / WS-KPI-FIRED(WS-SUB)
           ELSE
               MOVE 0 TO WS-DEC-VAL
           END-IF
           MOVE WS-DEC-VAL TO WS-EDIT-DEC.

       LIST-DRIFT.
           MOVE "WORST CLOCK DRIFT (SECONDS)" TO WS-KPI-LABEL
           MOVE WS-KPI-DRIFT-WORST(1) TO WS-CMP-THIS
           MOVE WS-KPI-DRIFT-WORST(2) TO WS-CMP-PRIOR
           MOVE 'H' TO WS-CMP-DIR
           PERFORM WRITE-KPI-COUNT
           MOVE SPACES TO WS-KPI-LINE
           MOVE "AVERAGE CLOCK DRIFT (SECONDS)" TO WS-KPI-LABEL
           MOVE 'Y' TO WS-CMP-HAVE
           MOVE 0 TO WS-CMP-THIS
           MOVE 0 TO WS-CMP-PRIOR
           IF WS-KPI-DRIFT-COUNT(1) > 0 THEN
               COMPUTE WS-CMP-THIS ROUNDED =
                   WS-KPI-DRIFT-SUM(1) / WS-KPI-DRIFT-COUNT(1)
               MOVE WS-CMP-THIS TO WS-EDIT-DEC
               MOVE WS-EDIT-DEC TO WS-KPI-THIS
           ELSE
               MOVE "           -" TO WS-KPI-THIS
               MOVE 'N' TO WS-CMP-HAVE
           END-IF
           IF WS-KPI-DRIFT-COUNT(2) > 0 THEN
               COMPUTE WS-CMP-PRIOR ROUNDED =
                   WS-KPI-DRIFT-SUM(2) / WS-KPI-DRIFT-COUNT(2)
               MOVE WS-CMP-PRIOR TO WS-EDIT-DEC
               MOVE WS-EDIT-DEC TO WS-KPI-PRIOR
           ELSE
               MOVE "           -" TO WS-KPI-PRIOR
               MOVE 'N' TO WS-CMP-HAVE
           END-IF
           MOVE 'H' TO WS-CMP-DIR
           PERFORM WRITE-KPI-LINE.

       LIST-PAIR-CODE.
           ADD 1 TO WS-CAT-SUB
           IF WS-CAT-KIND(WS-CAT-SUB) IS EQUAL TO 'S'
                   AND (WS-PAIR-COUNT(WS-CAT-SUB, 1) > 0
                       OR WS-PAIR-COUNT(WS-CAT-SUB, 2) > 0) THEN
               MOVE 1 TO WS-CAT-HIT
               MOVE SPACES TO WS-KPI-LINE
               STRING "  " WS-CAT-CODE(WS-CAT-SUB) " STEPS"
                   DELIMITED BY SIZE INTO WS-KPI-LABEL
               END-STRING
               MOVE WS-PAIR-COUNT(WS-CAT-SUB, 1) TO WS-CMP-THIS
               MOVE WS-PAIR-COUNT(WS-CAT-SUB, 2) TO WS-CMP-PRIOR
               MOVE SPACE TO WS-CMP-DIR
               PERFORM WRITE-KPI-COUNT
               MOVE SPACES TO WS-KPI-LINE
               STRING "  " WS-CAT-CODE(WS-CAT-SUB) " AVG DURATION"
                   DELIMITED BY SIZE INTO WS-KPI-LABEL
               END-STRING
               MOVE 'Y' TO WS-CMP-HAVE
               MOVE 1 TO WS-SUB
               PERFORM FORMAT-PAIR-AVG
               MOVE WS-AVG-SECS TO WS-CMP-THIS
               MOVE 2 TO WS-SUB
               PERFORM FORMAT-PAIR-AVG
               MOVE WS-AVG-SECS TO WS-CMP-PRIOR
               MOVE 'H' TO WS-CMP-DIR
               PERFORM WRITE-KPI-LINE
           END-IF.

       FORMAT-PAIR-AVG.
           IF WS-PAIR-COUNT(WS-CAT-SUB, WS-SUB) > 0 THEN
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-PAIR-SECS(WS-CAT-SUB, WS-SUB)
                       / WS-PAIR-COUNT(WS-CAT-SUB, WS-SUB)
               MOVE WS-AVG-SECS TO WS-FMT-SECS
               PERFORM FORMAT-DUR
               IF WS-SUB IS EQUAL TO 1 THEN
                   MOVE SPACES TO WS-KPI-THIS
                   MOVE WS-DUR-TEXT TO WS-KPI-THIS(3:10)
               ELSE
                   MOVE SPACES TO WS-KPI-PRIOR
                   MOVE WS-DUR-TEXT TO WS-KPI-PRIOR(3:10)
               END-IF
           ELSE
               MOVE 0 TO WS-AVG-SECS
               MOVE 'N' TO WS-CMP-HAVE
               IF WS-SUB IS EQUAL TO 1 THEN
                   MOVE "           -" TO WS-KPI-THIS
               ELSE
                   MOVE "           -" TO WS-KPI-PRIOR
               END-IF
           END-IF.

       FORMAT-DUR.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-DUR-HH
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS.

       WRITE-KPI-COUNT.
           MOVE WS-CMP-THIS TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO WS-KPI-THIS
           MOVE WS-CMP-PRIOR TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO WS-KPI-PRIOR
           MOVE 'Y' TO WS-CMP-HAVE
           PERFORM WRITE-KPI-LINE.

       WRITE-KPI-LINE.
           MOVE SPACES TO WS-KPI-FLAG
           IF WS-CMP-HAVE IS EQUAL TO 'Y'
                   AND WS-PRI-COVER IS EQUAL TO 'Y' THEN
               IF (WS-CMP-DIR IS EQUAL TO 'H'
                       AND WS-CMP-THIS > WS-CMP-PRIOR)
                   OR (WS-CMP-DIR IS EQUAL TO 'L'
                       AND WS-CMP-THIS < WS-CMP-PRIOR) THEN
                   MOVE "WORSE" TO WS-KPI-FLAG
                   ADD 1 TO WS-CMP-WORSE
               END-IF
           END-IF
           MOVE WS-KPI-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-KPI-LINE.
