       IDENTIFICATION DIVISION.
       PROGRAM-ID. zonerpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-FILE ASSIGN TO "CLOCKZONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLOCKZTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ZONE-FILE.
       COPY "zonrec.cpy".
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ZONE-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-ZONE-EOF PIC X(01) VALUE 'N'.
       01 WS-ZONE-SUB PIC 9(02) VALUE 0.
       01 WS-ZONE-BUILTIN PIC X(01) VALUE 'N'.
       COPY "zonetab.cpy".
       01 WS-ZRB-TABLE.
           05 WS-ZRB-FLAG PIC X(01) OCCURS 12 TIMES VALUE 'N'.
       01 WS-FROM-ENV PIC X(32) VALUE SPACES.
       01 WS-TODAY PIC 9(08) VALUE 0.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-TO-DATE PIC 9(08) VALUE 0.
       01 WS-FROM-DAYS PIC S9(08) VALUE 0.
       01 WS-TO-DAYS PIC S9(08) VALUE 0.
       01 WS-FROM-TEXT PIC X(10) VALUE SPACES.
       01 WS-TO-TEXT PIC X(10) VALUE SPACES.
       01 WS-DATE-WORK PIC 9(08) VALUE 0.
       01 WS-DATE-BRK REDEFINES WS-DATE-WORK.
           05 WS-DATE-YY PIC 9(04).
           05 WS-DATE-MM PIC 9(02).
           05 WS-DATE-DD PIC 9(02).
       01 WS-ENT-TEXT PIC X(10) VALUE SPACES.
       01 WS-LIST-YEAR PIC 9(04) VALUE 0.
       01 WS-TR-KIND PIC X(06) VALUE SPACES.
       01 WS-TR-STAMP PIC S9(11) VALUE 0.
       01 WS-TR-WALL PIC S9(11) VALUE 0.
       01 WS-TR-DAYS PIC S9(08) VALUE 0.
       01 WS-TR-MINS PIC S9(05) VALUE 0.
       01 WS-TR-HH PIC 9(02) VALUE 0.
       01 WS-TR-MM PIC 9(02) VALUE 0.
       01 WS-TR-DOW PIC 9(01) VALUE 0.
       01 WS-TR-DATE-TEXT PIC X(10) VALUE SPACES.
       01 WS-TR-CLOCK-TEXT PIC X(10) VALUE SPACES.
       01 WS-TR-CLOCK-HH PIC 9(02) VALUE 0.
       01 WS-TR-CLOCK-MM PIC 9(02) VALUE 0.
       01 WS-TR-FROM-OFF PIC X(06) VALUE SPACES.
       01 WS-TR-TO-OFF PIC X(06) VALUE SPACES.
       01 WS-STD-DISP PIC X(06) VALUE SPACES.
       01 WS-DST-DISP PIC X(06) VALUE SPACES.
       01 WS-OFF-DISP.
           05 WS-OFF-DISP-SIGN PIC X(01).
           05 WS-OFF-DISP-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-OFF-DISP-MM PIC 9(02).
       01 WS-RULE-WEEK-DATA PIC X(15) VALUE '1ST2ND3RD4THLST'.
       01 WS-RULE-WEEK-TABLE REDEFINES WS-RULE-WEEK-DATA.
           05 WS-RULE-WEEK-NAME PIC X(03) OCCURS 5 TIMES.
       01 WS-RULE-DOW-DATA PIC X(21)
           VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-RULE-DOW-TABLE REDEFINES WS-RULE-DOW-DATA.
           05 WS-RULE-DOW-NAME PIC X(03) OCCURS 7 TIMES.
       01 WS-RULE-MON-DATA PIC X(36)
           VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01 WS-RULE-MON-TABLE REDEFINES WS-RULE-MON-DATA.
           05 WS-RULE-MON-NAME PIC X(03) OCCURS 12 TIMES.
       01 WS-RULE-TEXT.
           05 WS-RULE-TEXT-WEEK PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RULE-TEXT-DOW PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RULE-TEXT-MON PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RULE-TEXT-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-RULE-TEXT-MM PIC 9(02).
       01 WS-START-TEXT PIC X(17) VALUE SPACES.
       01 WS-ZONE-TR-COUNT PIC 9(03) VALUE 0.
       01 WS-TOT-ZONES PIC 9(05) VALUE 0.
       01 WS-TOT-RULES PIC 9(05) VALUE 0.
       01 WS-TOT-TRANS PIC 9(05) VALUE 0.
       01 WS-TOT-BAD PIC 9(05) VALUE 0.
       01 WS-CNT-TEXT PIC ZZZZ9.
       01 WS-TEMP-DATE-TIME.
           05 WS-TEMP-YEAR  PIC 9(04).
           05 WS-TEMP-MONTH PIC 9(02).
           05 WS-TEMP-DAY   PIC 9(02).
           05 WS-TEMP-HOUR  PIC 9(02).
           05 WS-TEMP-MIN   PIC 9(02).
           05 WS-TEMP-SEC   PIC 9(02).
           05 FILLER        PIC X(07).
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME.
       COMPUTE WS-TODAY =
           WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100 + WS-TEMP-DAY.
       DISPLAY "CLOCKZFROM" UPON ENVIRONMENT-NAME.
       ACCEPT WS-FROM-ENV FROM ENVIRONMENT-VALUE.
       PERFORM SET-PERIOD.
       PERFORM READ-ZONES.
       OPEN OUTPUT REPORT-FILE.
       IF WS-RPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKZTR could not be opened, status "
               WS-RPT-STATUS
           STOP RUN
       END-IF.
       MOVE "CLOCKZONE DAYLIGHT SAVING TRANSITIONS" TO RPT-REC.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       STRING "PERIOD " WS-FROM-TEXT " TO " WS-TO-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       IF WS-ZONE-BUILTIN IS EQUAL TO 'Y' THEN
           MOVE "CLOCKZONE NOT FOUND OR EMPTY - BUILT-IN ZONES LISTED"
               TO RPT-REC
           WRITE RPT-REC
       END-IF.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE "ZONE     OFFSET  SUMMER  STARTS             ENDS"
           TO RPT-REC.
       MOVE "NOW" TO RPT-REC(64:3).
       WRITE RPT-REC.
       MOVE "  DATE       DAY  TIME   CHANGE  OFFSET" TO RPT-REC.
       MOVE "SYSTEM CLOCK" TO RPT-REC(52:12).
       WRITE RPT-REC.
       MOVE 0 TO WS-ZONE-SUB.
       PERFORM LIST-ZONE WS-ZONE-COUNT TIMES.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE WS-TOT-ZONES TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "ZONES LISTED:            " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE WS-TOT-RULES TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "ZONES WITH SUMMER TIME:  " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE WS-TOT-TRANS TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "TRANSITIONS IN PERIOD:   " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       IF WS-TOT-BAD > 0 THEN
           MOVE WS-TOT-BAD TO WS-CNT-TEXT
           MOVE SPACES TO RPT-REC
           STRING "INVALID RULES IGNORED:   " WS-CNT-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
       END-IF.
       CLOSE REPORT-FILE.
       DISPLAY "Zone transition listing written to CLOCKZTR.".
       STOP RUN.

       SET-PERIOD.
           IF WS-FROM-ENV IS EQUAL TO SPACES THEN
               MOVE WS-TODAY TO WS-FROM-DATE
           ELSE
               IF WS-FROM-ENV(1:8) IS NOT NUMERIC THEN
                   DISPLAY "CLOCKZFROM must be YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-FROM-ENV(1:8) TO WS-FROM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
                       IS NOT EQUAL TO 0 THEN
                   DISPLAY "CLOCKZFROM must be a valid YYYYMMDD date."
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-FROM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-DAYS = WS-FROM-DAYS + 364
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-TO-DAYS)
           MOVE WS-FROM-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE
           MOVE WS-ENT-TEXT TO WS-FROM-TEXT
           MOVE WS-TO-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE
           MOVE WS-ENT-TEXT TO WS-TO-TEXT
           COMPUTE WS-ZONE-BASE-DAYS = FUNCTION INTEGER-OF-DATE(
               WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100 + WS-TEMP-DAY)
           COMPUTE WS-ZONE-BASE-MINS = WS-TEMP-HOUR * 60 + WS-TEMP-MIN.

       FORMAT-DATE.
           MOVE SPACES TO WS-ENT-TEXT
           STRING WS-DATE-YY "-" WS-DATE-MM "-" WS-DATE-DD
               DELIMITED BY SIZE INTO WS-ENT-TEXT
           END-STRING.

       LIST-ZONE.
           ADD 1 TO WS-ZONE-SUB
           ADD 1 TO WS-TOT-ZONES
           MOVE WS-ZONE-SUB TO WS-ZONE-CHK
           PERFORM SET-ZONE-OFFSET
           IF WS-ZONE-IN-DST IS EQUAL TO 'Y' THEN
               MOVE 'DST' TO WS-ZONE-SEASON
           ELSE
               MOVE 'STD' TO WS-ZONE-SEASON
           END-IF
           MOVE WS-ZONE-SIGN(WS-ZONE-SUB) TO WS-OFF-DISP-SIGN
           MOVE WS-ZONE-OFF-HH(WS-ZONE-SUB) TO WS-OFF-DISP-HH
           MOVE WS-ZONE-OFF-MM(WS-ZONE-SUB) TO WS-OFF-DISP-MM
           MOVE WS-OFF-DISP TO WS-STD-DISP
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           IF WS-ZONE-DST-SIGN(WS-ZONE-SUB) IS EQUAL TO SPACE THEN
               MOVE SPACES TO RPT-REC
               STRING WS-ZONE-NAME(WS-ZONE-SUB) "  " WS-STD-DISP
                   "  NONE" DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               MOVE WS-ZONE-SEASON TO RPT-REC(64:3)
               WRITE RPT-REC
               IF WS-ZRB-FLAG(WS-ZONE-SUB) IS EQUAL TO 'Y' THEN
                   ADD 1 TO WS-TOT-BAD
                   MOVE "  INVALID SUMMER TIME RULE IGNORED"
                       TO RPT-REC
               ELSE
                   MOVE "  NO SUMMER TIME RULE - OFFSET IS FIXED"
                       TO RPT-REC
               END-IF
               WRITE RPT-REC
           ELSE
               PERFORM LIST-ZONE-RULE
           END-IF.

       LIST-ZONE-RULE.
           ADD 1 TO WS-TOT-RULES
           MOVE WS-ZONE-DST-SIGN(WS-ZONE-SUB) TO WS-OFF-DISP-SIGN
           MOVE WS-ZONE-DST-HH(WS-ZONE-SUB) TO WS-OFF-DISP-HH
           MOVE WS-ZONE-DST-MM(WS-ZONE-SUB) TO WS-OFF-DISP-MM
           MOVE WS-OFF-DISP TO WS-DST-DISP
           MOVE WS-ZONE-ST-MONTH(WS-ZONE-SUB) TO WS-RULE-MONTH
           MOVE WS-ZONE-ST-WEEK(WS-ZONE-SUB) TO WS-RULE-WEEK
           MOVE WS-ZONE-ST-DOW(WS-ZONE-SUB) TO WS-RULE-DOW
           MOVE WS-ZONE-ST-TIME(WS-ZONE-SUB) TO WS-RULE-TIME
           PERFORM FORMAT-RULE
           MOVE WS-RULE-TEXT TO WS-START-TEXT
           MOVE WS-ZONE-EN-MONTH(WS-ZONE-SUB) TO WS-RULE-MONTH
           MOVE WS-ZONE-EN-WEEK(WS-ZONE-SUB) TO WS-RULE-WEEK
           MOVE WS-ZONE-EN-DOW(WS-ZONE-SUB) TO WS-RULE-DOW
           MOVE WS-ZONE-EN-TIME(WS-ZONE-SUB) TO WS-RULE-TIME
           PERFORM FORMAT-RULE
           MOVE SPACES TO RPT-REC
           STRING WS-ZONE-NAME(WS-ZONE-SUB) "  " WS-STD-DISP "  "
               WS-DST-DISP "  " WS-START-TEXT "  " WS-RULE-TEXT "  "
               WS-ZONE-SEASON DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 0 TO WS-ZONE-TR-COUNT
           MOVE WS-FROM-DATE(1:4) TO WS-LIST-YEAR
           PERFORM LIST-RULE-YEAR 2 TIMES
           IF WS-ZONE-TR-COUNT IS EQUAL TO 0 THEN
               MOVE "  (NONE)" TO RPT-REC
               WRITE RPT-REC
           END-IF.

       LIST-RULE-YEAR.
           MOVE WS-LIST-YEAR TO WS-RULE-YEAR
           PERFORM SET-ZONE-RULE-STAMPS
           IF WS-ZONE-START-STAMP < WS-ZONE-END-STAMP THEN
               PERFORM LIST-START
               PERFORM LIST-END
           ELSE
               PERFORM LIST-END
               PERFORM LIST-START
           END-IF
           ADD 1 TO WS-LIST-YEAR.

       LIST-START.
           MOVE "STARTS" TO WS-TR-KIND
           MOVE WS-ZONE-START-STAMP TO WS-TR-STAMP
           MOVE WS-TR-STAMP TO WS-TR-WALL
           MOVE WS-STD-DISP TO WS-TR-FROM-OFF
           MOVE WS-DST-DISP TO WS-TR-TO-OFF
           PERFORM LIST-TRANSITION.

       LIST-END.
           MOVE "ENDS" TO WS-TR-KIND
           MOVE WS-ZONE-END-STAMP TO WS-TR-STAMP
           COMPUTE WS-TR-WALL = WS-TR-STAMP
               + WS-ZONE-DST-OFF - WS-ZONE-STD-OFF
           MOVE WS-DST-DISP TO WS-TR-FROM-OFF
           MOVE WS-STD-DISP TO WS-TR-TO-OFF
           PERFORM LIST-TRANSITION.

       LIST-TRANSITION.
           DIVIDE WS-TR-WALL BY 1440 GIVING WS-TR-DAYS
               REMAINDER WS-TR-MINS
           IF WS-TR-DAYS >= WS-FROM-DAYS
                   AND WS-TR-DAYS <= WS-TO-DAYS THEN
               ADD 1 TO WS-ZONE-TR-COUNT
               ADD 1 TO WS-TOT-TRANS
               DIVIDE WS-TR-MINS BY 60 GIVING WS-TR-HH
                   REMAINDER WS-TR-MM
               COMPUTE WS-TR-DOW =
                   FUNCTION MOD(WS-TR-DAYS - 1, 7) + 1
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-TR-DAYS)
               PERFORM FORMAT-DATE
               MOVE WS-ENT-TEXT TO WS-TR-DATE-TEXT
               COMPUTE WS-TR-WALL = WS-TR-STAMP - WS-ZONE-STD-OFF
               DIVIDE WS-TR-WALL BY 1440 GIVING WS-TR-DAYS
                   REMAINDER WS-TR-MINS
               DIVIDE WS-TR-MINS BY 60 GIVING WS-TR-CLOCK-HH
                   REMAINDER WS-TR-CLOCK-MM
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-TR-DAYS)
               PERFORM FORMAT-DATE
               MOVE WS-ENT-TEXT TO WS-TR-CLOCK-TEXT
               MOVE SPACES TO RPT-REC
               STRING "  " WS-TR-DATE-TEXT " "
                   WS-RULE-DOW-NAME(WS-TR-DOW) "  "
                   WS-TR-HH ":" WS-TR-MM "  " WS-TR-KIND "  "
                   WS-TR-FROM-OFF " TO " WS-TR-TO-OFF "  "
                   WS-TR-CLOCK-TEXT " " WS-TR-CLOCK-HH ":"
                   WS-TR-CLOCK-MM DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.

       FORMAT-RULE.
           MOVE WS-RULE-WEEK-NAME(WS-RULE-WEEK) TO WS-RULE-TEXT-WEEK
           MOVE WS-RULE-DOW-NAME(WS-RULE-DOW) TO WS-RULE-TEXT-DOW
           MOVE WS-RULE-MON-NAME(WS-RULE-MONTH) TO WS-RULE-TEXT-MON
           MOVE WS-RULE-HH TO WS-RULE-TEXT-HH
           MOVE WS-RULE-MM TO WS-RULE-TEXT-MM.

       READ-ZONES.
           OPEN INPUT ZONE-FILE
           IF WS-ZONE-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-ZONE-EOF
               PERFORM READ-ZONE-REC
                   UNTIL WS-ZONE-EOF IS EQUAL TO 'Y'
                       OR WS-ZONE-COUNT IS EQUAL TO WS-ZONE-MAX
               CLOSE ZONE-FILE
           END-IF
           IF WS-ZONE-COUNT IS EQUAL TO 0 THEN
               MOVE 'Y' TO WS-ZONE-BUILTIN
               MOVE 0 TO WS-ZONE-SUB
               PERFORM LOAD-DEFAULT-ZONE 3 TIMES
           END-IF.

       READ-ZONE-REC.
           READ ZONE-FILE
               AT END
                   MOVE 'Y' TO WS-ZONE-EOF
               NOT AT END
                   IF (ZON-SIGN IS EQUAL TO '+'
                           OR ZON-SIGN IS EQUAL TO '-')
                           AND ZON-HH IS NUMERIC
                           AND ZON-MM IS NUMERIC
                           AND ZON-HH < 24 AND ZON-MM < 60 THEN
                       ADD 1 TO WS-ZONE-COUNT
                       MOVE ZON-NAME
                           TO WS-ZONE-NAME(WS-ZONE-COUNT)
                       MOVE ZON-SIGN
                           TO WS-ZONE-SIGN(WS-ZONE-COUNT)
                       MOVE ZON-HH
                           TO WS-ZONE-OFF-HH(WS-ZONE-COUNT)
                       MOVE ZON-MM
                           TO WS-ZONE-OFF-MM(WS-ZONE-COUNT)
                       PERFORM LOAD-ZONE-RULE
                       IF ZON-DST-SIGN IS NOT EQUAL TO SPACE
                               AND WS-ZONE-DST-SIGN(WS-ZONE-COUNT)
                                   IS EQUAL TO SPACE THEN
                           MOVE 'Y' TO WS-ZRB-FLAG(WS-ZONE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       LOAD-ZONE-RULE.
           MOVE SPACE TO WS-ZONE-DST-SIGN(WS-ZONE-COUNT)
           IF (ZON-DST-SIGN IS EQUAL TO '+'
                   OR ZON-DST-SIGN IS EQUAL TO '-')
                   AND ZON-DST-HH IS NUMERIC AND ZON-DST-MM IS NUMERIC
                   AND ZON-ST-MONTH IS NUMERIC
                   AND ZON-ST-WEEK IS NUMERIC AND ZON-ST-DOW IS NUMERIC
                   AND ZON-ST-TIME IS NUMERIC
                   AND ZON-EN-MONTH IS NUMERIC
                   AND ZON-EN-WEEK IS NUMERIC AND ZON-EN-DOW IS NUMERIC
                   AND ZON-EN-TIME IS NUMERIC THEN
               IF ZON-DST-HH < 24 AND ZON-DST-MM < 60
                       AND ZON-ST-MONTH > 0 AND ZON-ST-MONTH < 13
                       AND ZON-ST-WEEK > 0 AND ZON-ST-WEEK < 6
                       AND ZON-ST-DOW > 0 AND ZON-ST-DOW < 8
                       AND ZON-ST-TIME(1:2) < '24'
                       AND ZON-ST-TIME(3:2) < '60'
                       AND ZON-EN-MONTH > 0 AND ZON-EN-MONTH < 13
                       AND ZON-EN-WEEK > 0 AND ZON-EN-WEEK < 6
                       AND ZON-EN-DOW > 0 AND ZON-EN-DOW < 8
                       AND ZON-EN-TIME(1:2) < '24'
                       AND ZON-EN-TIME(3:2) < '60'
                       AND ZON-ST-MONTH NOT = ZON-EN-MONTH THEN
                   MOVE ZON-DST-SIGN
                       TO WS-ZONE-DST-SIGN(WS-ZONE-COUNT)
                   MOVE ZON-DST-HH TO WS-ZONE-DST-HH(WS-ZONE-COUNT)
                   MOVE ZON-DST-MM TO WS-ZONE-DST-MM(WS-ZONE-COUNT)
                   MOVE ZON-ST-MONTH
                       TO WS-ZONE-ST-MONTH(WS-ZONE-COUNT)
                   MOVE ZON-ST-WEEK TO WS-ZONE-ST-WEEK(WS-ZONE-COUNT)
                   MOVE ZON-ST-DOW TO WS-ZONE-ST-DOW(WS-ZONE-COUNT)
                   MOVE ZON-ST-TIME TO WS-ZONE-ST-TIME(WS-ZONE-COUNT)
                   MOVE ZON-EN-MONTH
                       TO WS-ZONE-EN-MONTH(WS-ZONE-COUNT)
                   MOVE ZON-EN-WEEK TO WS-ZONE-EN-WEEK(WS-ZONE-COUNT)
                   MOVE ZON-EN-DOW TO WS-ZONE-EN-DOW(WS-ZONE-COUNT)
                   MOVE ZON-EN-TIME TO WS-ZONE-EN-TIME(WS-ZONE-COUNT)
               END-IF
           END-IF.

       LOAD-DEFAULT-ZONE.
           ADD 1 TO WS-ZONE-SUB
           ADD 1 TO WS-ZONE-COUNT
           MOVE WS-ZONE-DEF-NAME(WS-ZONE-SUB)
               TO WS-ZONE-NAME(WS-ZONE-COUNT)
           MOVE WS-ZONE-DEF-SIGN(WS-ZONE-SUB)
               TO WS-ZONE-SIGN(WS-ZONE-COUNT)
           MOVE WS-ZONE-DEF-HH(WS-ZONE-SUB)
               TO WS-ZONE-OFF-HH(WS-ZONE-COUNT)
           MOVE WS-ZONE-DEF-MM(WS-ZONE-SUB)
               TO WS-ZONE-OFF-MM(WS-ZONE-COUNT)
           MOVE SPACE TO WS-ZONE-DST-SIGN(WS-ZONE-COUNT).

       SET-ZONE-OFFSET.
           COMPUTE WS-ZONE-STD-OFF =
               WS-ZONE-OFF-HH(WS-ZONE-CHK) * 60
                   + WS-ZONE-OFF-MM(WS-ZONE-CHK)
           IF WS-ZONE-SIGN(WS-ZONE-CHK) IS EQUAL TO '-' THEN
               COMPUTE WS-ZONE-STD-OFF = 0 - WS-ZONE-STD-OFF
           END-IF
           MOVE WS-ZONE-STD-OFF TO WS-ZONE-OFFVAL
           MOVE 'N' TO WS-ZONE-IN-DST
           IF WS-ZONE-DST-SIGN(WS-ZONE-CHK) IS EQUAL TO '+'
                   OR WS-ZONE-DST-SIGN(WS-ZONE-CHK) IS EQUAL TO '-'
                   THEN
               COMPUTE WS-ZONE-STD-STAMP = WS-ZONE-BASE-DAYS * 1440
                   + WS-ZONE-BASE-MINS + WS-ZONE-STD-OFF
               DIVIDE WS-ZONE-STD-STAMP BY 1440
                   GIVING WS-ZONE-WORK-DAYS
               COMPUTE WS-ZONE-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-ZONE-WORK-DAYS)
               MOVE WS-ZONE-WORK-YY TO WS-RULE-YEAR
               PERFORM SET-ZONE-RULE-STAMPS
               IF WS-ZONE-START-STAMP < WS-ZONE-END-STAMP THEN
                   IF WS-ZONE-STD-STAMP >= WS-ZONE-START-STAMP
                       AND WS-ZONE-STD-STAMP < WS-ZONE-END-STAMP THEN
                       MOVE 'Y' TO WS-ZONE-IN-DST
                   END-IF
               ELSE
                   IF WS-ZONE-STD-STAMP >= WS-ZONE-START-STAMP
                       OR WS-ZONE-STD-STAMP < WS-ZONE-END-STAMP THEN
                       MOVE 'Y' TO WS-ZONE-IN-DST
                   END-IF
               END-IF
               IF WS-ZONE-IN-DST IS EQUAL TO 'Y' THEN
                   MOVE WS-ZONE-DST-OFF TO WS-ZONE-OFFVAL
               END-IF
           END-IF.

       SET-ZONE-RULE-STAMPS.
           COMPUTE WS-ZONE-DST-OFF =
               WS-ZONE-DST-HH(WS-ZONE-CHK) * 60
                   + WS-ZONE-DST-MM(WS-ZONE-CHK)
           IF WS-ZONE-DST-SIGN(WS-ZONE-CHK) IS EQUAL TO '-' THEN
               COMPUTE WS-ZONE-DST-OFF = 0 - WS-ZONE-DST-OFF
           END-IF
           MOVE WS-ZONE-ST-MONTH(WS-ZONE-CHK) TO WS-RULE-MONTH
           MOVE WS-ZONE-ST-WEEK(WS-ZONE-CHK) TO WS-RULE-WEEK
           MOVE WS-ZONE-ST-DOW(WS-ZONE-CHK) TO WS-RULE-DOW
           MOVE WS-ZONE-ST-TIME(WS-ZONE-CHK) TO WS-RULE-TIME
           PERFORM FIND-RULE-DAY
           COMPUTE WS-ZONE-START-STAMP = WS-RULE-DAYNUM * 1440
               + WS-RULE-HH * 60 + WS-RULE-MM
           MOVE WS-ZONE-EN-MONTH(WS-ZONE-CHK) TO WS-RULE-MONTH
           MOVE WS-ZONE-EN-WEEK(WS-ZONE-CHK) TO WS-RULE-WEEK
           MOVE WS-ZONE-EN-DOW(WS-ZONE-CHK) TO WS-RULE-DOW
           MOVE WS-ZONE-EN-TIME(WS-ZONE-CHK) TO WS-RULE-TIME
           PERFORM FIND-RULE-DAY
           COMPUTE WS-ZONE-END-STAMP = WS-RULE-DAYNUM * 1440
               + WS-RULE-HH * 60 + WS-RULE-MM
               - (WS-ZONE-DST-OFF - WS-ZONE-STD-OFF).

       FIND-RULE-DAY.
           COMPUTE WS-RULE-FIRST = FUNCTION INTEGER-OF-DATE(
               WS-RULE-YEAR * 10000 + WS-RULE-MONTH * 100 + 1)
           IF WS-RULE-MONTH IS EQUAL TO 12 THEN
               COMPUTE WS-RULE-NEXT = FUNCTION INTEGER-OF-DATE(
                   (WS-RULE-YEAR + 1) * 10000 + 101)
           ELSE
               COMPUTE WS-RULE-NEXT = FUNCTION INTEGER-OF-DATE(
                   WS-RULE-YEAR * 10000 + (WS-RULE-MONTH + 1) * 100
                       + 1)
           END-IF
           COMPUTE WS-RULE-DAYNUM = WS-RULE-FIRST
               + FUNCTION MOD(WS-RULE-DOW + 6
                   - FUNCTION MOD(WS-RULE-FIRST - 1, 7), 7)
           IF WS-RULE-WEEK < 5 THEN
               COMPUTE WS-RULE-DAYNUM = WS-RULE-DAYNUM
                   + (WS-RULE-WEEK - 1) * 7
           ELSE
               ADD 28 TO WS-RULE-DAYNUM
               IF WS-RULE-DAYNUM >= WS-RULE-NEXT THEN
                   SUBTRACT 7 FROM WS-RULE-DAYNUM
               END-IF
           END-IF.
