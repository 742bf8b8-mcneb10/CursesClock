       IDENTIFICATION DIVISION.
       PROGRAM-ID. consrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-FILE ASSIGN TO "CLOCKSTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STN-STATUS.
           SELECT LOG-FILE ASSIGN USING WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT EVENT-FILE ASSIGN USING WS-EVT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT AUDIT-FILE ASSIGN USING WS-AUD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT EXCEPT-FILE ASSIGN USING WS-EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT STATUS-FILE ASSIGN USING WS-STA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
           SELECT SORT-FILE ASSIGN TO "CLOCKSRT".
           SELECT REPORT-FILE ASSIGN TO "CLOCKCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STATION-FILE.
       01 STN-REC.
           05 STN-ID PIC X(04).
           05 FILLER PIC X(01).
           05 STN-PREFIX PIC X(40).
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
       FD AUDIT-FILE.
       COPY "audrec.cpy".
       FD EXCEPT-FILE.
       01 EXC-REC.
           05 EXC-DATE-TEXT PIC X(10).
           05 FILLER PIC X(01).
           05 EXC-TIME-TEXT PIC X(08).
           05 FILLER PIC X(02).
           05 EXC-TEXT PIC X(59).
           05 FILLER PIC X(01).
           05 EXC-STATION PIC X(04).
       FD STATUS-FILE.
       01 STA-REC.
           05 STA-MODE PIC X(01).
           05 STA-DATE PIC 9(08).
           05 STA-TIME PIC 9(06).
           05 STA-ZONE PIC X(07).
           05 STA-LABEL PIC X(20).
           05 STA-LATE PIC 9(02).
           05 STA-STATION PIC X(04).
       SD SORT-FILE.
       01 SRT-REC.
           05 SRT-STAMP PIC 9(14).
           05 SRT-STATION PIC X(04).
           05 SRT-SEQ PIC 9(07).
           05 SRT-KIND PIC X(01).
           05 SRT-OPER PIC X(03).
           05 SRT-CODE PIC X(10).
           05 SRT-TEXT PIC X(51).
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-STN-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-EVENT-STATUS PIC X(02) VALUE '00'.
       01 WS-AUD-STATUS PIC X(02) VALUE '00'.
       01 WS-EXC-STATUS PIC X(02) VALUE '00'.
       01 WS-STA-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-STN-EOF PIC X(01) VALUE 'N'.
       01 WS-IN-EOF PIC X(01) VALUE 'N'.
       01 WS-SRT-EOF PIC X(01) VALUE 'N'.
       01 WS-LOG-NAME PIC X(48) VALUE SPACES.
       01 WS-EVT-NAME PIC X(48) VALUE SPACES.
       01 WS-AUD-NAME PIC X(48) VALUE SPACES.
       01 WS-EXC-NAME PIC X(48) VALUE SPACES.
       01 WS-STA-NAME PIC X(48) VALUE SPACES.
       01 WS-STN-MAX PIC 9(02) VALUE 10.
       01 WS-STN-COUNT PIC 9(02) VALUE 0.
       01 WS-STN-TABLE.
           05 WS-STN-ENTRY OCCURS 10 TIMES.
               10 WS-STN-ID PIC X(04).
               10 WS-STN-PREFIX PIC X(40).
               10 WS-STN-LOGS PIC 9(06).
               10 WS-STN-STAMPS PIC 9(06).
               10 WS-STN-AUDITS PIC 9(06).
               10 WS-STN-ABENDS PIC 9(04).
               10 WS-STN-STA-OK PIC X(01).
               10 WS-STN-STA-STAMP PIC 9(14).
               10 WS-STN-STA-LATE PIC 9(02).
       01 WS-STN-SUB PIC 9(02) VALUE 0.
       01 WS-SEQ PIC 9(07) VALUE 0.
       01 WS-STAMP-X PIC X(14) VALUE SPACES.
       01 WS-STAMP-NUM REDEFINES WS-STAMP-X PIC 9(14).
       01 WS-FMT-STAMP PIC 9(14) VALUE 0.
       01 WS-FMT-BRK REDEFINES WS-FMT-STAMP.
           05 WS-FMT-YY PIC 9(04).
           05 WS-FMT-MM PIC 9(02).
           05 WS-FMT-DD PIC 9(02).
           05 WS-FMT-HH PIC 9(02).
           05 WS-FMT-MI PIC 9(02).
           05 WS-FMT-SS PIC 9(02).
       01 WS-STAMP-TEXT PIC X(19) VALUE SPACES.
       01 WS-LINE-COUNT PIC 9(07) VALUE 0.
       01 WS-DUP-ENV PIC X(32) VALUE SPACES.
       01 WS-DUP-WINDOW PIC 9(05) VALUE 120.
       01 WS-DUP-SECS PIC S9(11) VALUE 0.
       01 WS-RCT-MAX PIC 9(02) VALUE 50.
       01 WS-RCT-COUNT PIC 9(02) VALUE 0.
       01 WS-RCT-TABLE.
           05 WS-RCT-ENTRY OCCURS 50 TIMES.
               10 WS-RCT-CODE PIC X(10).
               10 WS-RCT-STATION PIC X(04).
               10 WS-RCT-SECS PIC S9(11).
               10 WS-RCT-STAMP PIC X(19).
       01 WS-RCT-SUB PIC 9(02) VALUE 0.
       01 WS-RCT-HIT PIC 9(02) VALUE 0.
       01 WS-DUP-MAX PIC 9(03) VALUE 100.
       01 WS-DUP-COUNT PIC 9(03) VALUE 0.
       01 WS-DUP-TOTAL PIC 9(05) VALUE 0.
       01 WS-DUP-TABLE.
           05 WS-DUP-LINE PIC X(80) OCCURS 100 TIMES.
       01 WS-DUP-SUB PIC 9(03) VALUE 0.
       01 WS-TOT-LOGS PIC 9(06) VALUE 0.
       01 WS-TOT-STAMPS PIC 9(06) VALUE 0.
       01 WS-TOT-AUDITS PIC 9(06) VALUE 0.
       01 WS-TOT-ABENDS PIC 9(04) VALUE 0.
       01 WS-LOGS-TEXT PIC ZZZZZ9.
       01 WS-STAMPS-TEXT PIC ZZZZ9.
       01 WS-AUDITS-TEXT PIC ZZZZ9.
       01 WS-ABENDS-TEXT PIC ZZZZ9.
       01 WS-CNT-TEXT PIC ZZZZ9.
       01 WS-WINDOW-TEXT PIC ZZZZ9.
       01 WS-LATE-TEXT PIC Z9.
       01 WS-LAST-TEXT PIC X(27) VALUE SPACES.
       PROCEDURE DIVISION.
       DISPLAY "CLOCKDUPSECS" UPON ENVIRONMENT-NAME.
       ACCEPT WS-DUP-ENV FROM ENVIRONMENT-VALUE.
       IF WS-DUP-ENV IS NOT EQUAL TO SPACES THEN
           IF FUNCTION TRIM(WS-DUP-ENV) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(WS-DUP-ENV) TO WS-DUP-WINDOW
           ELSE
               DISPLAY "CLOCKDUPSECS must be a number of seconds."
               STOP RUN
           END-IF
       END-IF.
       OPEN INPUT STATION-FILE.
       IF WS-STN-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKSTN could not be opened, status "
               WS-STN-STATUS
           STOP RUN
       END-IF.
       PERFORM READ-STATION-REC
           UNTIL WS-STN-EOF IS EQUAL TO 'Y'
               OR WS-STN-COUNT IS EQUAL TO WS-STN-MAX.
       CLOSE STATION-FILE.
       IF WS-STN-COUNT IS EQUAL TO 0 THEN
           DISPLAY "CLOCKSTN lists no stations."
           STOP RUN
       END-IF.
       OPEN OUTPUT REPORT-FILE.
       IF WS-RPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKCON could not be opened, status "
               WS-RPT-STATUS
           STOP RUN
       END-IF.
       MOVE "CONSOLIDATED STATION TIMELINE" TO RPT-REC.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE "DATE       TIME     STN  OPR ENTRY" TO RPT-REC.
       WRITE RPT-REC.
       SORT SORT-FILE
           ON ASCENDING KEY SRT-STAMP SRT-STATION SRT-SEQ
           INPUT PROCEDURE IS LOAD-TIMELINE
           OUTPUT PROCEDURE IS WRITE-TIMELINE.
       IF WS-LINE-COUNT IS EQUAL TO 0 THEN
           MOVE "  (NO ENTRIES)" TO RPT-REC
           WRITE RPT-REC
       END-IF.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE WS-DUP-WINDOW TO WS-WINDOW-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "STAMPS DUPLICATED ACROSS STATIONS (WITHIN "
           WS-WINDOW-TEXT " SECONDS)"
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       IF WS-DUP-TOTAL IS EQUAL TO 0 THEN
           MOVE "  (NONE)" TO RPT-REC
           WRITE RPT-REC
       ELSE
           MOVE 0 TO WS-DUP-SUB
           PERFORM LIST-DUPLICATE WS-DUP-COUNT TIMES
           IF WS-DUP-TOTAL > WS-DUP-COUNT THEN
               COMPUTE WS-CNT-TEXT = WS-DUP-TOTAL - WS-DUP-COUNT
               MOVE SPACES TO RPT-REC
               STRING "  AND " WS-CNT-TEXT " MORE NOT LISTED"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
       END-IF.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE "STATION   LOG LINES  STAMPS  AUDITS  ABENDS  LAST STATUS"
           TO RPT-REC.
       WRITE RPT-REC.
       MOVE 0 TO WS-STN-SUB.
       PERFORM LIST-STATION WS-STN-COUNT TIMES.
       MOVE WS-TOT-LOGS TO WS-LOGS-TEXT.
       MOVE WS-TOT-STAMPS TO WS-STAMPS-TEXT.
       MOVE WS-TOT-AUDITS TO WS-AUDITS-TEXT.
       MOVE WS-TOT-ABENDS TO WS-ABENDS-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "  ALL        " WS-LOGS-TEXT "   " WS-STAMPS-TEXT
           "   " WS-AUDITS-TEXT "   " WS-ABENDS-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       CLOSE REPORT-FILE.
       DISPLAY "Consolidated station report written to CLOCKCON.".
       STOP RUN.

       READ-STATION-REC.
           READ STATION-FILE
               AT END
                   MOVE 'Y' TO WS-STN-EOF
               NOT AT END
                   IF STN-ID IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO WS-STN-COUNT
                       MOVE STN-ID TO WS-STN-ID(WS-STN-COUNT)
                       MOVE STN-PREFIX TO WS-STN-PREFIX(WS-STN-COUNT)
                       MOVE 0 TO WS-STN-LOGS(WS-STN-COUNT)
                       MOVE 0 TO WS-STN-STAMPS(WS-STN-COUNT)
                       MOVE 0 TO WS-STN-AUDITS(WS-STN-COUNT)
                       MOVE 0 TO WS-STN-ABENDS(WS-STN-COUNT)
                       MOVE 'N' TO WS-STN-STA-OK(WS-STN-COUNT)
                       MOVE 0 TO WS-STN-STA-STAMP(WS-STN-COUNT)
                       MOVE 0 TO WS-STN-STA-LATE(WS-STN-COUNT)
                   END-IF
           END-READ.

       LOAD-TIMELINE.
           MOVE 0 TO WS-STN-SUB
           PERFORM LOAD-STATION WS-STN-COUNT TIMES.

       LOAD-STATION.
           ADD 1 TO WS-STN-SUB
           MOVE SPACES TO WS-LOG-NAME
           STRING WS-STN-PREFIX(WS-STN-SUB) DELIMITED BY SPACE
               "CLOCKLOG" DELIMITED BY SIZE INTO WS-LOG-NAME
           END-STRING
           MOVE SPACES TO WS-EVT-NAME
           STRING WS-STN-PREFIX(WS-STN-SUB) DELIMITED BY SPACE
               "CLOCKEVT" DELIMITED BY SIZE INTO WS-EVT-NAME
           END-STRING
           MOVE SPACES TO WS-AUD-NAME
           STRING WS-STN-PREFIX(WS-STN-SUB) DELIMITED BY SPACE
               "CLOCKAUD" DELIMITED BY SIZE INTO WS-AUD-NAME
           END-STRING
           MOVE SPACES TO WS-EXC-NAME
           STRING WS-STN-PREFIX(WS-STN-SUB) DELIMITED BY SPACE
               "CLOCKEXC" DELIMITED BY SIZE INTO WS-EXC-NAME
           END-STRING
           MOVE SPACES TO WS-STA-NAME
           STRING WS-STN-PREFIX(WS-STN-SUB) DELIMITED BY SPACE
               "CLOCKSTAT" DELIMITED BY SIZE INTO WS-STA-NAME
           END-STRING
           PERFORM LOAD-STN-LOG
           PERFORM LOAD-STN-EVENTS
           PERFORM LOAD-STN-AUDIT
           PERFORM COUNT-STN-ABENDS
           PERFORM READ-STN-STATUS.

       LOAD-STN-LOG.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-IN-EOF
               PERFORM READ-LOG-LINE
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE LOG-FILE
           ELSE
               DISPLAY FUNCTION TRIM(WS-LOG-NAME)
                   " could not be opened, status "
                   WS-LOG-STATUS
           END-IF.

       READ-LOG-LINE.
           READ LOG-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   MOVE SPACES TO WS-STAMP-X
                   STRING LOG-DATE-TEXT(1:4) LOG-DATE-TEXT(6:2)
                       LOG-DATE-TEXT(9:2) LOG-TIME-TEXT(1:2)
                       LOG-TIME-TEXT(4:2) LOG-TIME-TEXT(7:2)
                       DELIMITED BY SIZE INTO WS-STAMP-X
                   END-STRING
                   IF WS-STAMP-X IS NUMERIC THEN
                       ADD 1 TO WS-STN-LOGS(WS-STN-SUB)
                       MOVE SPACES TO SRT-REC
                       MOVE WS-STAMP-NUM TO SRT-STAMP
                       IF LOG-STATION IS EQUAL TO SPACES THEN
                           MOVE WS-STN-ID(WS-STN-SUB) TO SRT-STATION
                       ELSE
                           MOVE LOG-STATION TO SRT-STATION
                       END-IF
                       MOVE 'L' TO SRT-KIND
                       MOVE LOG-OPER TO SRT-OPER
                       MOVE LOG-TEXT TO SRT-TEXT
                       PERFORM RELEASE-ENTRY
                   END-IF
           END-READ.

       LOAD-STN-EVENTS.
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-IN-EOF
               PERFORM READ-EVENT-REC
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE EVENT-FILE
           ELSE
               DISPLAY FUNCTION TRIM(WS-EVT-NAME)
                   " could not be opened, status "
                   WS-EVENT-STATUS
           END-IF.

       READ-EVENT-REC.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF EVT-DATE IS NUMERIC
                           AND EVT-TIME IS NUMERIC THEN
                       ADD 1 TO WS-STN-STAMPS(WS-STN-SUB)
                       MOVE SPACES TO SRT-REC
                       COMPUTE SRT-STAMP =
                           EVT-DATE * 1000000 + EVT-TIME
                       IF EVT-STATION IS EQUAL TO SPACES THEN
                           MOVE WS-STN-ID(WS-STN-SUB) TO SRT-STATION
                       ELSE
                           MOVE EVT-STATION TO SRT-STATION
                       END-IF
                       MOVE 'E' TO SRT-KIND
                       MOVE EVT-OPER TO SRT-OPER
                       MOVE EVT-CODE TO SRT-CODE
                       STRING "EVENT STAMP " EVT-CODE
                           DELIMITED BY SIZE INTO SRT-TEXT
                       END-STRING
                       PERFORM RELEASE-ENTRY
                   END-IF
           END-READ.

       LOAD-STN-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-IN-EOF
               PERFORM READ-AUDIT-REC
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY FUNCTION TRIM(WS-AUD-NAME)
                   " could not be opened, status "
                   WS-AUD-STATUS
           END-IF.

       READ-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF AUD-DATE IS NUMERIC
                           AND AUD-TIME IS NUMERIC THEN
                       ADD 1 TO WS-STN-AUDITS(WS-STN-SUB)
                       MOVE SPACES TO SRT-REC
                       COMPUTE SRT-STAMP =
                           AUD-DATE * 1000000 + AUD-TIME
                       IF AUD-STATION IS EQUAL TO SPACES THEN
                           MOVE WS-STN-ID(WS-STN-SUB) TO SRT-STATION
                       ELSE
                           MOVE AUD-STATION TO SRT-STATION
                       END-IF
                       MOVE 'A' TO SRT-KIND
                       MOVE AUD-OPER TO SRT-OPER
                       STRING "ALARM " AUD-ALMTIME " " AUD-ACTION
                           DELIMITED BY SIZE INTO SRT-TEXT
                       END-STRING
                       PERFORM RELEASE-ENTRY
                   END-IF
           END-READ.

       RELEASE-ENTRY.
           ADD 1 TO WS-SEQ
           MOVE WS-SEQ TO SRT-SEQ
           RELEASE SRT-REC.

       COUNT-STN-ABENDS.
           OPEN INPUT EXCEPT-FILE
           IF WS-EXC-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-IN-EOF
               PERFORM READ-EXC-REC
                   UNTIL WS-IN-EOF IS EQUAL TO 'Y'
               CLOSE EXCEPT-FILE
           END-IF.

       READ-EXC-REC.
           READ EXCEPT-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF EXC-TEXT(1:12) IS EQUAL TO "ABNORMAL END" THEN
                       ADD 1 TO WS-STN-ABENDS(WS-STN-SUB)
                   END-IF
           END-READ.

       READ-STN-STATUS.
           OPEN INPUT STATUS-FILE
           IF WS-STA-STATUS IS EQUAL TO '00' THEN
               READ STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STA-DATE IS NUMERIC
                               AND STA-TIME IS NUMERIC THEN
                           MOVE 'Y' TO WS-STN-STA-OK(WS-STN-SUB)
                           COMPUTE WS-STN-STA-STAMP(WS-STN-SUB) =
                               STA-DATE * 1000000 + STA-TIME
                           IF STA-LATE IS NUMERIC THEN
                               MOVE STA-LATE
                                   TO WS-STN-STA-LATE(WS-STN-SUB)
                           END-IF
                       END-IF
               END-READ
               CLOSE STATUS-FILE
           END-IF.

       WRITE-TIMELINE.
           MOVE 'N' TO WS-SRT-EOF
           PERFORM RETURN-ENTRY
           PERFORM LIST-ENTRY UNTIL WS-SRT-EOF IS EQUAL TO 'Y'.

       RETURN-ENTRY.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SRT-EOF
           END-RETURN.

       LIST-ENTRY.
           ADD 1 TO WS-LINE-COUNT
           MOVE SRT-STAMP TO WS-FMT-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO RPT-REC
           STRING WS-STAMP-TEXT " " SRT-STATION " " SRT-OPER " "
               SRT-TEXT DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF SRT-KIND IS EQUAL TO 'E' THEN
               PERFORM CHECK-DUPLICATE
           END-IF
           PERFORM RETURN-ENTRY.

       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-FMT-YY '-' WS-FMT-MM '-' WS-FMT-DD ' '
               WS-FMT-HH ':' WS-FMT-MI ':' WS-FMT-SS
               DELIMITED BY SIZE INTO WS-STAMP-TEXT
           END-STRING.

       CHECK-DUPLICATE.
           COMPUTE WS-DUP-SECS = FUNCTION INTEGER-OF-DATE(
               WS-FMT-YY * 10000 + WS-FMT-MM * 100 + WS-FMT-DD)
               * 86400 + WS-FMT-HH * 3600 + WS-FMT-MI * 60 + WS-FMT-SS
           MOVE 0 TO WS-RCT-HIT
           MOVE 0 TO WS-RCT-SUB
           PERFORM FIND-RECENT
               UNTIL WS-RCT-SUB IS EQUAL TO WS-RCT-COUNT
                   OR WS-RCT-HIT > 0
           IF WS-RCT-HIT IS EQUAL TO 0
                   AND WS-RCT-COUNT < WS-RCT-MAX THEN
               ADD 1 TO WS-RCT-COUNT
               MOVE WS-RCT-COUNT TO WS-RCT-HIT
               MOVE SRT-CODE TO WS-RCT-CODE(WS-RCT-HIT)
               MOVE SRT-STATION TO WS-RCT-STATION(WS-RCT-HIT)
           END-IF
           IF WS-RCT-HIT > 0 THEN
               IF WS-RCT-STATION(WS-RCT-HIT) IS NOT EQUAL TO
                       SRT-STATION
                       AND WS-DUP-SECS - WS-RCT-SECS(WS-RCT-HIT)
                           IS NOT GREATER THAN WS-DUP-WINDOW THEN
                   PERFORM NOTE-DUPLICATE
               END-IF
               MOVE SRT-STATION TO WS-RCT-STATION(WS-RCT-HIT)
               MOVE WS-DUP-SECS TO WS-RCT-SECS(WS-RCT-HIT)
               MOVE WS-STAMP-TEXT TO WS-RCT-STAMP(WS-RCT-HIT)
           END-IF.

       FIND-RECENT.
           ADD 1 TO WS-RCT-SUB
           IF WS-RCT-CODE(WS-RCT-SUB) IS EQUAL TO SRT-CODE THEN
               MOVE WS-RCT-SUB TO WS-RCT-HIT
           END-IF.

       NOTE-DUPLICATE.
           ADD 1 TO WS-DUP-TOTAL
           IF WS-DUP-COUNT < WS-DUP-MAX THEN
               ADD 1 TO WS-DUP-COUNT
               MOVE SPACES TO WS-DUP-LINE(WS-DUP-COUNT)
               STRING "  " WS-STAMP-TEXT " " SRT-STATION " "
                   SRT-CODE " ALSO " WS-RCT-STATION(WS-RCT-HIT)
                   " AT " WS-RCT-STAMP(WS-RCT-HIT)
                   DELIMITED BY SIZE INTO WS-DUP-LINE(WS-DUP-COUNT)
               END-STRING
           END-IF.

       LIST-DUPLICATE.
           ADD 1 TO WS-DUP-SUB
           MOVE WS-DUP-LINE(WS-DUP-SUB) TO RPT-REC
           WRITE RPT-REC.

       LIST-STATION.
           ADD 1 TO WS-STN-SUB
           ADD WS-STN-LOGS(WS-STN-SUB) TO WS-TOT-LOGS
           ADD WS-STN-STAMPS(WS-STN-SUB) TO WS-TOT-STAMPS
           ADD WS-STN-AUDITS(WS-STN-SUB) TO WS-TOT-AUDITS
           ADD WS-STN-ABENDS(WS-STN-SUB) TO WS-TOT-ABENDS
           MOVE WS-STN-LOGS(WS-STN-SUB) TO WS-LOGS-TEXT
           MOVE WS-STN-STAMPS(WS-STN-SUB) TO WS-STAMPS-TEXT
           MOVE WS-STN-AUDITS(WS-STN-SUB) TO WS-AUDITS-TEXT
           MOVE WS-STN-ABENDS(WS-STN-SUB) TO WS-ABENDS-TEXT
           MOVE SPACES TO WS-LAST-TEXT
           IF WS-STN-STA-OK(WS-STN-SUB) IS EQUAL TO 'Y' THEN
               MOVE WS-STN-STA-STAMP(WS-STN-SUB) TO WS-FMT-STAMP
               PERFORM FORMAT-STAMP
               MOVE WS-STN-STA-LATE(WS-STN-SUB) TO WS-LATE-TEXT
               STRING WS-STAMP-TEXT " LATE " WS-LATE-TEXT
                   DELIMITED BY SIZE INTO WS-LAST-TEXT
               END-STRING
           ELSE
               MOVE "(NO STATUS)" TO WS-LAST-TEXT
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "  " WS-STN-ID(WS-STN-SUB) "       " WS-LOGS-TEXT
               "   " WS-STAMPS-TEXT "   " WS-AUDITS-TEXT
               "   " WS-ABENDS-TEXT "  " WS-LAST-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
