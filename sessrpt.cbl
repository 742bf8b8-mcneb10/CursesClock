           SELECT REPORT-FILE ASSIGN TO "CLOCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOG-FILE.
           05 FILLER PIC X(02).
           05 LOG-TEXT PIC X(56).
           05 LOG-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 LOG-STATION PIC X(04).
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       FD OPER-FILE.
       COPY "oprrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-OPER-LOST PIC 9(05) VALUE 0.
       01 WS-OPER-LOST-SECS PIC 9(09) VALUE 0.
       01 WS-LOG-NAME PIC X(40) VALUE SPACES.
       COPY "oprtab.cpy".
       01 WS-OPM-NAME-TEXT PIC X(30) VALUE SPACES.
       01 WS-ARCH-ENV PIC X(32) VALUE SPACES.
       01 WS-ARCH-MODE PIC X(01) VALUE 'N'.
       01 WS-ARCH-FROM PIC 9(06) VALUE 0.
       DISPLAY "CLOCKARCH" UPON ENVIRONMENT-NAME.
       ACCEPT WS-ARCH-ENV FROM ENVIRONMENT-VALUE.
       PERFORM PARSE-ARCH-RANGE.
       PERFORM READ-OPER-MASTER.
       OPEN OUTPUT REPORT-FILE.
       IF WS-RPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKRPT could not be opened, status "
       END-IF.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE "BY OPERATOR     SESSIONS  TOTAL       AVERAGE NAME"
           TO RPT-REC.
       WRITE RPT-REC.
       IF WS-OPER-COUNT IS EQUAL TO 0 THEN
           MOVE WS-OPR-SECS(WS-OPER-SUB) TO WS-FMT-SECS
           PERFORM FORMAT-DUR
           MOVE WS-OPR-COUNT(WS-OPER-SUB) TO WS-CNT-TEXT
           MOVE WS-OPR-CODE(WS-OPER-SUB) TO WS-OPM-LOOKUP
           PERFORM FIND-OPER-NAME
           MOVE SPACES TO RPT-REC
           STRING "  " WS-OPR-CODE(WS-OPER-SUB) "          "
               WS-CNT-TEXT "  " WS-DUR-TEXT "  " WS-AVG-TEXT
               "  " WS-OPM-NAME-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       READ-OPER-MASTER.
           OPEN INPUT OPER-FILE
           IF WS-OPM-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-OPM-EOF
               PERFORM READ-OPER-MASTER-REC
                   UNTIL WS-OPM-EOF IS EQUAL TO 'Y'
                       OR WS-OPM-COUNT IS EQUAL TO WS-OPM-MAX
               CLOSE OPER-FILE
           END-IF.

       READ-OPER-MASTER-REC.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO WS-OPM-EOF
               NOT AT END
                   IF OPR-ID IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO WS-OPM-COUNT
                       MOVE FUNCTION UPPER-CASE(OPR-ID)
                           TO WS-OPM-ID(WS-OPM-COUNT)
                       MOVE OPR-NAME TO WS-OPM-NAME(WS-OPM-COUNT)
                       MOVE OPR-ACTIVE
                           TO WS-OPM-ACTIVE(WS-OPM-COUNT)
                       MOVE OPR-LEVEL TO WS-OPM-LEVEL(WS-OPM-COUNT)
                   END-IF
           END-READ.

       FIND-OPER-NAME.
           MOVE 0 TO WS-OPM-HIT
           MOVE 0 TO WS-OPM-SUB
           IF WS-OPM-LOOKUP IS EQUAL TO "---"
                   OR WS-OPM-LOOKUP IS EQUAL TO SPACES THEN
               MOVE "(NO OPERATOR ID)" TO WS-OPM-NAME-TEXT
           ELSE
               PERFORM TEST-OPER-NAME
                   UNTIL WS-OPM-SUB IS EQUAL TO WS-OPM-COUNT
                       OR WS-OPM-HIT > 0
               IF WS-OPM-HIT > 0 THEN
                   MOVE WS-OPM-NAME(WS-OPM-HIT) TO WS-OPM-NAME-TEXT
               ELSE
                   MOVE "(NOT ON OPERATOR FILE)" TO WS-OPM-NAME-TEXT
               END-IF
           END-IF.

       TEST-OPER-NAME.
           ADD 1 TO WS-OPM-SUB
           IF WS-OPM-ID(WS-OPM-SUB) IS EQUAL TO WS-OPM-LOOKUP THEN
               MOVE WS-OPM-SUB TO WS-OPM-HIT
           END-IF.
