           SELECT REPORT-FILE ASSIGN TO "CLOCKEVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT CORR-FILE ASSIGN USING WS-COR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
       COPY "evcrec.cpy".
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       FD OPER-FILE.
       COPY "oprrec.cpy".
       FD CORR-FILE.
       COPY "corrrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS PIC X(02) VALUE '00'.
       01 WS-EVCAT-STATUS PIC X(02) VALUE '00'.
       01 WS-OPER-LOST PIC 9(05) VALUE 0.
       01 WS-OPER-LOST-SECS PIC 9(09) VALUE 0.
       01 WS-EVT-NAME PIC X(40) VALUE SPACES.
       01 WS-COR-NAME PIC X(40) VALUE SPACES.
       COPY "oprtab.cpy".
       COPY "cortab.cpy".
       01 WS-OPM-NAME-TEXT PIC X(30) VALUE SPACES.
       01 WS-ARCH-ENV PIC X(32) VALUE SPACES.
       01 WS-ARCH-MODE PIC X(01) VALUE 'N'.
       01 WS-ARCH-FROM PIC 9(06) VALUE 0.
       ACCEPT WS-ARCH-ENV FROM ENVIRONMENT-VALUE.
       PERFORM PARSE-ARCH-RANGE.
       PERFORM READ-CATALOG.
       PERFORM READ-OPER-MASTER.
       PERFORM READ-CORRECTIONS.
       OPEN OUTPUT REPORT-FILE.
       IF WS-RPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKEVR could not be opened, status "
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE WS-COR-VOIDED TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "STAMPS VOIDED BY CLOCKCOR:   " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE WS-COR-AMENDED TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "STAMPS AMENDED BY CLOCKCOR:  " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       IF WS-COR-FULL > 0 THEN
           MOVE WS-COR-FULL TO WS-CNT-TEXT
           MOVE SPACES TO RPT-REC
           STRING "CORRECTIONS NOT APPLIED - TABLE FULL: " WS-CNT-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
       END-IF.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE "BY OPERATOR  STEPS     TOTAL   NAME" TO RPT-REC.
       WRITE RPT-REC.
       IF WS-OPER-COUNT IS EQUAL TO 0 THEN
           MOVE "  (NONE)" TO RPT-REC
           END-IF.

       READ-EVENT.
           MOVE 'Y' TO WS-COR-VOID
           PERFORM READ-EVENT-REC
               UNTIL WS-COR-VOID IS EQUAL TO 'N'.

       READ-EVENT-REC.
           MOVE 'N' TO WS-COR-VOID
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EVT-EOF
               NOT AT END
                   PERFORM APPLY-CORRECTION
           END-READ.

       PROCESS-EVENT.
           MOVE WS-OPR-SECS(WS-OPER-SUB) TO WS-FMT-SECS
           PERFORM FORMAT-DUR
           MOVE WS-OPR-COUNT(WS-OPER-SUB) TO WS-CNT-TEXT
           MOVE WS-OPR-CODE(WS-OPER-SUB) TO WS-OPM-LOOKUP
           PERFORM FIND-OPER-NAME
           MOVE SPACES TO RPT-REC
           STRING "  " WS-OPR-CODE(WS-OPER-SUB) "       "
               WS-CNT-TEXT "  " WS-DUR-TEXT "  " WS-OPM-NAME-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS.

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

       READ-CORRECTIONS.
           MOVE 0 TO WS-COR-READ
           IF WS-ARCH-MODE IS EQUAL TO 'Y' THEN
               MOVE WS-ARCH-FROM TO WS-ARCH-CUR
               PERFORM READ-ARCH-CORRECTIONS
                   UNTIL WS-ARCH-CUR > WS-ARCH-TO
           END-IF
           MOVE "CLOCKCOR" TO WS-COR-NAME
           PERFORM READ-CORRECTION-FILE.

       READ-ARCH-CORRECTIONS.
           MOVE SPACES TO WS-COR-NAME
           STRING "CLOCKCOR." WS-ARCH-CUR DELIMITED BY SIZE
               INTO WS-COR-NAME
           END-STRING
           PERFORM READ-CORRECTION-FILE
           ADD 1 TO WS-ARCH-MO
           IF WS-ARCH-MO > 12 THEN
               ADD 1 TO WS-ARCH-YY
               MOVE 1 TO WS-ARCH-MO
           END-IF.

       READ-CORRECTION-FILE.
           OPEN INPUT CORR-FILE
           IF WS-COR-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-COR-EOF
               PERFORM READ-CORRECTION-REC
                   UNTIL WS-COR-EOF IS EQUAL TO 'Y'
               CLOSE CORR-FILE
           END-IF.

       READ-CORRECTION-REC.
           READ CORR-FILE
               AT END
                   MOVE 'Y' TO WS-COR-EOF
               NOT AT END
                   ADD 1 TO WS-COR-READ
                   IF COR-ACTION IS EQUAL TO 'V'
                           OR COR-ACTION IS EQUAL TO 'A' THEN
                       PERFORM STORE-CORRECTION
                   END-IF
           END-READ.

       STORE-CORRECTION.
           MOVE COR-EVT-DATE TO WS-COR-LK-DATE
           MOVE COR-EVT-TIME TO WS-COR-LK-TIME
           MOVE COR-EVT-CODE TO WS-COR-LK-CODE
           PERFORM FIND-CORRECTION
           IF WS-COR-HIT IS EQUAL TO 0 THEN
               IF WS-COR-COUNT < WS-COR-MAX THEN
                   ADD 1 TO WS-COR-COUNT
                   MOVE WS-COR-COUNT TO WS-COR-HIT
                   MOVE WS-COR-LOOKUP TO WS-COR-KEY(WS-COR-HIT)
               ELSE
                   ADD 1 TO WS-COR-FULL
               END-IF
           END-IF
           IF WS-COR-HIT > 0 THEN
               MOVE COR-ACTION TO WS-COR-ACTION(WS-COR-HIT)
               MOVE COR-NEW-DATE TO WS-COR-NEW-DATE(WS-COR-HIT)
               MOVE COR-NEW-TIME TO WS-COR-NEW-TIME(WS-COR-HIT)
               MOVE COR-NEW-CODE TO WS-COR-NEW-CODE(WS-COR-HIT)
               MOVE WS-COR-READ TO WS-COR-REC-NO(WS-COR-HIT)
           END-IF.

       FIND-CORRECTION.
           MOVE 0 TO WS-COR-HIT
           MOVE 0 TO WS-COR-SUB
           PERFORM TEST-CORRECTION
               UNTIL WS-COR-SUB IS EQUAL TO WS-COR-COUNT
                   OR WS-COR-HIT > 0.

       TEST-CORRECTION.
           ADD 1 TO WS-COR-SUB
           IF WS-COR-KEY(WS-COR-SUB) IS EQUAL TO WS-COR-LOOKUP THEN
               MOVE WS-COR-SUB TO WS-COR-HIT
           END-IF.

       APPLY-CORRECTION.
           MOVE 'N' TO WS-COR-VOID
           MOVE EVT-DATE TO WS-COR-LK-DATE
           MOVE EVT-TIME TO WS-COR-LK-TIME
           MOVE EVT-CODE TO WS-COR-LK-CODE
           PERFORM FIND-CORRECTION
           IF WS-COR-HIT > 0 THEN
               IF WS-COR-ACTION(WS-COR-HIT) IS EQUAL TO 'V' THEN
                   MOVE 'Y' TO WS-COR-VOID
                   ADD 1 TO WS-COR-VOIDED
               ELSE
                   MOVE WS-COR-NEW-DATE(WS-COR-HIT) TO EVT-DATE
                   MOVE WS-COR-NEW-TIME(WS-COR-HIT) TO EVT-TIME
                   MOVE WS-COR-NEW-CODE(WS-COR-HIT) TO EVT-CODE
                   ADD 1 TO WS-COR-AMENDED
               END-IF
           END-IF.
