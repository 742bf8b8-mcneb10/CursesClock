       IDENTIFICATION DIVISION.
       PROGRAM-ID. corrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-FILE ASSIGN USING WS-COR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLOCKCRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CORR-FILE.
       COPY "corrrec.cpy".
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       FD OPER-FILE.
       COPY "oprrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-FROM-ENV PIC X(32) VALUE SPACES.
       01 WS-TO-ENV PIC X(32) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-TO-DATE PIC 9(08) VALUE 0.
       01 WS-TODAY PIC 9(08) VALUE 0.
       01 WS-DATE-WORK PIC 9(08) VALUE 0.
       01 WS-DATE-BRK REDEFINES WS-DATE-WORK.
           05 WS-DATE-YY PIC 9(04).
           05 WS-DATE-MM PIC 9(02).
           05 WS-DATE-DD PIC 9(02).
       01 WS-FROM-TEXT PIC X(10) VALUE SPACES.
       01 WS-TO-TEXT PIC X(10) VALUE SPACES.
       01 WS-ENT-TEXT PIC X(10) VALUE SPACES.
       01 WS-TIME-WORK PIC 9(06) VALUE 0.
       01 WS-TIME-BRK REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH PIC 9(02).
           05 WS-TIME-MI PIC 9(02).
           05 WS-TIME-SS PIC 9(02).
       01 WS-ACTION-TEXT PIC X(06) VALUE SPACES.
       01 WS-SUPER-TEXT PIC X(12) VALUE SPACES.
       01 WS-LIST-COUNT PIC 9(05) VALUE 0.
       01 WS-VOID-COUNT PIC 9(05) VALUE 0.
       01 WS-AMEND-COUNT PIC 9(05) VALUE 0.
       01 WS-SUPER-COUNT PIC 9(05) VALUE 0.
       01 WS-CNT-TEXT PIC ZZZZ9.
       01 WS-CNT2-TEXT PIC ZZZZ9.
       01 WS-TALLY-OPER PIC X(03) VALUE SPACES.
       01 WS-OPER-MAX PIC 9(02) VALUE 10.
       01 WS-OPER-COUNT PIC 9(02) VALUE 0.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 10 TIMES.
               10 WS-OPR-CODE PIC X(03).
               10 WS-OPR-VOIDS PIC 9(05).
               10 WS-OPR-AMENDS PIC 9(05).
       01 WS-OPER-SUB PIC 9(02) VALUE 0.
       01 WS-OPER-HIT PIC 9(02) VALUE 0.
       01 WS-OPER-LOST PIC 9(05) VALUE 0.
       COPY "oprtab.cpy".
       COPY "cortab.cpy".
       01 WS-OPM-NAME-TEXT PIC X(30) VALUE SPACES.
       01 WS-COR-NAME PIC X(40) VALUE SPACES.
       01 WS-ARCH-ENV PIC X(32) VALUE SPACES.
       01 WS-ARCH-MODE PIC X(01) VALUE 'N'.
       01 WS-ARCH-FROM PIC 9(06) VALUE 0.
       01 WS-ARCH-TO PIC 9(06) VALUE 0.
       01 WS-ARCH-CUR PIC 9(06) VALUE 0.
       01 WS-ARCH-CUR-BRK REDEFINES WS-ARCH-CUR.
           05 WS-ARCH-YY PIC 9(04).
           05 WS-ARCH-MO PIC 9(02).
       PROCEDURE DIVISION.
       DISPLAY "CLOCKCFROM" UPON ENVIRONMENT-NAME.
       ACCEPT WS-FROM-ENV FROM ENVIRONMENT-VALUE.
       DISPLAY "CLOCKCTO" UPON ENVIRONMENT-NAME.
       ACCEPT WS-TO-ENV FROM ENVIRONMENT-VALUE.
       DISPLAY "CLOCKARCH" UPON ENVIRONMENT-NAME.
       ACCEPT WS-ARCH-ENV FROM ENVIRONMENT-VALUE.
       PERFORM PARSE-ARCH-RANGE.
       PERFORM SET-PERIOD.
       PERFORM READ-OPER-MASTER.
       PERFORM READ-CORRECTIONS.
       OPEN OUTPUT REPORT-FILE.
       IF WS-RPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKCRR could not be opened, status "
               WS-RPT-STATUS
           STOP RUN
       END-IF.
       MOVE "CLOCKCOR EVENT STAMP CORRECTION LISTING" TO RPT-REC.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       STRING "PERIOD " WS-FROM-TEXT " TO " WS-TO-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       STRING "  ENTERED              ACTION  ORIGINAL STAMP"
           "              OPR STN" DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE SPACES TO RPT-REC.
       STRING "                               NEW STAMP / REASON"
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE 0 TO WS-COR-READ.
       IF WS-ARCH-MODE IS EQUAL TO 'Y' THEN
           MOVE WS-ARCH-FROM TO WS-ARCH-CUR
           PERFORM LIST-ARCH-CORRECTIONS
               UNTIL WS-ARCH-CUR > WS-ARCH-TO
       END-IF.
       MOVE "CLOCKCOR" TO WS-COR-NAME.
       PERFORM LIST-CORRECTION-FILE.
       IF WS-LIST-COUNT IS EQUAL TO 0 THEN
           MOVE "  (NONE)" TO RPT-REC
           WRITE RPT-REC
       END-IF.
       MOVE SPACES TO RPT-REC.
       WRITE RPT-REC.
       MOVE WS-LIST-COUNT TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "CORRECTIONS IN PERIOD: " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE WS-VOID-COUNT TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "  VOIDS:               " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE WS-AMEND-COUNT TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "  AMENDS:              " WS-CNT-TEXT
           DELIMITED BY SIZE INTO RPT-REC
       END-STRING.
       WRITE RPT-REC.
       MOVE WS-SUPER-COUNT TO WS-CNT-TEXT.
       MOVE SPACES TO RPT-REC.
       STRING "  SUPERSEDED SINCE:    " WS-CNT-TEXT
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
       MOVE "BY OPERATOR  VOIDS  AMENDS  NAME" TO RPT-REC.
       WRITE RPT-REC.
       IF WS-OPER-COUNT IS EQUAL TO 0 THEN
           MOVE "  (NONE)" TO RPT-REC
           WRITE RPT-REC
       ELSE
           MOVE 0 TO WS-OPER-SUB
           PERFORM LIST-OPERATOR WS-OPER-COUNT TIMES
           IF WS-OPER-LOST > 0 THEN
               MOVE WS-OPER-LOST TO WS-CNT-TEXT
               MOVE SPACES TO RPT-REC
               STRING "  AND " WS-CNT-TEXT " MORE NOT LISTED"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
       END-IF.
       CLOSE REPORT-FILE.
       DISPLAY "Correction listing written to CLOCKCRR.".
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

       STEP-ARCH-MONTH.
           ADD 1 TO WS-ARCH-MO
           IF WS-ARCH-MO > 12 THEN
               ADD 1 TO WS-ARCH-YY
               MOVE 1 TO WS-ARCH-MO
           END-IF.

       SET-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-FROM-ENV IS EQUAL TO SPACES THEN
               MOVE WS-TODAY TO WS-DATE-WORK
               MOVE 1 TO WS-DATE-DD
               MOVE WS-DATE-WORK TO WS-FROM-DATE
           ELSE
               IF WS-FROM-ENV(1:8) IS NOT NUMERIC THEN
                   DISPLAY "CLOCKCFROM must be YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-FROM-ENV(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-TO-ENV IS EQUAL TO SPACES THEN
               MOVE WS-TODAY TO WS-TO-DATE
           ELSE
               IF WS-TO-ENV(1:8) IS NOT NUMERIC THEN
                   DISPLAY "CLOCKCTO must be YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-TO-ENV(1:8) TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY "CLOCKCFROM is after CLOCKCTO."
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE
           MOVE WS-ENT-TEXT TO WS-FROM-TEXT
           MOVE WS-TO-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE
           MOVE WS-ENT-TEXT TO WS-TO-TEXT.

       FORMAT-DATE.
           MOVE SPACES TO WS-ENT-TEXT
           STRING WS-DATE-YY "-" WS-DATE-MM "-" WS-DATE-DD
               DELIMITED BY SIZE INTO WS-ENT-TEXT
           END-STRING.

       LIST-ARCH-CORRECTIONS.
           MOVE SPACES TO WS-COR-NAME
           STRING "CLOCKCOR." WS-ARCH-CUR DELIMITED BY SIZE
               INTO WS-COR-NAME
           END-STRING
           PERFORM LIST-CORRECTION-FILE
           PERFORM STEP-ARCH-MONTH.

       LIST-CORRECTION-FILE.
           OPEN INPUT CORR-FILE
           IF WS-COR-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-COR-EOF
               PERFORM LIST-CORRECTION-REC
                   UNTIL WS-COR-EOF IS EQUAL TO 'Y'
               CLOSE CORR-FILE
           END-IF.

       LIST-CORRECTION-REC.
           READ CORR-FILE
               AT END
                   MOVE 'Y' TO WS-COR-EOF
               NOT AT END
                   ADD 1 TO WS-COR-READ
                   IF COR-DATE IS NOT LESS THAN WS-FROM-DATE
                           AND COR-DATE IS NOT GREATER THAN
                               WS-TO-DATE
                           AND (COR-ACTION IS EQUAL TO 'V'
                               OR COR-ACTION IS EQUAL TO 'A') THEN
                       PERFORM LIST-CORRECTION
                   END-IF
           END-READ.

       LIST-CORRECTION.
           ADD 1 TO WS-LIST-COUNT
           MOVE COR-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE
           MOVE COR-TIME TO WS-TIME-WORK
           IF COR-ACTION IS EQUAL TO 'V' THEN
               MOVE "VOID" TO WS-ACTION-TEXT
               ADD 1 TO WS-VOID-COUNT
           ELSE
               MOVE "AMEND" TO WS-ACTION-TEXT
               ADD 1 TO WS-AMEND-COUNT
           END-IF
           MOVE COR-EVT-DATE TO WS-COR-LK-DATE
           MOVE COR-EVT-TIME TO WS-COR-LK-TIME
           MOVE COR-EVT-CODE TO WS-COR-LK-CODE
           PERFORM FIND-CORRECTION
           MOVE SPACES TO WS-SUPER-TEXT
           IF WS-COR-HIT > 0 THEN
               IF WS-COR-REC-NO(WS-COR-HIT) IS NOT EQUAL TO
                       WS-COR-READ THEN
                   MOVE "  SUPERSEDED" TO WS-SUPER-TEXT
                   ADD 1 TO WS-SUPER-COUNT
               END-IF
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "  " WS-ENT-TEXT " " WS-TIME-HH ":" WS-TIME-MI ":"
               WS-TIME-SS "  " WS-ACTION-TEXT "  " COR-EVT-DATE " "
               COR-EVT-TIME " " COR-EVT-CODE "  " COR-OPER " "
               COR-STATION DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF COR-ACTION IS EQUAL TO 'A' THEN
               MOVE SPACES TO RPT-REC
               STRING "                           TO  " COR-NEW-DATE
                   " " COR-NEW-TIME " " COR-NEW-CODE
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "                               " COR-REASON
               WS-SUPER-TEXT DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE COR-OPER TO WS-TALLY-OPER
           IF WS-TALLY-OPER IS EQUAL TO SPACES THEN
               MOVE "---" TO WS-TALLY-OPER
           END-IF
           PERFORM TALLY-OPERATOR.

       TALLY-OPERATOR.
           MOVE 0 TO WS-OPER-HIT
           MOVE 0 TO WS-OPER-SUB
           PERFORM FIND-OPERATOR
               UNTIL WS-OPER-SUB IS EQUAL TO WS-OPER-COUNT
                   OR WS-OPER-HIT > 0
           IF WS-OPER-HIT IS EQUAL TO 0
                   AND WS-OPER-COUNT < WS-OPER-MAX THEN
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-HIT
               MOVE WS-TALLY-OPER TO WS-OPR-CODE(WS-OPER-HIT)
               MOVE 0 TO WS-OPR-VOIDS(WS-OPER-HIT)
               MOVE 0 TO WS-OPR-AMENDS(WS-OPER-HIT)
           END-IF
           IF WS-OPER-HIT > 0 THEN
               IF COR-ACTION IS EQUAL TO 'V' THEN
                   ADD 1 TO WS-OPR-VOIDS(WS-OPER-HIT)
               ELSE
                   ADD 1 TO WS-OPR-AMENDS(WS-OPER-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-OPER-LOST
           END-IF.

       FIND-OPERATOR.
           ADD 1 TO WS-OPER-SUB
           IF WS-OPR-CODE(WS-OPER-SUB) IS EQUAL TO WS-TALLY-OPER
                   THEN
               MOVE WS-OPER-SUB TO WS-OPER-HIT
           END-IF.

       LIST-OPERATOR.
           ADD 1 TO WS-OPER-SUB
           MOVE WS-OPR-VOIDS(WS-OPER-SUB) TO WS-CNT-TEXT
           MOVE WS-OPR-AMENDS(WS-OPER-SUB) TO WS-CNT2-TEXT
           MOVE WS-OPR-CODE(WS-OPER-SUB) TO WS-OPM-LOOKUP
           PERFORM FIND-OPER-NAME
           MOVE SPACES TO RPT-REC
           STRING "  " WS-OPR-CODE(WS-OPER-SUB) "        "
               WS-CNT-TEXT "   " WS-CNT2-TEXT "  " WS-OPM-NAME-TEXT
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
           PERFORM STEP-ARCH-MONTH.

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
