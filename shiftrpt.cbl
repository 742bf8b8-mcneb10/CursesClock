           SELECT REPORT-FILE ASSIGN TO "CLOCKTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT CORR-FILE ASSIGN TO "CLOCKCOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SHIFT-FILE.
           05 FILLER PIC X(02).
           05 LOG-TEXT PIC X(56).
           05 LOG-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 LOG-STATION PIC X(04).
       FD EVENT-FILE.
       COPY "evtrec.cpy".
       FD EXCEPT-FILE.
           05 EXC-TIME-TEXT PIC X(08).
           05 FILLER PIC X(02).
           05 EXC-TEXT PIC X(59).
           05 FILLER PIC X(01).
           05 EXC-STATION PIC X(04).
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       FD OPER-FILE.
       COPY "oprrec.cpy".
       FD CORR-FILE.
       COPY "corrrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-SHIFT-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
           05 WS-END-HH-TX PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-END-MM-TX PIC 9(02).
       01 WS-CNT-TEXT PIC ZZZZ9.
       01 WS-STAMP-TEXT PIC ZZZZ9.
       01 WS-TALLY-OPER PIC X(03) VALUE SPACES.
       01 WS-TALLY-KIND PIC X(01) VALUE SPACE.
       01 WS-OPER-MAX PIC 9(02) VALUE 10.
       01 WS-OPER-COUNT PIC 9(02) VALUE 0.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 10 TIMES.
               10 WS-OPR-CODE PIC X(03).
               10 WS-OPR-LOGS PIC 9(05).
               10 WS-OPR-STAMPS PIC 9(05).
       01 WS-OPER-SUB PIC 9(02) VALUE 0.
       01 WS-OPER-HIT PIC 9(02) VALUE 0.
       01 WS-OPER-LOST PIC 9(05) VALUE 0.
       COPY "oprtab.cpy".
       COPY "cortab.cpy".
       01 WS-SECT-VOIDED PIC 9(04) VALUE 0.
       01 WS-AMEND-TEXT PIC X(08) VALUE SPACES.
       01 WS-OPM-NAME-TEXT PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       DISPLAY "CLOCKTDATE" UPON ENVIRONMENT-NAME.
       ACCEPT WS-DATE-ENV FROM ENVIRONMENT-VALUE.
           STOP RUN
       END-IF.
       PERFORM SET-WINDOW.
       PERFORM READ-OPER-MASTER.
       PERFORM READ-CORRECTIONS.
       OPEN OUTPUT REPORT-FILE.
       IF WS-RPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKTRN could not be opened, status "
       PERFORM REPORT-LOG-SECTION.
       PERFORM REPORT-EVENT-SECTION.
       PERFORM REPORT-EXC-SECTION.
       PERFORM REPORT-OPER-SECTION.
       CLOSE REPORT-FILE.
       DISPLAY "Shift turnover report written to CLOCKTRN.".
       STOP RUN.
                           DELIMITED BY SIZE INTO RPT-REC
                       END-STRING
                       WRITE RPT-REC
                       MOVE LOG-OPER TO WS-TALLY-OPER
                       MOVE 'L' TO WS-TALLY-KIND
                       PERFORM TALLY-OPERATOR
                   END-IF
           END-READ.

           MOVE "EVENT STAMPS" TO RPT-REC
           WRITE RPT-REC
           MOVE 0 TO WS-SECT-COUNT
           MOVE 0 TO WS-SECT-VOIDED
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-EVT-EOF
           IF WS-SECT-COUNT IS EQUAL TO 0 THEN
               MOVE "  (NONE)" TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF WS-SECT-VOIDED > 0 THEN
               MOVE WS-SECT-VOIDED TO WS-CNT-TEXT
               MOVE SPACES TO RPT-REC
               STRING "  " WS-CNT-TEXT " VOIDED STAMP(S) NOT SHOWN"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF WS-COR-FULL > 0 THEN
               MOVE WS-COR-FULL TO WS-CNT-TEXT
               MOVE SPACES TO RPT-REC
               STRING "  CORRECTIONS NOT APPLIED - TABLE FULL: "
                   WS-CNT-TEXT DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.

       SCAN-EVENT-REC.
               AT END
                   MOVE 'Y' TO WS-EVT-EOF
               NOT AT END
                   PERFORM APPLY-CORRECTION
                   COMPUTE WS-REC-DAYS =
                       FUNCTION INTEGER-OF-DATE(EVT-DATE)
                   MOVE EVT-TIME TO WS-EVT-TIME-BRK
                   IF WS-REC-STAMP IS NOT LESS THAN
                           WS-WIN-START-STAMP
                           AND WS-REC-STAMP IS LESS THAN
                               WS-WIN-END-STAMP
                           AND WS-COR-VOID IS EQUAL TO 'Y' THEN
                       ADD 1 TO WS-SECT-VOIDED
                   END-IF
                   IF WS-REC-STAMP IS NOT LESS THAN
                           WS-WIN-START-STAMP
                           AND WS-REC-STAMP IS LESS THAN
                               WS-WIN-END-STAMP
                           AND WS-COR-VOID IS EQUAL TO 'N' THEN
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SPACES TO WS-AMEND-TEXT
                       IF WS-COR-HIT > 0 THEN
                           MOVE " AMENDED" TO WS-AMEND-TEXT
                       END-IF
                       MOVE SPACES TO RPT-REC
                       STRING "  " WS-EVT-HH ":" WS-EVT-MI ":"
                           WS-EVT-SS "  " EVT-CODE " " EVT-OPER
                           WS-AMEND-TEXT
                           DELIMITED BY SIZE INTO RPT-REC
                       END-STRING
                       WRITE RPT-REC
                       MOVE EVT-OPER TO WS-TALLY-OPER
                       MOVE 'S' TO WS-TALLY-KIND
                       PERFORM TALLY-OPERATOR
                   END-IF
           END-READ.

                   END-IF
           END-READ.

       REPORT-OPER-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "BY OPERATOR   LOG ENTRIES  STAMPS  NAME" TO RPT-REC
           WRITE RPT-REC
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

       TALLY-OPERATOR.
           IF WS-TALLY-OPER IS EQUAL TO SPACES THEN
               MOVE "---" TO WS-TALLY-OPER
           END-IF
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
               MOVE 0 TO WS-OPR-LOGS(WS-OPER-HIT)
               MOVE 0 TO WS-OPR-STAMPS(WS-OPER-HIT)
           END-IF
           IF WS-OPER-HIT > 0 THEN
               IF WS-TALLY-KIND IS EQUAL TO 'L' THEN
                   ADD 1 TO WS-OPR-LOGS(WS-OPER-HIT)
               ELSE
                   ADD 1 TO WS-OPR-STAMPS(WS-OPER-HIT)
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
           MOVE WS-OPR-LOGS(WS-OPER-SUB) TO WS-CNT-TEXT
           MOVE WS-OPR-STAMPS(WS-OPER-SUB) TO WS-STAMP-TEXT
           MOVE WS-OPR-CODE(WS-OPER-SUB) TO WS-OPM-LOOKUP
           PERFORM FIND-OPER-NAME
           MOVE SPACES TO RPT-REC
           STRING "  " WS-OPR-CODE(WS-OPER-SUB)
               "               " WS-CNT-TEXT "   " WS-STAMP-TEXT
               "  " WS-OPM-NAME-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       PARSE-EXC-STAMP.
           IF EXC-DATE-TEXT(1:4) IS NUMERIC THEN
               COMPUTE WS-REC-DATE =
           ELSE
               MOVE -1 TO WS-REC-STAMP
           END-IF.

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
           OPEN INPUT CORR-FILE
           IF WS-COR-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-COR-EOF
               MOVE 0 TO WS-COR-READ
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
