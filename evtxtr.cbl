       IDENTIFICATION DIVISION.
       PROGRAM-ID. evtxtr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "CLOCKEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT EVTCAT-FILE ASSIGN TO "CLOCKEVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVCAT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CLOCKXCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "CLOCKXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
       COPY "evtrec.cpy".
       FD EVTCAT-FILE.
       COPY "evcrec.cpy".
       FD CONTROL-FILE.
       01 XCT-RUN-REC.
           05 XCT-R-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 XCT-R-SEQ PIC 9(06).
           05 FILLER PIC X(01).
           05 XCT-R-RUN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 XCT-R-FROM-STAMP PIC 9(14).
           05 FILLER PIC X(01).
           05 XCT-R-FROM-CNT PIC 9(04).
           05 FILLER PIC X(01).
           05 XCT-R-TO-STAMP PIC 9(14).
           05 FILLER PIC X(01).
           05 XCT-R-TO-CNT PIC 9(04).
           05 FILLER PIC X(01).
           05 XCT-R-COUNT PIC 9(07).
           05 FILLER PIC X(01).
           05 XCT-R-HASH PIC 9(15).
       01 XCT-OPEN-REC.
           05 XCT-O-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 XCT-O-SEQ PIC 9(06).
           05 FILLER PIC X(01).
           05 XCT-O-CODE PIC X(10).
           05 FILLER PIC X(01).
           05 XCT-O-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 XCT-O-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 XCT-O-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 XCT-O-STATION PIC X(04).
       FD EXTRACT-FILE.
       COPY "xtrrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS PIC X(02) VALUE '00'.
       01 WS-EVCAT-STATUS PIC X(02) VALUE '00'.
       01 WS-XCT-STATUS PIC X(02) VALUE '00'.
       01 WS-XTR-STATUS PIC X(02) VALUE '00'.
       01 WS-EVT-EOF PIC X(01) VALUE 'N'.
       01 WS-EVCAT-EOF PIC X(01) VALUE 'N'.
       01 WS-XCT-EOF PIC X(01) VALUE 'N'.
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
               10 WS-OPN-DATE PIC 9(08).
               10 WS-OPN-TIME PIC 9(06).
               10 WS-OPN-OPER PIC X(03).
               10 WS-OPN-STATION PIC X(04).
       01 WS-RERUN-ENV PIC X(32) VALUE SPACES.
       01 WS-RERUN-MODE PIC X(01) VALUE 'N'.
       01 WS-RUN-SEQ PIC 9(06) VALUE 0.
       01 WS-BASE-SEQ PIC 9(06) VALUE 0.
       01 WS-LAST-SEQ PIC 9(06) VALUE 0.
       01 WS-RUN-FOUND PIC X(01) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-LAST-TO-STAMP PIC 9(14) VALUE 0.
       01 WS-LAST-TO-CNT PIC 9(04) VALUE 0.
       01 WS-FROM-STAMP PIC 9(14) VALUE 0.
       01 WS-FROM-CNT PIC 9(04) VALUE 0.
       01 WS-TO-STAMP PIC 9(14) VALUE 0.
       01 WS-TO-CNT PIC 9(04) VALUE 0.
       01 WS-HWM-STAMP PIC 9(14) VALUE 0.
       01 WS-HWM-CNT PIC 9(04) VALUE 0.
       01 WS-ORIG-COUNT PIC 9(07) VALUE 0.
       01 WS-ORIG-HASH PIC 9(15) VALUE 0.
       01 WS-EVT-STAMP PIC 9(14) VALUE 0.
       01 WS-PREV-STAMP PIC 9(14) VALUE 0.
       01 WS-EVT-OCC PIC 9(04) VALUE 0.
       01 WS-EVT-TIME-BRK.
           05 WS-EVT-HH PIC 9(02).
           05 WS-EVT-MI PIC 9(02).
           05 WS-EVT-SS PIC 9(02).
       01 WS-OPN-TIME-BRK.
           05 WS-OPN-HH PIC 9(02).
           05 WS-OPN-MI PIC 9(02).
           05 WS-OPN-SS PIC 9(02).
       01 WS-PAIR-SECS PIC S9(08) VALUE 0.
       01 WS-DTL-COUNT PIC 9(07) VALUE 0.
       01 WS-STAMP-COUNT PIC 9(07) VALUE 0.
       01 WS-PAIR-COUNT PIC 9(07) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
       01 WS-SEQ-TEXT PIC Z(05)9.
       01 WS-CNT-TEXT PIC ZZZZ9.
       01 WS-PAIR-TEXT PIC ZZZZ9.
       PROCEDURE DIVISION.
       DISPLAY "CLOCKXSEQ" UPON ENVIRONMENT-NAME.
       ACCEPT WS-RERUN-ENV FROM ENVIRONMENT-VALUE.
       IF WS-RERUN-ENV IS NOT EQUAL TO SPACES THEN
           IF FUNCTION TRIM(WS-RERUN-ENV) IS NUMERIC THEN
               MOVE 'Y' TO WS-RERUN-MODE
               MOVE FUNCTION NUMVAL(WS-RERUN-ENV) TO WS-RUN-SEQ
           ELSE
               DISPLAY "CLOCKXSEQ must be an extract sequence number."
               STOP RUN
           END-IF
       END-IF.
       PERFORM READ-CATALOG.
       PERFORM READ-CONTROL.
       IF WS-RERUN-MODE IS EQUAL TO 'Y' THEN
           IF WS-RUN-FOUND IS EQUAL TO 'N' THEN
               MOVE WS-RUN-SEQ TO WS-SEQ-TEXT
               DISPLAY "CLOCKXCT has no extract run " WS-SEQ-TEXT "."
               STOP RUN
           END-IF
           COMPUTE WS-BASE-SEQ = WS-RUN-SEQ - 1
       ELSE
           COMPUTE WS-RUN-SEQ = WS-LAST-SEQ + 1
           MOVE WS-LAST-SEQ TO WS-BASE-SEQ
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-LAST-TO-STAMP TO WS-FROM-STAMP
           MOVE WS-LAST-TO-CNT TO WS-FROM-CNT
           MOVE 99999999999999 TO WS-TO-STAMP
           MOVE 9999 TO WS-TO-CNT
       END-IF.
       MOVE WS-FROM-STAMP TO WS-HWM-STAMP.
       MOVE WS-FROM-CNT TO WS-HWM-CNT.
       PERFORM LOAD-OPEN-STARTS.
       OPEN INPUT EVENT-FILE.
       IF WS-EVENT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKEVT could not be opened, status "
               WS-EVENT-STATUS
           STOP RUN
       END-IF.
       OPEN OUTPUT EXTRACT-FILE.
       IF WS-XTR-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKXTR could not be opened, status "
               WS-XTR-STATUS
           CLOSE EVENT-FILE
           STOP RUN
       END-IF.
       MOVE SPACES TO XTR-HDR-REC.
       MOVE 'H' TO XTR-HDR-TYPE.
       MOVE "CLOCKEVT" TO XTR-HDR-SOURCE.
       MOVE WS-RUN-DATE TO XTR-HDR-RUN-DATE.
       MOVE WS-RUN-SEQ TO XTR-HDR-SEQ.
       WRITE XTR-HDR-REC.
       PERFORM READ-EVENT.
       PERFORM PROCESS-EVENT UNTIL WS-EVT-EOF IS EQUAL TO 'Y'.
       CLOSE EVENT-FILE.
       MOVE SPACES TO XTR-TRL-REC.
       MOVE 'T' TO XTR-TRL-TYPE.
       MOVE WS-RUN-SEQ TO XTR-TRL-SEQ.
       MOVE WS-DTL-COUNT TO XTR-TRL-COUNT.
       MOVE WS-STAMP-COUNT TO XTR-TRL-STAMPS.
       MOVE WS-PAIR-COUNT TO XTR-TRL-PAIRS.
       MOVE WS-HASH-TOTAL TO XTR-TRL-HASH.
       WRITE XTR-TRL-REC.
       CLOSE EXTRACT-FILE.
       MOVE WS-RUN-SEQ TO WS-SEQ-TEXT.
       MOVE WS-STAMP-COUNT TO WS-CNT-TEXT.
       MOVE WS-PAIR-COUNT TO WS-PAIR-TEXT.
       IF WS-RERUN-MODE IS EQUAL TO 'Y' THEN
           IF WS-DTL-COUNT IS NOT EQUAL TO WS-ORIG-COUNT
                   OR WS-HASH-TOTAL IS NOT EQUAL TO WS-ORIG-HASH THEN
               DISPLAY "Rerun of extract " WS-SEQ-TEXT
                   " does not match its original control totals."
           END-IF
       ELSE
           PERFORM WRITE-CONTROL
       END-IF.
       DISPLAY "Extract " WS-SEQ-TEXT " written to CLOCKXTR, "
           WS-CNT-TEXT " stamps, " WS-PAIR-TEXT " pairs.".
       STOP RUN.

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
           MOVE 'N' TO WS-OPN-FLAG(WS-CAT-SUB)
           MOVE 0 TO WS-OPN-DATE(WS-CAT-SUB)
           MOVE 0 TO WS-OPN-TIME(WS-CAT-SUB)
           MOVE SPACES TO WS-OPN-OPER(WS-CAT-SUB)
           MOVE SPACES TO WS-OPN-STATION(WS-CAT-SUB).

       READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-XCT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-XCT-EOF
               PERFORM READ-CONTROL-REC
                   UNTIL WS-XCT-EOF IS EQUAL TO 'Y'
               CLOSE CONTROL-FILE
           END-IF.

       READ-CONTROL-REC.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-XCT-EOF
               NOT AT END
                   IF XCT-R-TYPE IS EQUAL TO 'R'
                           AND XCT-R-SEQ IS NUMERIC THEN
                       PERFORM NOTE-CONTROL-RUN
                   END-IF
           END-READ.

       NOTE-CONTROL-RUN.
           IF XCT-R-SEQ > WS-LAST-SEQ THEN
               MOVE XCT-R-SEQ TO WS-LAST-SEQ
               MOVE XCT-R-TO-STAMP TO WS-LAST-TO-STAMP
               MOVE XCT-R-TO-CNT TO WS-LAST-TO-CNT
           END-IF
           IF WS-RERUN-MODE IS EQUAL TO 'Y'
                   AND XCT-R-SEQ IS EQUAL TO WS-RUN-SEQ THEN
               MOVE 'Y' TO WS-RUN-FOUND
               MOVE XCT-R-RUN-DATE TO WS-RUN-DATE
               MOVE XCT-R-FROM-STAMP TO WS-FROM-STAMP
               MOVE XCT-R-FROM-CNT TO WS-FROM-CNT
               MOVE XCT-R-TO-STAMP TO WS-TO-STAMP
               MOVE XCT-R-TO-CNT TO WS-TO-CNT
               MOVE XCT-R-COUNT TO WS-ORIG-COUNT
               MOVE XCT-R-HASH TO WS-ORIG-HASH
           END-IF.

       LOAD-OPEN-STARTS.
           IF WS-BASE-SEQ > 0 THEN
               OPEN INPUT CONTROL-FILE
               IF WS-XCT-STATUS IS EQUAL TO '00' THEN
                   MOVE 'N' TO WS-XCT-EOF
                   PERFORM READ-OPEN-REC
                       UNTIL WS-XCT-EOF IS EQUAL TO 'Y'
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.

       READ-OPEN-REC.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-XCT-EOF
               NOT AT END
                   IF XCT-O-TYPE IS EQUAL TO 'O'
                           AND XCT-O-SEQ IS NUMERIC THEN
                       IF XCT-O-SEQ IS EQUAL TO WS-BASE-SEQ THEN
                           PERFORM RESTORE-OPEN-START
                       END-IF
                   END-IF
           END-READ.

       RESTORE-OPEN-START.
           MOVE 0 TO WS-CAT-HIT
           MOVE 0 TO WS-CAT-SUB
           PERFORM MATCH-OPEN-CODE
               UNTIL WS-CAT-SUB IS EQUAL TO WS-CAT-COUNT
                   OR WS-CAT-HIT > 0
           IF WS-CAT-HIT > 0 THEN
               MOVE 'Y' TO WS-OPN-FLAG(WS-CAT-HIT)
               MOVE XCT-O-DATE TO WS-OPN-DATE(WS-CAT-HIT)
               MOVE XCT-O-TIME TO WS-OPN-TIME(WS-CAT-HIT)
               MOVE XCT-O-OPER TO WS-OPN-OPER(WS-CAT-HIT)
               MOVE XCT-O-STATION TO WS-OPN-STATION(WS-CAT-HIT)
           END-IF.

       MATCH-OPEN-CODE.
           ADD 1 TO WS-CAT-SUB
           IF WS-CAT-CODE(WS-CAT-SUB) IS EQUAL TO XCT-O-CODE
                   AND WS-CAT-KIND(WS-CAT-SUB) IS EQUAL TO 'S' THEN
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.

       READ-EVENT.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EVT-EOF
           END-READ.

       PROCESS-EVENT.
           IF EVT-DATE IS NUMERIC AND EVT-TIME IS NUMERIC THEN
               COMPUTE WS-EVT-STAMP = EVT-DATE * 1000000 + EVT-TIME
               IF WS-EVT-STAMP IS EQUAL TO WS-PREV-STAMP THEN
                   ADD 1 TO WS-EVT-OCC
               ELSE
                   MOVE 1 TO WS-EVT-OCC
                   MOVE WS-EVT-STAMP TO WS-PREV-STAMP
               END-IF
               IF (WS-EVT-STAMP > WS-FROM-STAMP
                       OR (WS-EVT-STAMP IS EQUAL TO WS-FROM-STAMP
                           AND WS-EVT-OCC > WS-FROM-CNT))
                   AND (WS-EVT-STAMP < WS-TO-STAMP
                       OR (WS-EVT-STAMP IS EQUAL TO WS-TO-STAMP
                           AND WS-EVT-OCC IS NOT GREATER THAN
                               WS-TO-CNT)) THEN
                   PERFORM EXTRACT-EVENT
               END-IF
           END-IF
           PERFORM READ-EVENT.

       EXTRACT-EVENT.
           IF WS-EVT-STAMP > WS-HWM-STAMP
                   OR (WS-EVT-STAMP IS EQUAL TO WS-HWM-STAMP
                       AND WS-EVT-OCC > WS-HWM-CNT) THEN
               MOVE WS-EVT-STAMP TO WS-HWM-STAMP
               MOVE WS-EVT-OCC TO WS-HWM-CNT
           END-IF
           MOVE 0 TO WS-CAT-HIT
           MOVE 0 TO WS-CAT-SUB
           PERFORM MATCH-CAT-CODE
               UNTIL WS-CAT-SUB IS EQUAL TO WS-CAT-COUNT
                   OR WS-CAT-HIT > 0
           MOVE SPACES TO XTR-DTL-REC
           MOVE 'D' TO XTR-DTL-TYPE
           MOVE EVT-DATE TO XTR-DTL-DATE
           MOVE EVT-TIME TO XTR-DTL-TIME
           MOVE EVT-CODE TO XTR-DTL-CODE
           IF WS-CAT-HIT > 0 THEN
               MOVE WS-CAT-KIND(WS-CAT-HIT) TO XTR-DTL-KIND
           END-IF
           MOVE EVT-OPER TO XTR-DTL-OPER
           MOVE EVT-STATION TO XTR-DTL-STATION
           WRITE XTR-DTL-REC
           ADD 1 TO WS-DTL-COUNT
           ADD 1 TO WS-STAMP-COUNT
           ADD EVT-TIME TO WS-HASH-TOTAL
           IF WS-CAT-HIT > 0 THEN
               IF WS-CAT-KIND(WS-CAT-HIT) IS EQUAL TO 'S' THEN
                   PERFORM NOTE-START
               ELSE
                   IF WS-CAT-KIND(WS-CAT-HIT) IS EQUAL TO 'E' THEN
                       PERFORM NOTE-END
                   END-IF
               END-IF
           END-IF.

       MATCH-CAT-CODE.
           ADD 1 TO WS-CAT-SUB
           IF EVT-CODE IS EQUAL TO WS-CAT-CODE(WS-CAT-SUB) THEN
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.

       NOTE-START.
           MOVE 'Y' TO WS-OPN-FLAG(WS-CAT-HIT)
           MOVE EVT-DATE TO WS-OPN-DATE(WS-CAT-HIT)
           MOVE EVT-TIME TO WS-OPN-TIME(WS-CAT-HIT)
           MOVE EVT-OPER TO WS-OPN-OPER(WS-CAT-HIT)
           MOVE EVT-STATION TO WS-OPN-STATION(WS-CAT-HIT).

       NOTE-END.
           MOVE 0 TO WS-PAIR-IDX
           MOVE 0 TO WS-CAT-SUB
           PERFORM MATCH-OPEN-START
               UNTIL WS-CAT-SUB IS EQUAL TO WS-CAT-COUNT
                   OR WS-PAIR-IDX > 0
           IF WS-PAIR-IDX > 0 THEN
               MOVE EVT-TIME TO WS-EVT-TIME-BRK
               MOVE WS-OPN-TIME(WS-PAIR-IDX) TO WS-OPN-TIME-BRK
               COMPUTE WS-PAIR-SECS =
                   (FUNCTION INTEGER-OF-DATE(EVT-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           WS-OPN-DATE(WS-PAIR-IDX))) * 86400
                   + WS-EVT-HH * 3600 + WS-EVT-MI * 60 + WS-EVT-SS
                   - WS-OPN-HH * 3600 - WS-OPN-MI * 60 - WS-OPN-SS
               IF WS-PAIR-SECS IS NOT LESS THAN 0 THEN
                   PERFORM WRITE-PAIR
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

       WRITE-PAIR.
           MOVE SPACES TO XTR-PAIR-REC
           MOVE 'P' TO XTR-PR-TYPE
           MOVE WS-CAT-CODE(WS-PAIR-IDX) TO XTR-PR-START-CODE
           MOVE WS-OPN-DATE(WS-PAIR-IDX) TO XTR-PR-START-DATE
           MOVE WS-OPN-TIME(WS-PAIR-IDX) TO XTR-PR-START-TIME
           MOVE EVT-CODE TO XTR-PR-END-CODE
           MOVE EVT-DATE TO XTR-PR-END-DATE
           MOVE EVT-TIME TO XTR-PR-END-TIME
           MOVE WS-PAIR-SECS TO XTR-PR-ELAPSED
           MOVE WS-OPN-OPER(WS-PAIR-IDX) TO XTR-PR-OPER
           MOVE WS-OPN-STATION(WS-PAIR-IDX) TO XTR-PR-STATION
           WRITE XTR-PAIR-REC
           ADD 1 TO WS-DTL-COUNT
           ADD 1 TO WS-PAIR-COUNT
           ADD WS-PAIR-SECS TO WS-HASH-TOTAL.

       WRITE-CONTROL.
           OPEN EXTEND CONTROL-FILE
           IF WS-XCT-STATUS IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-XCT-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY "CLOCKXCT could not be opened, status "
                   WS-XCT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO XCT-RUN-REC
           MOVE 'R' TO XCT-R-TYPE
           MOVE WS-RUN-SEQ TO XCT-R-SEQ
           MOVE WS-RUN-DATE TO XCT-R-RUN-DATE
           MOVE WS-FROM-STAMP TO XCT-R-FROM-STAMP
           MOVE WS-FROM-CNT TO XCT-R-FROM-CNT
           MOVE WS-HWM-STAMP TO XCT-R-TO-STAMP
           MOVE WS-HWM-CNT TO XCT-R-TO-CNT
           MOVE WS-DTL-COUNT TO XCT-R-COUNT
           MOVE WS-HASH-TOTAL TO XCT-R-HASH
           WRITE XCT-RUN-REC
           MOVE 0 TO WS-CAT-SUB
           PERFORM WRITE-OPEN-START WS-CAT-COUNT TIMES
           CLOSE CONTROL-FILE.

       WRITE-OPEN-START.
           ADD 1 TO WS-CAT-SUB
           IF WS-OPN-FLAG(WS-CAT-SUB) IS EQUAL TO 'Y' THEN
               MOVE SPACES TO XCT-OPEN-REC
               MOVE 'O' TO XCT-O-TYPE
               MOVE WS-RUN-SEQ TO XCT-O-SEQ
               MOVE WS-CAT-CODE(WS-CAT-SUB) TO XCT-O-CODE
               MOVE WS-OPN-DATE(WS-CAT-SUB) TO XCT-O-DATE
               MOVE WS-OPN-TIME(WS-CAT-SUB) TO XCT-O-TIME
               MOVE WS-OPN-OPER(WS-CAT-SUB) TO XCT-O-OPER
               MOVE WS-OPN-STATION(WS-CAT-SUB) TO XCT-O-STATION
               WRITE XCT-OPEN-REC
           END-IF.
