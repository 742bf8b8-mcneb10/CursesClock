           SELECT REPORT-FILE ASSIGN TO "CLOCKPLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CORR-FILE ASSIGN TO "CLOCKCOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       COPY "planrec.cpy".
       FD EVENT-FILE.
       COPY "evtrec.cpy".
       FD REPORT-FILE.
       01 RPT-REC PIC X(80).
       FD CORR-FILE.
       COPY "corrrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS PIC X(02) VALUE '00'.
       01 WS-EVENT-STATUS PIC X(02) VALUE '00'.
       01 WS-LATE-MINS PIC 9(04) VALUE 0.
       01 WS-LATE-TEXT PIC ZZZ9.
       01 WS-FLAG-PTR PIC 9(02) VALUE 1.
       01 WS-CNT-TEXT PIC ZZZZ9.
       COPY "cortab.cpy".
       PROCEDURE DIVISION.
       OPEN INPUT PLAN-FILE.
       IF WS-PLAN-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKPLAN holds no planned steps."
           STOP RUN
       END-IF.
       PERFORM READ-CORRECTIONS.
       OPEN INPUT EVENT-FILE.
       IF WS-EVENT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKEVT could not be opened, status "
           MOVE "NO EVENT STAMPS ON FILE" TO RPT-REC
           WRITE RPT-REC
       END-IF.
       IF WS-COR-VOIDED > 0 OR WS-COR-AMENDED > 0 THEN
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-COR-VOIDED TO WS-CNT-TEXT
           MOVE SPACES TO RPT-REC
           STRING "STAMPS VOIDED BY CLOCKCOR:   " WS-CNT-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-COR-AMENDED TO WS-CNT-TEXT
           MOVE SPACES TO RPT-REC
           STRING "STAMPS AMENDED BY CLOCKCOR:  " WS-CNT-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
       END-IF.
       IF WS-COR-FULL > 0 THEN
           MOVE WS-COR-FULL TO WS-CNT-TEXT
           MOVE SPACES TO RPT-REC
           STRING "CORRECTIONS NOT APPLIED - TABLE FULL: " WS-CNT-TEXT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
       END-IF.
       CLOSE REPORT-FILE.
       CLOSE EVENT-FILE.
       DISPLAY "Plan reconciliation report written to CLOCKPLR.".
           END-READ.

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
               SUBTRACT 24 FROM WS-OFF-HH
           END-IF
           MOVE WS-OFF-HH TO WS-HH-TEXT.

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
