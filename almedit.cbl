               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-TIME
               FILE STATUS IS WS-ALARM-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT LOG-FILE ASSIGN TO "CLOCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ALARM-FILE.
       COPY "almrec.cpy".
       FD OPER-FILE.
       COPY "oprrec.cpy".
       FD LOG-FILE.
       01 LOG-REC PIC X(85).
       WORKING-STORAGE SECTION.
       01 WS-ALARM-STATUS PIC X(02) VALUE '00'.
       01 WS-ALARMS-OK PIC X(01) VALUE 'N'.
           05 WS-DATE-YY PIC 9(04).
           05 WS-DATE-MM PIC 9(02).
           05 WS-DATE-DD PIC 9(02).
       01 WS-OPER-ID PIC X(03) VALUE SPACES.
       01 WS-OPER-ENV PIC X(32) VALUE SPACES.
       01 WS-STATION-ID PIC X(04) VALUE '----'.
       01 WS-STATION-ENV PIC X(32) VALUE SPACES.
       01 WS-OPER-NAME PIC X(30) VALUE SPACES.
       01 WS-OPER-LEVEL PIC X(01) VALUE SPACE.
       01 WS-CAN-CHANGE PIC X(01) VALUE 'N'.
       01 WS-SIGNON-OK PIC X(01) VALUE 'N'.
       01 WS-SIGNON-TRIES PIC 9(01) VALUE 0.
       01 WS-REJECT-ID PIC X(03) VALUE SPACES.
       01 WS-REJECT-WHY PIC X(12) VALUE SPACES.
       COPY "oprtab.cpy".
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-TEXT PIC X(56) VALUE SPACES.
       01 WS-TEMP-DATE-TIME.
           05 WS-TEMP-YEAR  PIC 9(04).
           05 WS-TEMP-MONTH PIC 9(02).
           05 WS-TEMP-DAY   PIC 9(02).
           05 WS-TEMP-HOUR  PIC 9(02).
           05 WS-TEMP-MIN   PIC 9(02).
           05 WS-TEMP-SEC   PIC 9(02).
           05 FILLER        PIC X(07).
       PROCEDURE DIVISION.
       PERFORM GET-OPERATOR.
       IF WS-OPER-LEVEL IS EQUAL TO 'S' THEN
           MOVE 'Y' TO WS-CAN-CHANGE
       ELSE
           MOVE "VIEW ONLY - CHANGES NEED SUPERVISOR AUTHORITY"
               TO WS-MSG-LINE
       END-IF.
       OPEN I-O ALARM-FILE.
       IF WS-ALARM-STATUS IS EQUAL TO '35' THEN
           OPEN OUTPUT ALARM-FILE
           IF KEYINPUT IS EQUAL TO QUITKEY THEN
               MOVE 'Y' TO TIMETOEXIT
           ELSE
               IF (KEYINPUT IS EQUAL TO ADDKEY
                       OR KEYINPUT IS EQUAL TO CHGKEY
                       OR KEYINPUT IS EQUAL TO DELKEY)
                       AND WS-CAN-CHANGE IS EQUAL TO 'N' THEN
                   MOVE "CHANGES REQUIRE SUPERVISOR AUTHORITY"
                       TO WS-MSG-LINE
               ELSE
                   IF KEYINPUT IS EQUAL TO ADDKEY THEN
                       PERFORM ADD-ALARM
                   ELSE
                       IF KEYINPUT IS EQUAL TO CHGKEY THEN
                           PERFORM CHANGE-ALARM
                       ELSE
                           IF KEYINPUT IS EQUAL TO DELKEY THEN
                               PERFORM DELETE-ALARM
                           END-IF
                       END-IF
                   END-IF
               END-IF
           CALL "erase"
           CALL "printw" USING "  CLOCKALM ALARM FILE MAINTENANCE"
           PERFORM NL
           CALL "printw" USING "  SIGNED ON: %-3.3s %-30.30s",
               BY VALUE WS-OPER-ID, BY VALUE WS-OPER-NAME
           PERFORM NL
           PERFORM NL
           CALL "printw" USING "  TIME  SCHEDULE    MESSAGE"
           PERFORM NL
                                       TO WS-MSG-LINE
                               NOT INVALID KEY
                                   MOVE "ALARM ADDED" TO WS-MSG-LINE
                                   MOVE SPACES TO WS-LOG-TEXT
                                   STRING "ALARM " ALM-TIME " ADDED "
                                       ALM-TYPE " " ALM-MSG(1:37)
                                       DELIMITED BY SIZE
                                       INTO WS-LOG-TEXT
                                   END-STRING
                                   PERFORM WRITE-LOG
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                               NOT INVALID KEY
                                   MOVE "ALARM CHANGED"
                                       TO WS-MSG-LINE
                                   MOVE SPACES TO WS-LOG-TEXT
                                   STRING "ALARM " ALM-TIME
                                       " CHANGED " ALM-TYPE " "
                                       ALM-MSG(1:35) DELIMITED BY SIZE
                                       INTO WS-LOG-TEXT
                                   END-STRING
                                   PERFORM WRITE-LOG
                           END-REWRITE
                       END-IF
               END-READ
                   INVALID KEY
                       MOVE "NO ALARM AT THAT TIME" TO WS-MSG-LINE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LOG-TEXT
                       STRING "ALARM " ALM-TIME " DELETED "
                           ALM-TYPE " " ALM-MSG(1:35)
                           DELIMITED BY SIZE
                           INTO WS-LOG-TEXT
                       END-STRING
                       DELETE ALARM-FILE
                           INVALID KEY
                               MOVE "DELETE FAILED" TO WS-MSG-LINE
                           NOT INVALID KEY
                               MOVE "ALARM DELETED" TO WS-MSG-LINE
                               PERFORM WRITE-LOG
                       END-DELETE
               END-READ
           END-IF.

       NL.
           CALL "printw" USING "%s", BY VALUE X'0A'.

       GET-STATION.
           DISPLAY "CLOCKSTATION" UPON ENVIRONMENT-NAME
           ACCEPT WS-STATION-ENV FROM ENVIRONMENT-VALUE
           IF WS-STATION-ENV IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-STATION-ENV(1:4))
                   TO WS-STATION-ID
           END-IF.

       GET-OPERATOR.
           PERFORM GET-STATION
           PERFORM READ-OPERATORS
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-TRIES
           DISPLAY "CLOCKOPER" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPER-ENV FROM ENVIRONMENT-VALUE
           PERFORM TRY-SIGN-ON
               UNTIL WS-SIGNON-OK IS EQUAL TO 'Y'
                   OR WS-SIGNON-TRIES IS EQUAL TO 3
           IF WS-SIGNON-OK IS EQUAL TO 'N' THEN
               DISPLAY "Sign-on refused."
               STOP RUN
           END-IF.

       TRY-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES
           IF WS-OPER-ENV IS EQUAL TO SPACES THEN
               DISPLAY "Operator ID (3 characters): "
                   WITH NO ADVANCING
               ACCEPT WS-OPER-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPER-ENV(1:3))
               TO WS-OPER-ID
           MOVE SPACES TO WS-OPER-ENV
           MOVE WS-OPER-ID TO WS-OPM-LOOKUP
           PERFORM FIND-OPERATOR
           IF WS-OPM-HIT IS EQUAL TO 0 THEN
               DISPLAY "Operator ID " WS-OPER-ID
                   " is not on the operator file."
               MOVE "UNKNOWN ID" TO WS-REJECT-WHY
               PERFORM REJECT-SIGN-ON
           ELSE
               IF WS-OPM-ACTIVE(WS-OPM-HIT) IS NOT EQUAL TO 'Y'
                       THEN
                   DISPLAY "Operator ID " WS-OPER-ID
                       " is not active."
                   MOVE "INACTIVE ID" TO WS-REJECT-WHY
                   PERFORM REJECT-SIGN-ON
               ELSE
                   MOVE WS-OPM-NAME(WS-OPM-HIT) TO WS-OPER-NAME
                   MOVE WS-OPM-LEVEL(WS-OPM-HIT) TO WS-OPER-LEVEL
                   MOVE 'Y' TO WS-SIGNON-OK
               END-IF
           END-IF.

       REJECT-SIGN-ON.
           MOVE WS-OPER-ID TO WS-REJECT-ID
           MOVE SPACES TO WS-OPER-ID
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ALMEDIT SIGN-ON REJECTED FOR ID " WS-REJECT-ID
               " - " WS-REJECT-WHY DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-LOG.

       READ-OPERATORS.
           OPEN INPUT OPER-FILE
           IF WS-OPM-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY "CLOCKOPR could not be opened, status "
                   WS-OPM-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-OPM-EOF
           PERFORM READ-OPERATOR-REC
               UNTIL WS-OPM-EOF IS EQUAL TO 'Y'
                   OR WS-OPM-COUNT IS EQUAL TO WS-OPM-MAX
           CLOSE OPER-FILE.

       READ-OPERATOR-REC.
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

       FIND-OPERATOR.
           MOVE 0 TO WS-OPM-HIT
           MOVE 0 TO WS-OPM-SUB
           PERFORM TEST-OPERATOR
               UNTIL WS-OPM-SUB IS EQUAL TO WS-OPM-COUNT
                   OR WS-OPM-HIT > 0.

       TEST-OPERATOR.
           ADD 1 TO WS-OPM-SUB
           IF WS-OPM-ID(WS-OPM-SUB) IS EQUAL TO WS-OPM-LOOKUP THEN
               MOVE WS-OPM-SUB TO WS-OPM-HIT
           END-IF.

       WRITE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO LOG-REC
           STRING WS-TEMP-YEAR '-' WS-TEMP-MONTH '-' WS-TEMP-DAY ' '
               WS-TEMP-HOUR ':' WS-TEMP-MIN ':' WS-TEMP-SEC '  '
               WS-LOG-TEXT DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           MOVE WS-OPER-ID TO LOG-REC(78:3)
           MOVE WS-STATION-ID TO LOG-REC(82:4)
           WRITE LOG-REC
           CLOSE LOG-FILE.
