      *                   CROSS-EDIT REPORTS AGAINST THE REBUILT       *
      *                   PROCESSING DATE, THE SAME DATE THE           *
      *                   PISSCTLO RECORDS WERE SELECTED FOR           *
      *  10/15/2026 RFK   THE XTRCSEL SELECTION CARDS ARE REPLACED BY  *
      *                   THE PISSSUB DOWNSTREAM SUBSCRIBER MASTER.    *
      *                   EVERY ACTIVE SUBSCRIBER IS EDITED: ID        *
      *                   PRESENT AND UNIQUE, STATUS A OR S, SLOT 1-5  *
      *                   AND NOT SHARED, AT LEAST ONE LABEL, EVERY    *
      *                   SET ID IN FORCE, AND EVERY LABEL IN FORCE    *
      *                   UNDER ONE OF THE SUBSCRIBER'S SETS (ANY SET  *
      *                   WHEN IT NAMES NONE)                          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT PISSCTL-FILE ASSIGN TO PISSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PISSSUBM-FILE ASSIGN TO PISSSUBM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.
           SELECT OPTIONAL PISSTPRM-FILE ASSIGN TO PISSTPRM
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCTL.

       FD  PISSSUBM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSSUB.

       FD  PISSTPRM-FILE
           LABEL RECORDS ARE STANDARD
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-LABEL-FOUND VALUE "Y".
       01 WS-SET-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-SET-FOUND VALUE "Y".
       01 WS-ALL-SETS-SWITCH PIC X(01) VALUE "Y".
           88 WS-ALL-SETS VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-LABEL-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-LABELS PIC 9(02) VALUE 25.
       01 WS-LABEL-INDEX PIC 9(02) VALUE ZERO.
       01 WS-RULE-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SEL-CARD-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ACTIVE-SUB-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SEEN-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-SEEN PIC 9(02) VALUE 20.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-SUBSCRIBER-ID OCCURS 20 TIMES PIC X(08).
       01 WS-SEEN-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SLOT-TABLE.
           05 WS-SLOT-OWNER OCCURS 5 TIMES PIC X(08).
       01 WS-ITEM-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SUB-SET-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SUB-LABEL-COUNT PIC 9(01) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(03) VALUE ZERO.
       01 WS-EDIT-MESSAGE PIC X(100) VALUE SPACES.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-AS-OF-DATE.
           PERFORM LOAD-RULES-IN-FORCE.
           MOVE SPACES TO WS-SLOT-TABLE.
           IF NOT WS-ABEND-CONDITION THEN
               OPEN INPUT PISSSUBM-FILE
               IF WS-SEL-STATUS NOT = "00" THEN
                   DISPLAY "PISSXEDT - SUBSCRIBER MASTER WILL NOT "
                       "OPEN - FILE STATUS " WS-SEL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   OPEN OUTPUT PISSRPT-FILE
           END-IF.

       CHECK-ONE-SELECTION.
           READ PISSSUBM-FILE
               AT END
                   SET WS-SEL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SEL-CARD-COUNT
                   PERFORM EXAMINE-ONE-SUBSCRIBER
           END-READ.

       EXAMINE-ONE-SUBSCRIBER.
           IF SUB-SUBSCRIBER-ID = SPACES THEN
               MOVE "SUBSCRIBER MASTER RECORD HAS A BLANK SUBSCRIBER ID"
                   TO WS-EDIT-MESSAGE
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               PERFORM CHECK-DUPLICATE-SUBSCRIBER
               IF SUB-SUSPENDED THEN
                   PERFORM PRINT-SUSPENDED-ECHO
               ELSE
                   IF SUB-ACTIVE THEN
                       ADD 1 TO WS-ACTIVE-SUB-COUNT
                       PERFORM EXAMINE-ACTIVE-SUBSCRIBER
                   ELSE
                       MOVE SPACES TO WS-EDIT-MESSAGE
                       STRING "SUBSCRIBER " DELIMITED BY SIZE
                           SUB-SUBSCRIBER-ID DELIMITED BY SIZE
                           " STATUS " DELIMITED BY SIZE
                           SUB-STATUS DELIMITED BY SIZE
                           " IS NOT A (ACTIVE) OR S (SUSPENDED)"
                               DELIMITED BY SIZE
                           INTO WS-EDIT-MESSAGE
                       END-STRING
                       PERFORM RECORD-ONE-EDIT-ERROR
                   END-IF
               END-IF
           END-IF.

       CHECK-DUPLICATE-SUBSCRIBER.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-SEEN-SUBSCRIBER
               VARYING WS-SEEN-INDEX FROM 1 BY 1
               UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
                   OR WS-LABEL-FOUND.
           IF WS-LABEL-FOUND THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "SUBSCRIBER " DELIMITED BY SIZE
                   SUB-SUBSCRIBER-ID DELIMITED BY SIZE
                   " IS ON THE SUBSCRIBER MASTER MORE THAN ONCE"
                       DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               IF WS-SEEN-COUNT < WS-MAX-SEEN THEN
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE SUB-SUBSCRIBER-ID
                       TO WS-SEEN-SUBSCRIBER-ID (WS-SEEN-COUNT)
               END-IF
           END-IF.

       MATCH-ONE-SEEN-SUBSCRIBER.
           IF WS-SEEN-SUBSCRIBER-ID (WS-SEEN-INDEX) =
                   SUB-SUBSCRIBER-ID THEN
               SET WS-LABEL-FOUND TO TRUE
           END-IF.

       EXAMINE-ACTIVE-SUBSCRIBER.
           IF SUB-DWN-SLOT-X NOT NUMERIC
                   OR SUB-DWN-SLOT = ZERO
                   OR SUB-DWN-SLOT > 5 THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "SUBSCRIBER " DELIMITED BY SIZE
                   SUB-SUBSCRIBER-ID DELIMITED BY SIZE
                   " RECEIVING SLOT " DELIMITED BY SIZE
                   SUB-DWN-SLOT-X DELIMITED BY SIZE
                   " IS NOT 1 THRU 5" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               IF WS-SLOT-OWNER (SUB-DWN-SLOT) NOT = SPACES THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "SUBSCRIBER " DELIMITED BY SIZE
                       SUB-SUBSCRIBER-ID DELIMITED BY SIZE
                       " RECEIVING SLOT " DELIMITED BY SIZE
                       SUB-DWN-SLOT DELIMITED BY SIZE
                       " IS ALREADY ASSIGNED TO " DELIMITED BY SIZE
                       WS-SLOT-OWNER (SUB-DWN-SLOT) DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
               ELSE
                   MOVE SUB-SUBSCRIBER-ID
                       TO WS-SLOT-OWNER (SUB-DWN-SLOT)
               END-IF
           END-IF.
           MOVE "Y" TO WS-ALL-SETS-SWITCH.
           PERFORM CHECK-ONE-SUBSCRIBER-SET
               VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > 5.
           MOVE ZERO TO WS-SUB-LABEL-COUNT.
           PERFORM CHECK-ONE-SUBSCRIBER-LABEL
               VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > 5.
           IF WS-SUB-LABEL-COUNT = ZERO THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "SUBSCRIBER " DELIMITED BY SIZE
                   SUB-SUBSCRIBER-ID DELIMITED BY SIZE
                   " HAS NO CLASS LABELS - NOTHING WOULD SHIP"
                       DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.

       CHECK-ONE-SUBSCRIBER-SET.
           IF SUB-SET-ID (WS-ITEM-INDEX) NOT = SPACES THEN
               MOVE "N" TO WS-ALL-SETS-SWITCH
               MOVE "N" TO WS-SET-FOUND-SWITCH
               PERFORM MATCH-ONE-RULE-SET
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX > WS-LABEL-COUNT
                       OR WS-SET-FOUND
               IF NOT WS-SET-FOUND THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "SUBSCRIBER " DELIMITED BY SIZE
                       SUB-SUBSCRIBER-ID DELIMITED BY SIZE
                       " SET " DELIMITED BY SIZE
                       SUB-SET-ID (WS-ITEM-INDEX) DELIMITED BY SIZE
                       " HAS NO RULES IN FORCE FOR "
                           DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       " - ORPHANED" DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
               END-IF
           END-IF.

       MATCH-ONE-RULE-SET.
           IF WS-RULE-SET-ID (WS-LABEL-INDEX) =
                   SUB-SET-ID (WS-ITEM-INDEX) THEN
               SET WS-SET-FOUND TO TRUE
           END-IF.

       CHECK-ONE-SUBSCRIBER-LABEL.
           IF SUB-CLASS-LABEL (WS-ITEM-INDEX) NOT = SPACES THEN
               ADD 1 TO WS-SUB-LABEL-COUNT
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM MATCH-ONE-RULE-LABEL
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX > WS-LABEL-COUNT
                       OR WS-LABEL-FOUND
               IF WS-LABEL-FOUND THEN
                   SUBTRACT 1 FROM WS-LABEL-INDEX
                   PERFORM PRINT-SELECTION-ECHO
               ELSE
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "SUBSCRIBER " DELIMITED BY SIZE
                       SUB-SUBSCRIBER-ID DELIMITED BY SIZE
                       " LABEL " DELIMITED BY SIZE
                       SUB-CLASS-LABEL (WS-ITEM-INDEX)
                           DELIMITED BY SIZE
                       " MATCHES NO RULE LABEL IN FORCE FOR "
                           DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
           END-IF.

       MATCH-ONE-RULE-LABEL.
           IF WS-RULE-LABEL (WS-LABEL-INDEX) =
                   SUB-CLASS-LABEL (WS-ITEM-INDEX) THEN
               IF WS-ALL-SETS THEN
                   SET WS-LABEL-FOUND TO TRUE
               ELSE
                   PERFORM MATCH-ONE-LABEL-SET
                       VARYING WS-SUB-SET-INDEX FROM 1 BY 1
                       UNTIL WS-SUB-SET-INDEX > 5
                           OR WS-LABEL-FOUND
               END-IF
           END-IF.

       MATCH-ONE-LABEL-SET.
           IF SUB-SET-ID (WS-SUB-SET-INDEX) NOT = SPACES
                   AND SUB-SET-ID (WS-SUB-SET-INDEX) =
                       WS-RULE-SET-ID (WS-LABEL-INDEX) THEN
               SET WS-LABEL-FOUND TO TRUE
           END-IF.

           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-SUSPENDED-ECHO.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "SUBSCRIBER " DELIMITED BY SIZE
               SUB-SUBSCRIBER-ID DELIMITED BY SIZE
               " IS SUSPENDED - NOT EDITED, NOTHING SHIPS"
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-SELECTION-ECHO.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "SUBSCRIBER " DELIMITED BY SIZE
               SUB-SUBSCRIBER-ID DELIMITED BY SIZE
               " LABEL " DELIMITED BY SIZE
               SUB-CLASS-LABEL (WS-ITEM-INDEX) DELIMITED BY SIZE
               " IS IN FORCE (SET " DELIMITED BY SIZE
               WS-RULE-SET-ID (WS-LABEL-INDEX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           MOVE ZERO TO WS-LINES-ON-PAGE.

       TERMINATE-RUN.
           IF WS-ACTIVE-SUB-COUNT = ZERO THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "SUBSCRIBER MASTER HAS NO ACTIVE SUBSCRIBERS - "
                       DELIMITED BY SIZE
                   "NOTHING WOULD SHIP DOWNSTREAM" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-ERROR-COUNT = ZERO THEN
               STRING "SUBSCRIBER MASTER AND TREND CARD AGREE WITH THE "
                       DELIMITED BY SIZE
                   "RULES IN FORCE" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           CLOSE PISSSUBM-FILE.
           CLOSE PISSRPT-FILE.
           IF WS-ERROR-COUNT = ZERO THEN
               DISPLAY "PISSXEDT - SUBSCRIBER MASTER AND TREND CARD "
                   "AGREE WITH THE RULES IN FORCE"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "PISSXEDT - " WS-EDIT-ERRORS " CROSS-EDIT "
