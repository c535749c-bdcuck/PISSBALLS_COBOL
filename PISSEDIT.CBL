      *                   RECORDS THAT WERE IN FORCE FOR THE LOST      *
      *                   DAY, NOT WHICHEVER RULES HAPPEN TO BE IN     *
      *                   FORCE ON THE DAY OF THE REBUILD              *
      *  10/15/2026 RFK   ALSO EDITS THE COUNT-VALUE CLASSIFICATION    *
      *                   OVERRIDE CARDS (PISSOVR): SET ID BLANK OR    *
      *                   NOT ON THE CONTROL CARD, COUNT VALUE NOT     *
      *                   NUMERIC OR ZERO, DATES NOT NUMERIC, EXPIRY   *
      *                   BEFORE EFFECTIVE, NO REFERENCE, AND TWO      *
      *                   CARDS FOR THE SAME SET AND COUNT WHOSE DATE  *
      *                   RANGES OVERLAP.  THE CARDS IN FORCE FOR THE  *
      *                   RUN DATE ARE WRITTEN TO PISSOVRO FOR         *
      *                   PISSBALLS; EXPIRED AND NOT-YET-EFFECTIVE     *
      *                   CARDS ARE LISTED BUT NOT PASSED ON.  AN      *
      *                   OVERRIDE ERROR HOLDS THE RUN (RC 8) LIKE A   *
      *                   CONTROL CARD ERROR                           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PISSADAT-FILE ASSIGN TO PISSADAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.
           SELECT OPTIONAL PISSOVR-FILE ASSIGN TO PISSOVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT PISSOVRO-FILE ASSIGN TO PISSOVRO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSADAT.

       FD  PISSOVR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOVR.

       FD  PISSOVRO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSOVRO-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC XX VALUE "00".
       01 WS-ADT-STATUS PIC XX VALUE "00".
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
       01 WS-EDIT-ERRORS PIC ZZ9.
       01 WS-OVR-STATUS PIC XX VALUE "00".
       01 WS-OVR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OVR-EOF VALUE "Y".
       01 WS-OVR-RECORD-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-OVERRIDES PIC 9(03) VALUE 200.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 200 TIMES.
               10 WS-OVT-SET-ID PIC X(04).
               10 WS-OVT-COUNT-VALUE PIC X(05).
               10 WS-OVT-EFFECTIVE PIC X(08).
               10 WS-OVT-EXPIRY PIC X(08).
               10 WS-OVT-DATES-SWITCH PIC X(01).
                   88 WS-OVT-DATES-VALID VALUE "Y".
               10 WS-OVT-IMAGE PIC X(80).
       01 WS-OVR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OTHER-OVR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OVR-ERRORS-BEFORE PIC 9(03) VALUE ZERO.
       01 WS-OVR-IN-FORCE-COUNT PIC 9(03) VALUE ZERO.
       01 WS-OVR-EXPIRED-COUNT PIC 9(03) VALUE ZERO.
       01 WS-OVR-STAGED-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MSG-OVERRIDE PIC ZZ9.
       01 WS-MSG-OTHER-OVERRIDE PIC ZZ9.
       01 WS-MSG-IN-FORCE PIC ZZ9.
       01 WS-MSG-EXPIRED PIC ZZ9.
       01 WS-MSG-STAGED PIC ZZ9.

       PROCEDURE DIVISION.
       PISSEDIT-MAIN SECTION.
               IF NOT WS-ABEND-CONDITION THEN
                   PERFORM CHECK-EMPTY-MEMBER
                   PERFORM SELECT-RECORD-IN-FORCE
                   PERFORM EDIT-OVERRIDE-CARDS
               END-IF
               PERFORM TERMINATE-RUN
           END-IF.
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               OPEN OUTPUT PISSCTLO-FILE
               OPEN OUTPUT PISSOVRO-FILE
               OPEN OUTPUT PISSRPT-FILE
               PERFORM PRINT-REPORT-HEADER
           END-IF.
               PERFORM PRINT-SELECTION-LINE
           END-IF.

       EDIT-OVERRIDE-CARDS.
           OPEN INPUT PISSOVR-FILE.
           IF WS-OVR-STATUS NOT = "00" AND WS-OVR-STATUS NOT = "05"
                   THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE DATASET WILL NOT OPEN - FILE STATUS "
                       DELIMITED BY SIZE
                   WS-OVR-STATUS DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               PERFORM PRINT-OVERRIDE-HEADING
               PERFORM EDIT-ONE-OVERRIDE
                   UNTIL WS-OVR-EOF
               CLOSE PISSOVR-FILE
               IF WS-ERROR-COUNT = ZERO THEN
                   PERFORM SELECT-ONE-OVERRIDE
                       VARYING WS-OVR-INDEX FROM 1 BY 1
                       UNTIL WS-OVR-INDEX > WS-OVR-RECORD-COUNT
                   PERFORM PRINT-OVERRIDE-TOTALS
               END-IF
           END-IF.

       EDIT-ONE-OVERRIDE.
           READ PISSOVR-FILE
               AT END
                   SET WS-OVR-EOF TO TRUE
               NOT AT END
                   PERFORM EXAMINE-ONE-OVERRIDE
           END-READ.

       EXAMINE-ONE-OVERRIDE.
           IF WS-OVR-RECORD-COUNT = WS-MAX-OVERRIDES THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE MEMBER HAS MORE THAN " DELIMITED BY SIZE
                   WS-MAX-OVERRIDES DELIMITED BY SIZE
                   " CARDS - EDIT ABANDONED" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
               SET WS-OVR-EOF TO TRUE
           ELSE
               ADD 1 TO WS-OVR-RECORD-COUNT
               MOVE WS-OVR-RECORD-COUNT TO WS-OVR-INDEX
               MOVE OVR-SET-ID TO WS-OVT-SET-ID (WS-OVR-INDEX)
               MOVE OVR-COUNT-VALUE-X
                   TO WS-OVT-COUNT-VALUE (WS-OVR-INDEX)
               MOVE OVR-EFFECTIVE-DATE
                   TO WS-OVT-EFFECTIVE (WS-OVR-INDEX)
               MOVE OVR-EXPIRY-DATE TO WS-OVT-EXPIRY (WS-OVR-INDEX)
               MOVE "N" TO WS-OVT-DATES-SWITCH (WS-OVR-INDEX)
               MOVE PISSBALLS-OVERRIDE-RECORD
                   TO WS-OVT-IMAGE (WS-OVR-INDEX)
               PERFORM PRINT-OVERRIDE-ECHO
               PERFORM VALIDATE-ONE-OVERRIDE
           END-IF.

       VALIDATE-ONE-OVERRIDE.
           MOVE WS-OVR-RECORD-COUNT TO WS-MSG-OVERRIDE.
           IF OVR-SET-ID = SPACES THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OVERRIDE DELIMITED BY SIZE
                   " - SET ID IS BLANK" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               PERFORM CHECK-OVERRIDE-SET
           END-IF.
           IF OVR-COUNT-VALUE-X NOT NUMERIC THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OVERRIDE DELIMITED BY SIZE
                   " - COUNT VALUE IS NOT NUMERIC" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               IF OVR-COUNT-VALUE = ZERO THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "OVERRIDE " DELIMITED BY SIZE
                       WS-MSG-OVERRIDE DELIMITED BY SIZE
                       " - COUNT VALUE IS ZERO" DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
               END-IF
           END-IF.
           MOVE WS-ERROR-COUNT TO WS-OVR-ERRORS-BEFORE.
           IF OVR-EFFECTIVE-DATE NOT NUMERIC THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OVERRIDE DELIMITED BY SIZE
                   " - EFFECTIVE DATE IS NOT NUMERIC YYYYMMDD"
                       DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.
           IF OVR-EXPIRY-DATE NOT NUMERIC THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OVERRIDE DELIMITED BY SIZE
                   " - EXPIRY DATE IS NOT NUMERIC YYYYMMDD"
                       DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.
           IF WS-ERROR-COUNT = WS-OVR-ERRORS-BEFORE THEN
               IF OVR-EXPIRY-DATE < OVR-EFFECTIVE-DATE THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "OVERRIDE " DELIMITED BY SIZE
                       WS-MSG-OVERRIDE DELIMITED BY SIZE
                       " - EXPIRY DATE " DELIMITED BY SIZE
                       OVR-EXPIRY-DATE DELIMITED BY SIZE
                       " IS BEFORE EFFECTIVE DATE " DELIMITED BY SIZE
                       OVR-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
               ELSE
                   SET WS-OVT-DATES-VALID (WS-OVR-INDEX) TO TRUE
               END-IF
           END-IF.
           IF OVR-REFERENCE = SPACES THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OVERRIDE DELIMITED BY SIZE
                   " - REFERENCE IS BLANK - EVERY OVERRIDE MUST "
                       DELIMITED BY SIZE
                   "CARRY ITS APPROVAL" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.
           IF WS-OVT-DATES-VALID (WS-OVR-INDEX)
                   AND WS-OVR-RECORD-COUNT > 1 THEN
               PERFORM CHECK-ONE-PRIOR-OVERRIDE
                   VARYING WS-OTHER-OVR-INDEX FROM 1 BY 1
                   UNTIL WS-OTHER-OVR-INDEX = WS-OVR-RECORD-COUNT
           END-IF.

       CHECK-OVERRIDE-SET.
           MOVE "N" TO WS-SET-FOUND-SWITCH.
           PERFORM MATCH-ONE-OVERRIDE-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-LIST-COUNT
                   OR WS-SET-FOUND.
           IF NOT WS-SET-FOUND THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OVERRIDE DELIMITED BY SIZE
                   " - SET " DELIMITED BY SIZE
                   OVR-SET-ID DELIMITED BY SIZE
                   " IS NOT ON THE CONTROL CARD" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.

       MATCH-ONE-OVERRIDE-SET.
           IF WS-SEL-SET-ID (WS-SET-INDEX) = OVR-SET-ID THEN
               SET WS-SET-FOUND TO TRUE
           END-IF.

       CHECK-ONE-PRIOR-OVERRIDE.
           IF WS-OVT-DATES-VALID (WS-OTHER-OVR-INDEX)
                   AND WS-OVT-SET-ID (WS-OTHER-OVR-INDEX) = OVR-SET-ID
                   AND WS-OVT-COUNT-VALUE (WS-OTHER-OVR-INDEX) =
                       OVR-COUNT-VALUE-X
                   AND WS-OVT-EFFECTIVE (WS-OTHER-OVR-INDEX) <=
                       OVR-EXPIRY-DATE
                   AND OVR-EFFECTIVE-DATE <=
                       WS-OVT-EXPIRY (WS-OTHER-OVR-INDEX) THEN
               MOVE WS-OTHER-OVR-INDEX TO WS-MSG-OTHER-OVERRIDE
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OVERRIDE DELIMITED BY SIZE
                   " - SET " DELIMITED BY SIZE
                   OVR-SET-ID DELIMITED BY SIZE
                   " COUNT " DELIMITED BY SIZE
                   OVR-COUNT-VALUE-X DELIMITED BY SIZE
                   " OVERLAPS THE DATES OF OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OTHER-OVERRIDE DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.

       SELECT-ONE-OVERRIDE.
           MOVE WS-OVR-INDEX TO WS-MSG-OVERRIDE.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           IF WS-OVT-EXPIRY (WS-OVR-INDEX) < WS-RUN-DATE THEN
               ADD 1 TO WS-OVR-EXPIRED-COUNT
               STRING "OVERRIDE " DELIMITED BY SIZE
                   WS-MSG-OVERRIDE DELIMITED BY SIZE
                   " EXPIRED " DELIMITED BY SIZE
                   WS-OVT-EXPIRY (WS-OVR-INDEX) DELIMITED BY SIZE
                   " - NOT APPLIED" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
           ELSE
               IF WS-OVT-EFFECTIVE (WS-OVR-INDEX) > WS-RUN-DATE THEN
                   ADD 1 TO WS-OVR-STAGED-COUNT
                   STRING "OVERRIDE " DELIMITED BY SIZE
                       WS-MSG-OVERRIDE DELIMITED BY SIZE
                       " NOT EFFECTIVE UNTIL " DELIMITED BY SIZE
                       WS-OVT-EFFECTIVE (WS-OVR-INDEX)
                           DELIMITED BY SIZE
                       " - STAGED ONLY" DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
               ELSE
                   ADD 1 TO WS-OVR-IN-FORCE-COUNT
                   MOVE WS-OVT-IMAGE (WS-OVR-INDEX) TO PISSOVRO-RECORD
                   WRITE PISSOVRO-RECORD
                   STRING "OVERRIDE " DELIMITED BY SIZE
                       WS-MSG-OVERRIDE DELIMITED BY SIZE
                       " IN FORCE FOR RUN DATE " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
               END-IF
           END-IF.
           PERFORM PRINT-OVERRIDE-MESSAGE.

       PRINT-OVERRIDE-HEADING.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "CLASSIFICATION OVERRIDE CARDS" TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINES-ON-PAGE.

       PRINT-OVERRIDE-ECHO.
           MOVE WS-OVR-RECORD-COUNT TO WS-MSG-OVERRIDE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "OVERRIDE " DELIMITED BY SIZE
               WS-MSG-OVERRIDE DELIMITED BY SIZE
               " SET " DELIMITED BY SIZE
               OVR-SET-ID DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               OVR-COUNT-VALUE-X DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               OVR-EFFECTIVE-DATE DELIMITED BY SIZE
               " EXP " DELIMITED BY SIZE
               OVR-EXPIRY-DATE DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               OVR-REFERENCE DELIMITED BY SIZE
               " CLASS " DELIMITED BY SIZE
               OVR-CLASS-CODE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-OVERRIDE-MESSAGE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE WS-EDIT-MESSAGE TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-OVERRIDE-TOTALS.
           MOVE WS-OVR-IN-FORCE-COUNT TO WS-MSG-IN-FORCE.
           MOVE WS-OVR-EXPIRED-COUNT TO WS-MSG-EXPIRED.
           MOVE WS-OVR-STAGED-COUNT TO WS-MSG-STAGED.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           STRING WS-MSG-IN-FORCE DELIMITED BY SIZE
               " OVERRIDE(S) IN FORCE, " DELIMITED BY SIZE
               WS-MSG-EXPIRED DELIMITED BY SIZE
               " EXPIRED, " DELIMITED BY SIZE
               WS-MSG-STAGED DELIMITED BY SIZE
               " NOT YET EFFECTIVE" DELIMITED BY SIZE
               INTO WS-EDIT-MESSAGE
           END-STRING.
           PERFORM PRINT-OVERRIDE-MESSAGE.
           DISPLAY "PISSEDIT - " WS-EDIT-MESSAGE.

       RECORD-ONE-EDIT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "PISSEDIT - " WS-EDIT-MESSAGE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           CLOSE PISSCTL-FILE.
           CLOSE PISSCTLO-FILE.
           CLOSE PISSOVRO-FILE.
           CLOSE PISSRPT-FILE.
           IF WS-ERROR-COUNT = ZERO THEN
               DISPLAY "PISSEDIT - CONTROL CARD PASSES ALL EDITS"
