      *                   RECEIVER'S ACKNOWLEDGMENT OF THE RE-SHIP     *
      *                   UPGRADES THE ORIGINAL REGISTER RECORD        *
      *                   THROUGH PISSACKP                             *
      *  10/15/2026 RFK   REBUILDS ONE SUBSCRIBER'S EXTRACT.  THE      *
      *                   PISSXRQ CARD NOW NAMES THE SUBSCRIBER, AND   *
      *                   ITS LABELS AND SET IDS COME FROM THE PISSSUB *
      *                   SUBSCRIBER MASTER INSTEAD OF THE RETIRED     *
      *                   PISSSEL CARDS.  THE HDR RECORD CARRIES THE   *
      *                   SUBSCRIBER ID, MATCHING PISSXTRC, SO THE     *
      *                   RECEIVER'S ACK OF THE RE-SHIP CLEARS THAT    *
      *                   SUBSCRIBER'S ORIGINAL REGISTER RECORD        *
      *  10/15/2026 RFK   THE PISSXRQ CARD NOW CARRIES THE OPERATOR    *
      *                   ID, WHICH MUST BE ACTIVE ON THE PISSOPR      *
      *                   AUTHORIZATION MASTER WITH EXTRACT REBUILD    *
      *                   AUTHORITY.  A REJECTED REQUEST IS APPENDED   *
      *                   TO THE PISSSVL SECURITY-VIOLATION LOG AND    *
      *                   ENDS RC 8 WITH NO EXTRACT WRITTEN            *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT PISSXRQ-FILE ASSIGN TO PISSXRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRQ-STATUS.
           SELECT PISSSUBM-FILE ASSIGN TO PISSSUBM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT PISSHST-FILE ASSIGN TO PISSHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HST-STATUS.
           SELECT PISSDWN-FILE ASSIGN TO PISSDWN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSOPR-FILE ASSIGN TO PISSOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPTIONAL PISSSVL-FILE ASSIGN TO PISSSVL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSXRQ.

       FD  PISSSUBM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSSUB.

       FD  PISSHST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSDWN-RECORD               PIC X(80).

       FD  PISSOPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOPR.

       FD  PISSSVL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY PISSSVL.

       WORKING-STORAGE SECTION.
       01 WS-XRQ-STATUS PIC XX VALUE "00".
       01 WS-SUB-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-OPR-STATUS PIC XX VALUE "00".
       01 WS-SVL-STATUS PIC XX VALUE "00".
       01 WS-OPR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OPR-EOF VALUE "Y".
       01 WS-SVL-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-SVL-OPEN VALUE "Y".
       01 WS-OPR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-FOUND VALUE "Y".
       01 WS-AUTH-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-AUTHORIZED VALUE "Y".
       01 WS-AUTH-FUNCTION PIC 9(01) VALUE 4.
       01 WS-AUTH-FUNCTION-NAME PIC X(08) VALUE "XREBUILD".
       01 WS-AUTH-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-AUTH-CARD-IMAGE PIC X(80) VALUE SPACES.
       01 WS-AUTH-REASON-CODE PIC X(01) VALUE SPACE.
       01 WS-AUTH-REASON PIC X(40) VALUE SPACES.
       01 WS-OPR-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-OPERATORS PIC 9(03) VALUE 200.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-ID PIC X(08).
               10 WS-OPR-ACTIVE PIC X(01).
               10 WS-OPR-FUNCTION OCCURS 6 TIMES PIC X(01).
       01 WS-OPR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OPR-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-FUNCTION-INDEX PIC 9(01) VALUE ZERO.
       01 WS-VIOLATION-COUNT PIC 9(03) VALUE ZERO.
       01 WS-SUB-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUB-EOF VALUE "Y".
       01 WS-SUB-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-SUBSCRIBER-FOUND VALUE "Y".
       01 WS-SET-MATCH-SWITCH PIC X(01) VALUE "N".
           88 WS-SET-SELECTED VALUE "Y".
       01 WS-HST-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-HST-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-MATCH-SWITCH PIC X(01) VALUE "N".
           88 WS-RECORD-SELECTED VALUE "Y".
       01 WS-REQUEST-DATE PIC X(08) VALUE SPACES.
       01 WS-REQUEST-SUBSCRIBER PIC X(08) VALUE SPACES.
       01 WS-SEL-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ALL-SETS-SWITCH PIC X(01) VALUE "Y".
           88 WS-ALL-SETS VALUE "Y".
       01 WS-SEL-TABLE.
           05 WS-SEL-LABEL OCCURS 5 TIMES PIC X(08).
       01 WS-SET-TABLE.
           05 WS-SEL-SET-ID OCCURS 5 TIMES PIC X(04).
       01 WS-SEL-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SET-INDEX PIC 9(01) VALUE ZERO.
       01 WS-CLASS-TOKENS.
           05 WS-CLASS-TOKEN OCCURS 5 TIMES PIC X(44).
       01 WS-TOKEN-INDEX PIC 9(01) VALUE ZERO.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HOLD-CONDITION THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM EXTRACT-ONE-HISTORY-RECORD
                       UNTIL WS-HST-EOF
                   PERFORM TERMINATE-RUN
               END-IF
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-REQUEST-CARD.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OPERATOR-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM CHECK-OPERATOR-AUTHORITY
               PERFORM CLOSE-VIOLATION-LOG
               IF NOT WS-OPERATOR-AUTHORIZED
                       AND NOT WS-ABEND-CONDITION THEN
                   DISPLAY "PISSXTRH - REBUILD REQUEST REJECTED - "
                       "RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM LOAD-SUBSCRIBER
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               OPEN INPUT PISSHST-FILE
               IF WS-HST-STATUS NOT = "00" THEN
                   DISPLAY "PISSXTRH - HISTORY MASTER WILL NOT OPEN "
               END-READ
               IF NOT WS-ABEND-CONDITION THEN
                   MOVE XRQ-RUN-DATE TO WS-REQUEST-DATE
                   MOVE XRQ-SUBSCRIBER-ID TO WS-REQUEST-SUBSCRIBER
                   MOVE XRQ-OPERATOR-ID TO WS-AUTH-OPERATOR
                   MOVE PISSXTRH-REQUEST-CARD TO WS-AUTH-CARD-IMAGE
               END-IF
               CLOSE PISSXRQ-FILE
           END-IF.
                   WS-REQUEST-DATE " IS NOT NUMERIC YYYYMMDD"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.
           IF NOT WS-ABEND-CONDITION
                   AND WS-REQUEST-SUBSCRIBER = SPACES THEN
               DISPLAY "PISSXTRH - INVALID REQUEST CARD - SUBSCRIBER "
                   "ID IS BLANK"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT PISSOPR-FILE.
           IF WS-OPR-STATUS NOT = "00" THEN
               DISPLAY "PISSXTRH - OPERATOR AUTHORIZATION MASTER WILL "
                   "NOT OPEN - FILE STATUS " WS-OPR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-OPERATOR
                   UNTIL WS-OPR-EOF OR WS-ABEND-CONDITION
               CLOSE PISSOPR-FILE
           END-IF.

       LOAD-ONE-OPERATOR.
           READ PISSOPR-FILE
               AT END
                   SET WS-OPR-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-OPERATOR
           END-READ.

       KEEP-ONE-OPERATOR.
           IF WS-OPR-COUNT = WS-MAX-OPERATORS THEN
               DISPLAY "PISSXTRH - OPERATOR AUTHORIZATION MASTER HAS "
                   "MORE THAN " WS-MAX-OPERATORS " OPERATORS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF OPR-OPERATOR-ID = SPACES
                       OR (NOT OPR-ACTIVE AND NOT OPR-REVOKED) THEN
                   DISPLAY "PISSXTRH - INVALID OPERATOR AUTHORIZATION "
                       "RECORD - ID " OPR-OPERATOR-ID
                       " STATUS " OPR-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-OPR-COUNT
                   MOVE OPR-OPERATOR-ID TO WS-OPR-ID (WS-OPR-COUNT)
                   MOVE OPR-STATUS TO WS-OPR-ACTIVE (WS-OPR-COUNT)
                   PERFORM KEEP-ONE-OPERATOR-FUNCTION
                       VARYING WS-FUNCTION-INDEX FROM 1 BY 1
                       UNTIL WS-FUNCTION-INDEX > 6
               END-IF
           END-IF.

       KEEP-ONE-OPERATOR-FUNCTION.
           MOVE OPR-FUNCTION-FLAG (WS-FUNCTION-INDEX)
               TO WS-OPR-FUNCTION (WS-OPR-COUNT WS-FUNCTION-INDEX).

       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-AUTH-SWITCH.
           MOVE SPACE TO WS-AUTH-REASON-CODE.
           MOVE SPACES TO WS-AUTH-REASON.
           IF WS-AUTH-OPERATOR = SPACES THEN
               MOVE "B" TO WS-AUTH-REASON-CODE
               MOVE "OPERATOR ID IS BLANK" TO WS-AUTH-REASON
           ELSE
               MOVE "N" TO WS-OPR-FOUND-SWITCH
               PERFORM MATCH-ONE-OPERATOR
                   VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                       OR WS-OPERATOR-FOUND
               IF NOT WS-OPERATOR-FOUND THEN
                   MOVE "U" TO WS-AUTH-REASON-CODE
                   MOVE "OPERATOR NOT ON THE AUTHORIZATION MASTER"
                       TO WS-AUTH-REASON
               ELSE
                   IF WS-OPR-ACTIVE (WS-OPR-MATCH-INDEX) NOT = "A" THEN
                       MOVE "R" TO WS-AUTH-REASON-CODE
                       MOVE "OPERATOR AUTHORITY IS REVOKED"
                           TO WS-AUTH-REASON
                   ELSE
                       IF WS-OPR-FUNCTION (WS-OPR-MATCH-INDEX
                               WS-AUTH-FUNCTION) NOT = "Y" THEN
                           MOVE "F" TO WS-AUTH-REASON-CODE
                           STRING "OPERATOR IS NOT AUTHORIZED FOR "
                                   DELIMITED BY SIZE
                               WS-AUTH-FUNCTION-NAME DELIMITED BY SIZE
                               INTO WS-AUTH-REASON
                           END-STRING
                       ELSE
                           SET WS-OPERATOR-AUTHORIZED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-OPERATOR-AUTHORIZED THEN
               PERFORM LOG-SECURITY-VIOLATION
           END-IF.

       MATCH-ONE-OPERATOR.
           IF WS-OPR-ID (WS-OPR-INDEX) = WS-AUTH-OPERATOR THEN
               MOVE WS-OPR-INDEX TO WS-OPR-MATCH-INDEX
               SET WS-OPERATOR-FOUND TO TRUE
           END-IF.

       LOG-SECURITY-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT.
           DISPLAY "PISSXTRH - SECURITY VIOLATION - OPERATOR "
               WS-AUTH-OPERATOR " - " WS-AUTH-REASON.
           IF NOT WS-SVL-OPEN THEN
               OPEN EXTEND PISSSVL-FILE
               IF WS-SVL-STATUS = "00" OR WS-SVL-STATUS = "05" THEN
                   SET WS-SVL-OPEN TO TRUE
               ELSE
                   DISPLAY "PISSXTRH - SECURITY-VIOLATION LOG WILL NOT "
                       "OPEN - FILE STATUS " WS-SVL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.
           IF WS-SVL-OPEN THEN
               MOVE SPACES TO PISSBALLS-VIOLATION-RECORD
               ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SVL-LOG-TIME FROM TIME
               MOVE "PISSXTRH" TO SVL-PROGRAM-ID
               MOVE WS-AUTH-FUNCTION-NAME TO SVL-FUNCTION
               MOVE WS-AUTH-OPERATOR TO SVL-OPERATOR-ID
               MOVE WS-AUTH-REASON-CODE TO SVL-REASON-CODE
               MOVE WS-AUTH-REASON TO SVL-REASON
               MOVE WS-AUTH-CARD-IMAGE TO SVL-CARD-IMAGE
               WRITE PISSBALLS-VIOLATION-RECORD
           END-IF.

       CLOSE-VIOLATION-LOG.
           IF WS-SVL-OPEN THEN
               CLOSE PISSSVL-FILE
               MOVE "N" TO WS-SVL-OPEN-SWITCH
           END-IF.

       LOAD-SUBSCRIBER.
           OPEN INPUT PISSSUBM-FILE.
           IF WS-SUB-STATUS NOT = "00" THEN
               DISPLAY "PISSXTRH - SUBSCRIBER MASTER WILL NOT OPEN "
                   "- FILE STATUS " WS-SUB-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-SUBSCRIBER
                   UNTIL WS-SUB-EOF OR WS-SUBSCRIBER-FOUND
               CLOSE PISSSUBM-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION
                   AND NOT WS-SUBSCRIBER-FOUND THEN
               DISPLAY "PISSXTRH - SUBSCRIBER " WS-REQUEST-SUBSCRIBER
                   " IS NOT ON THE SUBSCRIBER MASTER"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.
           IF NOT WS-ABEND-CONDITION AND WS-SEL-COUNT = ZERO THEN
               DISPLAY "PISSXTRH - SUBSCRIBER " WS-REQUEST-SUBSCRIBER
                   " HAS NO CLASS LABELS TO EXTRACT"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.

       LOAD-ONE-SUBSCRIBER.
           READ PISSSUBM-FILE
               AT END
                   SET WS-SUB-EOF TO TRUE
               NOT AT END
                   IF SUB-SUBSCRIBER-ID = WS-REQUEST-SUBSCRIBER THEN
                       SET WS-SUBSCRIBER-FOUND TO TRUE
                       PERFORM KEEP-ONE-SELECTION
                           VARYING WS-SEL-INDEX FROM 1 BY 1
                           UNTIL WS-SEL-INDEX > 5
                   END-IF
           END-READ.

       KEEP-ONE-SELECTION.
           MOVE SUB-CLASS-LABEL (WS-SEL-INDEX)
               TO WS-SEL-LABEL (WS-SEL-INDEX).
           IF SUB-CLASS-LABEL (WS-SEL-INDEX) NOT = SPACES THEN
               ADD 1 TO WS-SEL-COUNT
           END-IF.
           MOVE SUB-SET-ID (WS-SEL-INDEX)
               TO WS-SEL-SET-ID (WS-SEL-INDEX).
           IF SUB-SET-ID (WS-SEL-INDEX) NOT = SPACES THEN
               MOVE "N" TO WS-ALL-SETS-SWITCH
           END-IF.

       POSITION-TO-REQUEST-DATE.
           MOVE WS-REQUEST-DATE TO HST-RUN-DATE.
           MOVE SPACES TO HST-SET-ID.

       SELECT-ONE-HISTORY-RECORD.
           MOVE "N" TO WS-MATCH-SWITCH.
           IF WS-ALL-SETS THEN
               SET WS-SET-SELECTED TO TRUE
           ELSE
               MOVE "N" TO WS-SET-MATCH-SWITCH
               PERFORM MATCH-ONE-SET
                   VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX > 5
                       OR WS-SET-SELECTED
           END-IF.
           IF HST-CLASS-CODE NOT = SPACES AND WS-SET-SELECTED THEN
               PERFORM PARSE-CLASS-TOKENS
               PERFORM MATCH-ONE-SELECTION
                   VARYING WS-SEL-INDEX FROM 1 BY 1
                   UNTIL WS-SEL-INDEX > 5
                       OR WS-RECORD-SELECTED
           END-IF.

       MATCH-ONE-SET.
           IF WS-SEL-SET-ID (WS-SET-INDEX) NOT = SPACES
                   AND WS-SEL-SET-ID (WS-SET-INDEX) = HST-SET-ID THEN
               SET WS-SET-SELECTED TO TRUE
           END-IF.

       PARSE-CLASS-TOKENS.
           MOVE SPACES TO WS-CLASS-TOKENS.
           UNSTRING HST-CLASS-CODE DELIMITED BY ALL SPACES
                   OR WS-RECORD-SELECTED.

       MATCH-ONE-TOKEN.
           IF WS-SEL-LABEL (WS-SEL-INDEX) NOT = SPACES
                   AND WS-CLASS-TOKEN (WS-TOKEN-INDEX) NOT = SPACES
                   AND WS-CLASS-TOKEN (WS-TOKEN-INDEX) =
                       WS-SEL-LABEL (WS-SEL-INDEX) THEN
               SET WS-RECORD-SELECTED TO TRUE
           MOVE SPACES TO PISSDWN-RECORD.
           STRING "HDR|" DELIMITED BY SIZE
               WS-REQUEST-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-REQUEST-SUBSCRIBER DELIMITED BY SIZE
               INTO PISSDWN-RECORD
           END-STRING.
           WRITE PISSDWN-RECORD.
           PERFORM WRITE-TRAILER-RECORD.
           CLOSE PISSHST-FILE.
           CLOSE PISSDWN-FILE.
           DISPLAY "PISSXTRH REBUILD TOTALS FOR " WS-REQUEST-DATE
               " SUBSCRIBER " WS-REQUEST-SUBSCRIBER.
           DISPLAY "HISTORY RECORDS READ . " WS-READ-COUNT.
           DISPLAY "RECORDS EXTRACTED. . . " WS-SELECT-COUNT.
           DISPLAY "HASH TOTAL . . . . . . " WS-HASH-TOTAL.
