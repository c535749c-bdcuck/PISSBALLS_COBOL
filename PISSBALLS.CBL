      *                   CORRECT DATE INSTEAD OF TODAY'S.  A         *
      *                   BACKDATED RUN IS MARKED IN ITS PISSRLOG     *
      *                   RECORD BY THE NEW RLOG-BACKDATE-FLAG        *
      *  10/15/2026 RFK   COUNT-VALUE CLASSIFICATION OVERRIDES.  THE  *
      *                   OVERRIDE CARDS IN FORCE (EDITED BY PISSEDIT *
      *                   TO PISSOVR) ARE LOADED IN COUNT-VALUE ORDER *
      *                   AND APPLIED AHEAD OF THE DIVISOR RULES: A   *
      *                   SET/COUNT WITH AN OVERRIDE TAKES THE CARD'S *
      *                   CLASS CODE, IS FLAGGED ON PISSOUT, AND IS   *
      *                   COUNTED IN A NEW PER-SET OVERRIDE TOTAL     *
      *                   (PISSSUM, CHECKPOINT, REPORT) INSTEAD OF    *
      *                   THE RULE HITS OR THE PLAIN COUNT            *
      *  10/15/2026 RFK   EVERY RUN NOW ENDS BY APPENDING A PISSCST   *
      *                   CONTROL STATUS RECORD (RETURN CODE AND      *
      *                   COUNT VALUES CLASSIFIED) TO                 *
      *                   PISSBALLS.DAILY.CONTROL.STATUS FOR THE      *
      *                   PISSMORN MORNING STATUS PAGE AND MONITORING *
      *                   RECORD                                      *
      *  10/15/2026 RFK   SINGLE-SET CORRECTION MODE.  WHEN THE       *
      *                   OPTIONAL PISSCRQ CARD NAMES A SET, ONLY     *
      *                   THAT SET IS KEPT FROM THE CONTROL CARD AND  *
      *                   RE-CLASSIFIED, SO PISSOUT AND PISSSUM HOLD  *
      *                   THAT SET ALONE FOR PISSCORR TO APPLY.  THE  *
      *                   CARD'S RUN DATE MUST MATCH THE PISSADAT     *
      *                   AS-OF DATE.  THE PISSRLOG RECORD CARRIES    *
      *                   THE CORRECTION FLAG AND REFERENCE           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PISSADAT-FILE ASSIGN TO PISSADAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.
           SELECT OPTIONAL PISSOVR-FILE ASSIGN TO PISSOVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT OPTIONAL PISSCRQ-FILE ASSIGN TO PISSCRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRQ-STATUS.
           SELECT PISSWK1-FILE ASSIGN TO PISSWK1
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSWK2-FILE ASSIGN TO PISSWK2
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSWK5-FILE ASSIGN TO PISSWK5
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSCST-FILE ASSIGN TO PISSCST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSADAT.

       FD  PISSOVR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOVR.

       FD  PISSCRQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCRQ.

       FD  PISSWK1-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  PISSWK5-RECORD               PIC X(132).

       FD  PISSCST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCST.

       WORKING-STORAGE SECTION.
       01 WS-COUNT PIC 9(05) VALUE 1.
       01 WS-CYCLE-LIMIT PIC 9(05) VALUE 100.
       01 WS-BACKDATE-SWITCH PIC X(01) VALUE "N".
           88 WS-BACKDATE-CONDITION VALUE "Y".
       01 WS-ADT-STATUS PIC XX VALUE "00".
       01 WS-CRQ-STATUS PIC XX VALUE "00".
       01 WS-CORRECTION-SWITCH PIC X(01) VALUE "N".
           88 WS-CORRECTION-RUN VALUE "Y".
       01 WS-CORRECTION-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-CORRECTION-SET-FOUND VALUE "Y".
       01 WS-CORRECTION-SET-ID PIC X(04) VALUE SPACES.
       01 WS-CORRECTION-REF PIC X(10) VALUE SPACES.
       01 WS-CORRECTION-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SET-COUNT PIC 9(01) VALUE ZERO.
       01 WS-MAX-SET-COUNT PIC 9(01) VALUE 5.
       01 WS-SET-INDEX PIC 9(01) VALUE ZERO.
                   15 WS-RULE-MATCH-COUNT PIC 9(05).
               10 WS-SET-PLAIN-COUNT PIC 9(05).
               10 WS-SET-TOTAL-COUNT PIC 9(05).
               10 WS-SET-OVERRIDE-COUNT PIC 9(05).
       01 WS-OVR-STATUS PIC XX VALUE "00".
       01 WS-OVR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OVR-EOF VALUE "Y".
       01 WS-OVR-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-OVERRIDES PIC 9(03) VALUE 200.
       01 WS-OVR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OVR-NEXT PIC 9(03) VALUE 1.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 200 TIMES.
               10 WS-OVR-COUNT-VALUE PIC 9(05).
               10 WS-OVR-SET-ID PIC X(04).
               10 WS-OVR-CLASS-CODE PIC X(44).
       01 WS-OVR-SLOT-SWITCH PIC X(01) VALUE "N".
           88 WS-OVR-SLOT-FOUND VALUE "Y".
       01 WS-OVR-CURSOR-SWITCH PIC X(01) VALUE "N".
           88 WS-OVR-CURSOR-SET VALUE "Y".
       01 WS-OVR-SCAN-SWITCH PIC X(01) VALUE "N".
           88 WS-OVR-SCANNING VALUE "N".
           88 WS-OVERRIDE-FOUND VALUE "Y".
           88 WS-OVR-SCAN-ENDED VALUE "E".
       01 WS-CHECKPOINT-INTERVAL PIC 999 VALUE 25.
       01 WS-MSG-LEVEL PIC X(01) VALUE "N".
           88 WS-NORMAL-MODE VALUE "N".
       01 WS-START-TIME PIC X(08) VALUE SPACES.
       01 WS-END-TIME PIC X(08) VALUE SPACES.
       01 WS-RLOG-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-TOTAL-COUNT PIC 9(05) VALUE ZERO.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-BUFFER-LINE PIC X(132) VALUE SPACES.
       01 WS-DETAIL-COUNT PIC ZZZZ9.
       01 WS-DETAIL-LABEL PIC X(44).
       01 WS-DETAIL-FLAG PIC X(10).
       01 WS-HDR-PAGE PIC ZZ9.

       PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           PERFORM WRITE-CONTROL-STATUS.
           STOP RUN.

       WRITE-CONTROL-STATUS.
           OPEN EXTEND PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "PISSBALLS - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - STATUS RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-CONTROL-STATUS
               MOVE "PISSBALLS" TO CST-PROGRAM-ID
               MOVE WS-RUN-DATE TO CST-RUN-DATE
               MOVE RETURN-CODE TO CST-RETURN-CODE
               MOVE WS-TOTAL-COUNT TO CST-ITEM-COUNT
               MOVE "COUNT VALUES CLASSIFIED" TO CST-ITEM-TEXT
               ACCEPT CST-WRITTEN-DATE FROM DATE YYYYMMDD
               ACCEPT CST-WRITTEN-TIME FROM TIME
               WRITE PISSBALLS-CONTROL-STATUS
               CLOSE PISSCST-FILE
           END-IF.

       WRITE-RUN-LOG.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND PISSRLOG-FILE.
               ELSE
                   MOVE "N" TO RLOG-BACKDATE-FLAG
               END-IF
               IF WS-CORRECTION-RUN THEN
                   MOVE "Y" TO RLOG-CORRECTION-FLAG
                   MOVE WS-CORRECTION-REF TO RLOG-CORRECTION-REF
               ELSE
                   MOVE "N" TO RLOG-CORRECTION-FLAG
               END-IF
               MOVE ZERO TO RLOG-CHANGED-COUNT
               MOVE RETURN-CODE TO RLOG-RETURN-CODE
               MOVE WS-TOTAL-COUNT TO RLOG-TOTAL-COUNT
               MOVE WS-CYCLE-LIMIT TO RLOG-UPPER-BOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM READ-AS-OF-DATE.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM READ-CORRECTION-CARD
           END-IF.
           OPEN INPUT PISSCTL-FILE.
           IF WS-CTL-STATUS NOT = "00" THEN
               DISPLAY "PISSBALLS - CONTROL CARD DATASET WILL NOT OPEN "
               DISPLAY "PISSBALLS - CONTROL CARD IS EMPTY"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.
           IF NOT WS-ABEND-CONDITION AND WS-CORRECTION-RUN THEN
               PERFORM SELECT-CORRECTION-SET
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OVERRIDE-TABLE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM DETERMINE-RESTART-POINT
               IF WS-RESTART-CONDITION THEN
               END-IF
           END-IF.

       READ-CORRECTION-CARD.
           OPEN INPUT PISSCRQ-FILE.
           IF WS-CRQ-STATUS = "00" THEN
               READ PISSCRQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KEEP-CORRECTION-CARD
               END-READ
           END-IF.
           CLOSE PISSCRQ-FILE.

       KEEP-CORRECTION-CARD.
           IF CRQ-SET-ID = SPACES THEN
               CONTINUE
           ELSE
               IF NOT WS-BACKDATE-CONDITION
                       OR CRQ-RUN-DATE NOT = WS-RUN-DATE THEN
                   DISPLAY "PISSBALLS - INVALID CORRECTION CARD - RUN "
                       "DATE " CRQ-RUN-DATE
                       " DOES NOT MATCH THE AS-OF DATE"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   MOVE CRQ-SET-ID TO WS-CORRECTION-SET-ID
                   MOVE CRQ-REFERENCE TO WS-CORRECTION-REF
                   SET WS-CORRECTION-RUN TO TRUE
                   DISPLAY "PISSBALLS - CORRECTION RUN - SET "
                       WS-CORRECTION-SET-ID " ONLY, REFERENCE "
                       WS-CORRECTION-REF
               END-IF
           END-IF.

       SELECT-CORRECTION-SET.
           MOVE "N" TO WS-CORRECTION-FOUND-SWITCH.
           PERFORM MATCH-ONE-CORRECTION-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-COUNT
                   OR WS-CORRECTION-SET-FOUND.
           IF NOT WS-CORRECTION-SET-FOUND THEN
               DISPLAY "PISSBALLS - CORRECTION SET "
                   WS-CORRECTION-SET-ID " IS NOT ON THE CONTROL CARD"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF WS-CORRECTION-INDEX > 1 THEN
                   MOVE WS-SET-ENTRY (WS-CORRECTION-INDEX)
                       TO WS-SET-ENTRY (1)
               END-IF
               MOVE 1 TO WS-SET-COUNT
           END-IF.

       MATCH-ONE-CORRECTION-SET.
           IF WS-SET-ID (WS-SET-INDEX) = WS-CORRECTION-SET-ID THEN
               MOVE WS-SET-INDEX TO WS-CORRECTION-INDEX
               SET WS-CORRECTION-SET-FOUND TO TRUE
           END-IF.

       LOAD-OVERRIDE-TABLE.
           OPEN INPUT PISSOVR-FILE.
           IF WS-OVR-STATUS NOT = "00" AND WS-OVR-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSBALLS - OVERRIDE DATASET WILL NOT OPEN - "
                   "FILE STATUS " WS-OVR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-OVERRIDE
                   UNTIL WS-OVR-EOF OR WS-ABEND-CONDITION
               CLOSE PISSOVR-FILE
               IF WS-OVR-COUNT > ZERO THEN
                   DISPLAY "PISSBALLS - " WS-OVR-COUNT
                       " CLASSIFICATION OVERRIDE(S) IN FORCE"
               END-IF
           END-IF.

       LOAD-ONE-OVERRIDE.
           READ PISSOVR-FILE
               AT END
                   SET WS-OVR-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-OVERRIDE
           END-READ.

       KEEP-ONE-OVERRIDE.
           IF OVR-COUNT-VALUE-X NOT NUMERIC THEN
               DISPLAY "PISSBALLS - INVALID OVERRIDE CARD - COUNT "
                   "VALUE " OVR-COUNT-VALUE-X " IS NOT NUMERIC"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF WS-OVR-COUNT = WS-MAX-OVERRIDES THEN
                   DISPLAY "PISSBALLS - MORE THAN " WS-MAX-OVERRIDES
                       " OVERRIDE CARDS IN FORCE"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-OVR-COUNT
                   MOVE WS-OVR-COUNT TO WS-OVR-INDEX
                   MOVE "N" TO WS-OVR-SLOT-SWITCH
                   PERFORM FIND-ONE-OVERRIDE-SLOT
                       UNTIL WS-OVR-SLOT-FOUND
                   MOVE OVR-COUNT-VALUE
                       TO WS-OVR-COUNT-VALUE (WS-OVR-INDEX)
                   MOVE OVR-SET-ID TO WS-OVR-SET-ID (WS-OVR-INDEX)
                   MOVE OVR-CLASS-CODE
                       TO WS-OVR-CLASS-CODE (WS-OVR-INDEX)
               END-IF
           END-IF.

       FIND-ONE-OVERRIDE-SLOT.
           IF WS-OVR-INDEX = 1 THEN
               SET WS-OVR-SLOT-FOUND TO TRUE
           ELSE
               IF WS-OVR-COUNT-VALUE (WS-OVR-INDEX - 1) NOT >
                       OVR-COUNT-VALUE THEN
                   SET WS-OVR-SLOT-FOUND TO TRUE
               ELSE
                   MOVE WS-OVR-ENTRY (WS-OVR-INDEX - 1)
                       TO WS-OVR-ENTRY (WS-OVR-INDEX)
                   SUBTRACT 1 FROM WS-OVR-INDEX
               END-IF
           END-IF.

       LOAD-ONE-CONTROL-RECORD.
           READ PISSCTL-FILE
               AT END
                   TO WS-SET-RULE-COUNT (WS-SET-COUNT)
               MOVE ZERO TO WS-SET-PLAIN-COUNT (WS-SET-COUNT)
               MOVE ZERO TO WS-SET-TOTAL-COUNT (WS-SET-COUNT)
               MOVE ZERO TO WS-SET-OVERRIDE-COUNT (WS-SET-COUNT)
               PERFORM LOAD-ONE-RULE
                   VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-SET-RULE-COUNT
               TO WS-SET-PLAIN-COUNT (WS-SET-INDEX).
           MOVE CKPT-TOTAL-COUNT (WS-SET-INDEX)
               TO WS-SET-TOTAL-COUNT (WS-SET-INDEX).
           MOVE CKPT-OVERRIDE-COUNT (WS-SET-INDEX)
               TO WS-SET-OVERRIDE-COUNT (WS-SET-INDEX).
           PERFORM RESTORE-ONE-RULE-TOTAL
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-SET-RULE-COUNT (WS-SET-INDEX).
               TO WS-RULE-MATCH-COUNT (WS-SET-INDEX WS-RULE-INDEX).

       CLASSIFY-ONE-COUNT.
           MOVE "N" TO WS-OVR-CURSOR-SWITCH.
           PERFORM ADVANCE-OVERRIDE-CURSOR
               UNTIL WS-OVR-CURSOR-SET.
           PERFORM CLASSIFY-ONE-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-COUNT.
               WS-CYCLE-LIMIT " COUNTS PROCESSED (" WS-PCT-COMPLETE
               " PCT) - " WS-COUNTS-REMAINING " REMAINING".

       ADVANCE-OVERRIDE-CURSOR.
           IF WS-OVR-NEXT > WS-OVR-COUNT THEN
               SET WS-OVR-CURSOR-SET TO TRUE
           ELSE
               IF WS-OVR-COUNT-VALUE (WS-OVR-NEXT) < WS-COUNT THEN
                   ADD 1 TO WS-OVR-NEXT
               ELSE
                   SET WS-OVR-CURSOR-SET TO TRUE
               END-IF
           END-IF.

       CLASSIFY-ONE-SET.
           MOVE SPACES TO WS-CLASS-CODE.
           MOVE 1 TO WS-CLASS-POINTER.
           PERFORM FIND-SET-OVERRIDE.
           IF WS-OVERRIDE-FOUND THEN
               MOVE WS-OVR-CLASS-CODE (WS-OVR-INDEX) TO WS-CLASS-CODE
               IF WS-VERBOSE-MODE THEN
                   DISPLAY WS-SET-ID (WS-SET-INDEX) " " WS-COUNT
                       " OVERRIDDEN " WS-CLASS-CODE
               END-IF
               ADD 1 TO WS-SET-OVERRIDE-COUNT (WS-SET-INDEX)
           ELSE
               PERFORM EVALUATE-ONE-RULE
                   VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX >
                       WS-SET-RULE-COUNT (WS-SET-INDEX)
               IF WS-CLASS-CODE = SPACES THEN
                   IF WS-VERBOSE-MODE THEN
                       DISPLAY WS-SET-ID (WS-SET-INDEX) " " WS-COUNT
                   END-IF
                   ADD 1 TO WS-SET-PLAIN-COUNT (WS-SET-INDEX)
               ELSE
                   IF WS-VERBOSE-MODE THEN
                       DISPLAY WS-SET-ID (WS-SET-INDEX) " "
                           WS-CLASS-CODE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-SET-TOTAL-COUNT (WS-SET-INDEX)
           MOVE WS-SET-ID (WS-SET-INDEX) TO OUT-SET-ID
           MOVE WS-CLASS-CODE TO OUT-CLASS-CODE
           MOVE WS-RUN-DATE TO OUT-RUN-DATE
           IF WS-OVERRIDE-FOUND THEN
               MOVE "Y" TO OUT-OVERRIDE-FLAG
           ELSE
               MOVE "N" TO OUT-OVERRIDE-FLAG
           END-IF
           WRITE PISSBALLS-OUTPUT-RECORD.

       FIND-SET-OVERRIDE.
           MOVE WS-OVR-NEXT TO WS-OVR-INDEX.
           MOVE "N" TO WS-OVR-SCAN-SWITCH.
           PERFORM MATCH-ONE-OVERRIDE
               UNTIL NOT WS-OVR-SCANNING.

       MATCH-ONE-OVERRIDE.
           IF WS-OVR-INDEX > WS-OVR-COUNT THEN
               SET WS-OVR-SCAN-ENDED TO TRUE
           ELSE
               IF WS-OVR-COUNT-VALUE (WS-OVR-INDEX) NOT = WS-COUNT THEN
                   SET WS-OVR-SCAN-ENDED TO TRUE
               ELSE
                   IF WS-OVR-SET-ID (WS-OVR-INDEX) =
                           WS-SET-ID (WS-SET-INDEX) THEN
                       SET WS-OVERRIDE-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-OVR-INDEX
                   END-IF
               END-IF
           END-IF.

       EVALUATE-ONE-RULE.
           COMPUTE WS-RULE-REMAINDER =
               FUNCTION MOD (WS-COUNT,
               TO CKPT-PLAIN-COUNT (WS-SET-INDEX).
           MOVE WS-SET-TOTAL-COUNT (WS-SET-INDEX)
               TO CKPT-TOTAL-COUNT (WS-SET-INDEX).
           MOVE WS-SET-OVERRIDE-COUNT (WS-SET-INDEX)
               TO CKPT-OVERRIDE-COUNT (WS-SET-INDEX).
           PERFORM SAVE-ONE-RULE-TOTAL
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-SET-RULE-COUNT (WS-SET-INDEX).
               UNTIL WS-RULE-INDEX > WS-SET-RULE-COUNT (WS-SET-INDEX).
           MOVE WS-SET-PLAIN-COUNT (WS-SET-INDEX) TO SUM-PLAIN-COUNT.
           MOVE WS-SET-TOTAL-COUNT (WS-SET-INDEX) TO SUM-TOTAL-COUNT.
           MOVE WS-SET-OVERRIDE-COUNT (WS-SET-INDEX)
               TO SUM-OVERRIDE-COUNT.
           WRITE PISSBALLS-SUMMARY-RECORD.

       BUILD-ONE-SUMMARY-RULE.
               "VALUE SATISFIES MORE THAN ONE RULE'S DIVISOR -- "
               "THEY WILL NOT NECESSARILY ADD UP TO TOTAL "
               "PROCESSED. PLAIN NUMBER AND TOTAL PROCESSED ARE "
               "MUTUALLY EXCLUSIVE AND ARE THE BALANCING FIGURES. "
               "OVERRIDDEN COUNT VALUES ARE IN TOTAL PROCESSED "
               "ONLY - NOT IN THE RULE HITS OR PLAIN NUMBER.)".

       DISPLAY-ONE-SET-TOTALS.
           DISPLAY "PISSBALLS CONTROL TOTALS FOR SET "
               UNTIL WS-RULE-INDEX > WS-SET-RULE-COUNT (WS-SET-INDEX).
           DISPLAY "PLAIN NUMBER . . . . "
               WS-SET-PLAIN-COUNT (WS-SET-INDEX).
           DISPLAY "OVERRIDDEN . . . . . "
               WS-SET-OVERRIDE-COUNT (WS-SET-INDEX).
           DISPLAY "TOTAL PROCESSED. . . "
               WS-SET-TOTAL-COUNT (WS-SET-INDEX).

           IF WS-RPT-SET-INDEX > ZERO THEN
               MOVE OUT-COUNT-VALUE TO WS-DETAIL-COUNT
               MOVE OUT-CLASS-CODE TO WS-DETAIL-LABEL
               IF OUT-OVERRIDDEN THEN
                   MOVE "*OVERRIDE*" TO WS-DETAIL-FLAG
               ELSE
                   MOVE SPACES TO WS-DETAIL-FLAG
               END-IF
               MOVE SPACES TO WS-BUFFER-LINE
               STRING WS-DETAIL-COUNT DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-DETAIL-LABEL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DETAIL-FLAG DELIMITED BY SIZE
                   INTO WS-BUFFER-LINE
               END-STRING
               EVALUATE WS-RPT-SET-INDEX
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OVERRIDDEN . . . . . " DELIMITED BY SIZE
               WS-SET-OVERRIDE-COUNT (WS-SET-INDEX) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL PROCESSED. . . " DELIMITED BY SIZE
               WS-SET-TOTAL-COUNT (WS-SET-INDEX) DELIMITED BY SIZE
               INTO RPT-LINE
