      *                   COMPARES WHOLE LABELS, SO A LABEL THAT IS    *
      *                   A PREFIX OF ANOTHER (FIZZ / FIZZBANG) NO     *
      *                   LONGER FALSE-TALLIES AND FAILS A GOOD RUN    *
      *  10/15/2026 RFK   DETAIL RECORDS FLAGGED AS OVERRIDDEN ARE     *
      *                   TALLIED SEPARATELY AND BALANCED AGAINST      *
      *                   SUM-OVERRIDE-COUNT.  THEIR FORCED CLASS      *
      *                   CODE IS KEPT OUT OF THE RULE-HIT AND PLAIN   *
      *                   TALLIES, AS IT IS IN PISSBALLS, SO THOSE     *
      *                   STILL TIE OUT TO THE SUMMARY                 *
      *  10/15/2026 RFK   EVERY RUN NOW ENDS BY APPENDING A PISSCST    *
      *                   CONTROL STATUS RECORD (RETURN CODE AND       *
      *                   BALANCING ERROR COUNT) TO                    *
      *                   PISSBALLS.DAILY.CONTROL.STATUS FOR THE       *
      *                   PISSMORN MORNING STATUS PAGE AND MONITORING  *
      *                   RECORD                                       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSCST-FILE ASSIGN TO PISSCST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       FD  PISSCST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCST.

       WORKING-STORAGE SECTION.
       01 WS-SUM-STATUS PIC XX VALUE "00".
       01 WS-OUT-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-SUM-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUM-EOF VALUE "Y".
       01 WS-OUT-EOF-SWITCH PIC X(01) VALUE "N".
               10 WS-AUD-TALLY-PLAIN PIC 9(07).
               10 WS-AUD-SUM-TOTAL PIC 9(05).
               10 WS-AUD-TALLY-TOTAL PIC 9(07).
               10 WS-AUD-SUM-OVERRIDE PIC 9(05).
               10 WS-AUD-TALLY-OVERRIDE PIC 9(07).
               10 WS-AUD-LAST-COUNT PIC 9(05).
               10 WS-AUD-SEQ-ERRORS PIC 9(05).
       01 WS-SET-INDEX PIC 9(01) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
       01 WS-EDIT-ERRORS PIC ZZZZ9.
       01 WS-MSG-OVERRIDES PIC ZZZZ9.
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
               PERFORM BALANCE-ALL-SETS
               PERFORM TERMINATE-RUN
           END-IF.
           PERFORM WRITE-CONTROL-STATUS.
           STOP RUN.

       WRITE-CONTROL-STATUS.
           OPEN EXTEND PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "PISSAUDT - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - STATUS RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-CONTROL-STATUS
               MOVE "PISSAUDT" TO CST-PROGRAM-ID
               MOVE WS-RUN-DATE TO CST-RUN-DATE
               MOVE RETURN-CODE TO CST-RETURN-CODE
               MOVE WS-AUDIT-ERRORS TO CST-ITEM-COUNT
               MOVE "BALANCING ERRORS" TO CST-ITEM-TEXT
               ACCEPT CST-WRITTEN-DATE FROM DATE YYYYMMDD
               ACCEPT CST-WRITTEN-TIME FROM TIME
               WRITE PISSBALLS-CONTROL-STATUS
               CLOSE PISSCST-FILE
           END-IF.

       INITIALIZE-RUN.
           PERFORM LOAD-SUMMARY-TABLE.
           IF NOT WS-ABEND-CONDITION THEN
                   TO WS-AUD-SUM-TOTAL (WS-AUD-SET-COUNT)
               MOVE ZERO TO WS-AUD-TALLY-PLAIN (WS-AUD-SET-COUNT)
               MOVE ZERO TO WS-AUD-TALLY-TOTAL (WS-AUD-SET-COUNT)
               IF SUM-OVERRIDE-COUNT NUMERIC THEN
                   MOVE SUM-OVERRIDE-COUNT
                       TO WS-AUD-SUM-OVERRIDE (WS-AUD-SET-COUNT)
               ELSE
                   MOVE ZERO TO WS-AUD-SUM-OVERRIDE (WS-AUD-SET-COUNT)
               END-IF
               MOVE ZERO TO WS-AUD-TALLY-OVERRIDE (WS-AUD-SET-COUNT)
               MOVE ZERO TO WS-AUD-LAST-COUNT (WS-AUD-SET-COUNT)
               MOVE ZERO TO WS-AUD-SEQ-ERRORS (WS-AUD-SET-COUNT)
           END-IF.
           ELSE
               PERFORM CHECK-COUNT-SEQUENCE
               ADD 1 TO WS-AUD-TALLY-TOTAL (WS-SET-INDEX)
               IF OUT-OVERRIDDEN THEN
                   ADD 1 TO WS-AUD-TALLY-OVERRIDE (WS-SET-INDEX)
               ELSE
                   PERFORM TALLY-ONE-CLASSIFICATION
               END-IF
           END-IF.

       TALLY-ONE-CLASSIFICATION.
           IF OUT-CLASS-CODE = SPACES THEN
               ADD 1 TO WS-AUD-TALLY-PLAIN (WS-SET-INDEX)
           ELSE
               PERFORM PARSE-CLASS-TOKENS
               PERFORM TALLY-ONE-RULE
                   VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX >
                       WS-AUD-RULE-COUNT (WS-SET-INDEX)
           END-IF.

       FIND-AUDIT-SET.
           MOVE "N" TO WS-SET-FOUND-SWITCH.
           PERFORM MATCH-ONE-AUDIT-SET
               END-STRING
               PERFORM RECORD-ONE-AUDIT-ERROR
           END-IF.
           IF WS-AUD-TALLY-OVERRIDE (WS-SET-INDEX) NOT =
                   WS-AUD-SUM-OVERRIDE (WS-SET-INDEX) THEN
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "SET " DELIMITED BY SIZE
                   WS-AUD-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
                   " OVERRIDDEN RECORDS TALLIED " DELIMITED BY SIZE
                   WS-AUD-TALLY-OVERRIDE (WS-SET-INDEX)
                       DELIMITED BY SIZE
                   " DO NOT BALANCE TO SUMMARY " DELIMITED BY SIZE
                   WS-AUD-SUM-OVERRIDE (WS-SET-INDEX) DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-AUDIT-ERROR
           END-IF.
           PERFORM BALANCE-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-AUD-RULE-COUNT (WS-SET-INDEX).
           PERFORM PRINT-OVERRIDE-BALANCE.

       PRINT-OVERRIDE-BALANCE.
           IF WS-AUD-TALLY-OVERRIDE (WS-SET-INDEX) > ZERO THEN
               MOVE WS-AUD-TALLY-OVERRIDE (WS-SET-INDEX)
                   TO WS-MSG-OVERRIDES
               IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
                   PERFORM PRINT-REPORT-HEADER
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "SET " DELIMITED BY SIZE
                   WS-AUD-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-MSG-OVERRIDES DELIMITED BY SIZE
                   " OVERRIDDEN RECORD(S) BALANCED SEPARATELY FROM "
                       DELIMITED BY SIZE
                   "THE RULE AND PLAIN TALLIES" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       BALANCE-ONE-RULE.
           IF WS-AUD-TALLY-HITS (WS-SET-INDEX WS-RULE-INDEX) NOT =
