      *                   A GENUINE TABLE OVERFLOW IS REPORTED (THE    *
      *                   AFFECTED CHANGES FLAG AS NO LOG) INSTEAD     *
      *                   OF STOPPING THE CONTROL                      *
      *  10/15/2026 RFK   SINGLE-SET CORRECTIONS. A PISSBALLS RUN LOG  *
      *                   RECORD FLAGGED AS A CORRECTION NO LONGER     *
      *                   REPLACES THE NIGHT'S LOGGED RULES; ITS ONE   *
      *                   SET IS MERGED INTO THAT RUN DATE'S ENTRY     *
      *                   ONLY WHEN THE PISSCORR RECORD THAT FOLLOWS   *
      *                   IT SHOWS THE CORRECTION WAS APPLIED          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01 WS-RULE-INDEX PIC 9(01) VALUE ZERO.
       01 WS-PRIOR-RLOG PIC 9(03) VALUE ZERO.
       01 WS-CURR-RLOG PIC 9(03) VALUE ZERO.
       01 WS-PENDING-SWITCH PIC X(01) VALUE "N".
           88 WS-CORRECTION-PENDING VALUE "Y".
       01 WS-PENDING-IMAGE PIC X(400) VALUE SPACES.
       01 WS-PENDING-DATE PIC X(08) VALUE SPACES.
       01 WS-PENDING-SET-ID PIC X(04) VALUE SPACES.
       01 WS-TARGET-SET PIC 9(01) VALUE ZERO.
       01 WS-MERGE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-PRIOR-SET PIC 9(01) VALUE ZERO.
       01 WS-CURR-SET PIC 9(01) VALUE ZERO.
       01 WS-RULES-MATCH-SWITCH PIC X(01) VALUE "N".
           END-READ.

       KEEP-ONE-RUN-LOG-RECORD.
           IF RLOG-CORRECTION-FLAG = "Y" THEN
               PERFORM KEEP-CORRECTION-RECORD
           ELSE
               PERFORM KEEP-NIGHTLY-RUN-LOG-RECORD
           END-IF.

       KEEP-CORRECTION-RECORD.
           IF RLOG-PROGRAM-ID = "PISSBALLS"
                   AND RLOG-RETURN-CODE NUMERIC
                   AND RLOG-RETURN-CODE <= 4 THEN
               MOVE PISSBALLS-RUNLOG-RECORD TO WS-PENDING-IMAGE
               MOVE RLOG-RUN-DATE TO WS-PENDING-DATE
               MOVE RLOG-SET-ID (1) TO WS-PENDING-SET-ID
               SET WS-CORRECTION-PENDING TO TRUE
           ELSE
               IF RLOG-PROGRAM-ID = "PISSCORR"
                       AND WS-CORRECTION-PENDING
                       AND RLOG-RETURN-CODE NUMERIC
                       AND RLOG-RETURN-CODE = ZERO
                       AND RLOG-RUN-DATE = WS-PENDING-DATE
                       AND RLOG-SET-ID (1) = WS-PENDING-SET-ID THEN
                   MOVE WS-PENDING-IMAGE TO PISSBALLS-RUNLOG-RECORD
                   PERFORM MERGE-CORRECTED-SET
               END-IF
               MOVE "N" TO WS-PENDING-SWITCH
           END-IF.

       MERGE-CORRECTED-SET.
           PERFORM FIND-RUN-LOG-SLOT.
           IF WS-RLOG-SLOT > ZERO THEN
               MOVE ZERO TO WS-TARGET-SET
               PERFORM MATCH-ONE-TARGET-SET
                   VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX >
                       WS-RLG-SET-COUNT (WS-RLOG-SLOT)
               IF WS-TARGET-SET = ZERO
                       AND WS-RLG-SET-COUNT (WS-RLOG-SLOT) < 5 THEN
                   ADD 1 TO WS-RLG-SET-COUNT (WS-RLOG-SLOT)
                   MOVE WS-RLG-SET-COUNT (WS-RLOG-SLOT)
                       TO WS-TARGET-SET
               END-IF
               IF WS-TARGET-SET > ZERO THEN
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE RLOG-SET-ID (1)
                       TO WS-RLG-SET-ID (WS-RLOG-SLOT WS-TARGET-SET)
                   MOVE RLOG-RULE-COUNT (1)
                       TO WS-RLG-RULE-COUNT
                           (WS-RLOG-SLOT WS-TARGET-SET)
                   PERFORM MERGE-ONE-CORRECTED-RULE
                       VARYING WS-RULE-INDEX FROM 1 BY 1
                       UNTIL WS-RULE-INDEX > RLOG-RULE-COUNT (1)
                           OR WS-RULE-INDEX > 5
               END-IF
           END-IF.

       MATCH-ONE-TARGET-SET.
           IF WS-RLG-SET-ID (WS-RLOG-SLOT WS-SET-INDEX) =
                   RLOG-SET-ID (1) THEN
               MOVE WS-SET-INDEX TO WS-TARGET-SET
           END-IF.

       MERGE-ONE-CORRECTED-RULE.
           MOVE RLOG-RULE-DIVISOR (1 WS-RULE-INDEX)
               TO WS-RLG-DIVISOR
                   (WS-RLOG-SLOT WS-TARGET-SET WS-RULE-INDEX).
           MOVE RLOG-RULE-LABEL (1 WS-RULE-INDEX)
               TO WS-RLG-LABEL
                   (WS-RLOG-SLOT WS-TARGET-SET WS-RULE-INDEX).

       KEEP-NIGHTLY-RUN-LOG-RECORD.
           IF RLOG-PROGRAM-ID NOT = "PISSBALLS"
                   OR RLOG-RETURN-CODE NOT NUMERIC
                   OR RLOG-RETURN-CODE > 4
           DISPLAY "EXPLAINED. . . . . . . " WS-EXPLAINED-COUNT.
           DISPLAY "UNEXPLAINED. . . . . . " WS-UNEXPLAINED-COUNT.
           DISPLAY "NO LOGGED RUN. . . . . " WS-NOLOG-COUNT.
           DISPLAY "SET CORRECTIONS MERGED " WS-MERGE-COUNT.
           IF WS-RLOG-TABLE-FULL THEN
               DISPLAY "PISSDTCT - " WS-RLOG-SKIP-COUNT
                   " LOGGED RUN DATES COULD NOT BE TABLED - "
