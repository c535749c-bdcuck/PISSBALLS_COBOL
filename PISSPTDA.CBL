       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSPTDA.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - ADDS EACH NIGHT'S PISSSUM         *
      *                   RECORDS INTO THE PERIOD-TO-DATE MASTER:      *
      *                   THE MONTH AND THE QUARTER THE SUMMARY RUN    *
      *                   DATE FALLS IN, PER RULE SET, WITH RULE HITS  *
      *                   KEPT BY LABEL.  A PERIOD CLOSED ON THE       *
      *                   PISSPREG REGISTER IS NEVER ADDED TO - THE    *
      *                   SUMMARY IS REPORTED AND THE RUN ENDS RC 8.   *
      *                   A SUMMARY WHOSE RUN DATE IS ALREADY THE      *
      *                   LAST DATE ACCUMULATED FOR ITS SET AND        *
      *                   PERIOD IS SKIPPED (RC 4), SO A RESUBMITTED   *
      *                   STEP CANNOT DOUBLE-ADD A NIGHT.  CLOSED      *
      *                   PERIODS OLDER THAN THE PRIOR YEAR DROP OFF   *
      *                   THE NEW MASTER.  PRINTS THE MONTH-TO-DATE    *
      *                   AND QUARTER-TO-DATE TOTALS TOUCHED TONIGHT   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISSSUM-FILE ASSIGN TO PISSSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           SELECT OPTIONAL PISSPTDI-FILE ASSIGN TO PISSPTDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTDI-STATUS.
           SELECT OPTIONAL PISSPREG-FILE ASSIGN TO PISSPREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT PISSPTDO-FILE ASSIGN TO PISSPTDO
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSSUM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSSUM.

       FD  PISSPTDI-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
           COPY PISSPTD REPLACING LEADING ==PTD== BY ==PTI==
               ==PISSBALLS-PERIOD-TOTAL-RECORD== BY
               ==PISSPTDA-MASTER-IN-RECORD==.

       FD  PISSPREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSPREG.

       FD  PISSPTDO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
           COPY PISSPTD.

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       WORKING-STORAGE SECTION.
       01 WS-SUM-STATUS PIC XX VALUE "00".
       01 WS-PTDI-STATUS PIC XX VALUE "00".
       01 WS-PREG-STATUS PIC XX VALUE "00".
       01 WS-SUM-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUM-EOF VALUE "Y".
       01 WS-PTDI-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PTDI-EOF VALUE "Y".
       01 WS-PREG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PREG-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-WARN-SWITCH PIC X(01) VALUE "N".
           88 WS-WARN-CONDITION VALUE "Y".
       01 WS-MATCH-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-LABEL-SWITCH PIC X(01) VALUE "N".
           88 WS-LABEL-FOUND VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-DATE-PARTS.
           05 WS-DATE-YEAR PIC X(04).
           05 WS-DATE-MONTH PIC 9(02).
           05 WS-DATE-DAY PIC X(02).
       01 WS-MONTH-ID.
           05 WS-MONTH-YEAR PIC X(04).
           05 WS-MONTH-NUMBER PIC 9(02).
       01 WS-QUARTER-ID.
           05 WS-QUARTER-YEAR PIC X(04).
           05 WS-QUARTER-LETTER PIC X(01) VALUE "Q".
           05 WS-QUARTER-NUMBER PIC 9(01).
       01 WS-KEEP-YEAR PIC 9(04) VALUE ZERO.
       01 WS-KEEP-YEAR-X REDEFINES WS-KEEP-YEAR PIC X(04).
       01 WS-PERIOD-KEY.
           05 WS-KEY-TYPE PIC X(01).
           05 WS-KEY-ID PIC X(06).
       01 WS-KEY-STATUS PIC X(01) VALUE SPACE.
       01 WS-PRG-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-PERIODS PIC 9(03) VALUE 200.
       01 WS-PRG-TABLE.
           05 WS-PRG-ENTRY OCCURS 200 TIMES.
               10 WS-PRG-TYPE PIC X(01).
               10 WS-PRG-ID PIC X(06).
               10 WS-PRG-ACTION PIC X(01).
       01 WS-PRG-INDEX PIC 9(03) VALUE ZERO.
       01 WS-PTD-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-PTD PIC 9(03) VALUE 400.
       01 WS-PTD-TABLE.
           05 WS-PTD-ENTRY OCCURS 400 TIMES.
               10 WS-PTD-TYPE PIC X(01).
               10 WS-PTD-ID.
                   15 WS-PTD-YEAR PIC X(04).
                   15 FILLER PIC X(02).
               10 WS-PTD-SET-ID PIC X(04).
               10 WS-PTD-FIRST-DATE PIC X(08).
               10 WS-PTD-LAST-DATE PIC X(08).
               10 WS-PTD-DAYS PIC 9(03).
               10 WS-PTD-LABEL-COUNT PIC 9(02).
               10 WS-PTD-LABEL-TOTAL OCCURS 10 TIMES.
                   15 WS-PTD-LABEL PIC X(08).
                   15 WS-PTD-LABEL-HITS PIC 9(07).
               10 WS-PTD-PLAIN PIC 9(07).
               10 WS-PTD-OVERRIDE PIC 9(07).
               10 WS-PTD-TOTAL PIC 9(07).
               10 WS-PTD-TOUCHED PIC X(01).
       01 WS-PTD-INDEX PIC 9(03) VALUE ZERO.
       01 WS-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-MAX-LABELS PIC 9(02) VALUE 10.
       01 WS-LABEL-INDEX PIC 9(02) VALUE ZERO.
       01 WS-RULE-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SUMMARY-OVERRIDE PIC 9(05) VALUE ZERO.
       01 WS-SUMMARY-COUNT PIC 9(05) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
       01 WS-DETAIL-DAYS PIC ZZ9.
       01 WS-DETAIL-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-DETAIL-STATUS PIC X(08) VALUE SPACES.
       01 WS-DETAIL-NAME PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       PISSPTDA-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM ADD-ONE-SUMMARY
                   UNTIL WS-SUM-EOF OR WS-ABEND-CONDITION
               PERFORM TERMINATE-RUN
               IF WS-ABEND-CONDITION THEN
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DATE-PARTS.
           MOVE WS-DATE-YEAR TO WS-KEEP-YEAR-X.
           SUBTRACT 1 FROM WS-KEEP-YEAR.
           PERFORM LOAD-PERIOD-REGISTER.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OLD-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               OPEN INPUT PISSSUM-FILE
               IF WS-SUM-STATUS NOT = "00" THEN
                   DISPLAY "PISSPTDA - DAILY SUMMARY DATASET WILL "
                       "NOT OPEN - FILE STATUS " WS-SUM-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   OPEN OUTPUT PISSPTDO-FILE
                   OPEN OUTPUT PISSRPT-FILE
               END-IF
           END-IF.

       LOAD-PERIOD-REGISTER.
           OPEN INPUT PISSPREG-FILE.
           IF WS-PREG-STATUS NOT = "00"
                   AND WS-PREG-STATUS NOT = "05" THEN
               DISPLAY "PISSPTDA - PERIOD CLOSE REGISTER WILL NOT "
                   "OPEN - FILE STATUS " WS-PREG-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-REGISTER-RECORD
                   UNTIL WS-PREG-EOF OR WS-ABEND-CONDITION
               CLOSE PISSPREG-FILE
           END-IF.

       LOAD-ONE-REGISTER-RECORD.
           READ PISSPREG-FILE
               AT END
                   SET WS-PREG-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-REGISTER-RECORD
           END-READ.

       KEEP-ONE-REGISTER-RECORD.
           MOVE PRG-PERIOD-TYPE TO WS-KEY-TYPE.
           MOVE PRG-PERIOD-ID TO WS-KEY-ID.
           PERFORM FIND-REGISTER-ENTRY.
           IF WS-ENTRY-FOUND THEN
               MOVE PRG-ACTION TO WS-PRG-ACTION (WS-MATCH-INDEX)
           ELSE
               IF WS-PRG-COUNT = WS-MAX-PERIODS THEN
                   DISPLAY "PISSPTDA - PERIOD CLOSE REGISTER HAS "
                       "MORE THAN " WS-MAX-PERIODS " PERIODS"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-PRG-COUNT
                   MOVE PRG-PERIOD-TYPE TO WS-PRG-TYPE (WS-PRG-COUNT)
                   MOVE PRG-PERIOD-ID TO WS-PRG-ID (WS-PRG-COUNT)
                   MOVE PRG-ACTION TO WS-PRG-ACTION (WS-PRG-COUNT)
               END-IF
           END-IF.

       FIND-REGISTER-ENTRY.
           MOVE "N" TO WS-MATCH-SWITCH.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM MATCH-ONE-REGISTER-ENTRY
               VARYING WS-PRG-INDEX FROM 1 BY 1
               UNTIL WS-PRG-INDEX > WS-PRG-COUNT
                   OR WS-ENTRY-FOUND.

       MATCH-ONE-REGISTER-ENTRY.
           IF WS-PRG-TYPE (WS-PRG-INDEX) = WS-KEY-TYPE
                   AND WS-PRG-ID (WS-PRG-INDEX) = WS-KEY-ID THEN
               MOVE WS-PRG-INDEX TO WS-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       GET-PERIOD-STATUS.
           PERFORM FIND-REGISTER-ENTRY.
           IF WS-ENTRY-FOUND THEN
               MOVE WS-PRG-ACTION (WS-MATCH-INDEX) TO WS-KEY-STATUS
           ELSE
               MOVE SPACE TO WS-KEY-STATUS
           END-IF.

       LOAD-OLD-MASTER.
           OPEN INPUT PISSPTDI-FILE.
           IF WS-PTDI-STATUS NOT = "00"
                   AND WS-PTDI-STATUS NOT = "05" THEN
               DISPLAY "PISSPTDA - PERIOD-TO-DATE MASTER WILL NOT "
                   "OPEN - FILE STATUS " WS-PTDI-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-MASTER-RECORD
                   UNTIL WS-PTDI-EOF OR WS-ABEND-CONDITION
               CLOSE PISSPTDI-FILE
           END-IF.

       LOAD-ONE-MASTER-RECORD.
           READ PISSPTDI-FILE
               AT END
                   SET WS-PTDI-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-MASTER-RECORD
           END-READ.

       KEEP-ONE-MASTER-RECORD.
           IF WS-PTD-COUNT = WS-MAX-PTD THEN
               DISPLAY "PISSPTDA - PERIOD-TO-DATE MASTER HAS MORE "
                   "THAN " WS-MAX-PTD " RECORDS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-PTD-COUNT
               MOVE PTI-PERIOD-TYPE TO WS-PTD-TYPE (WS-PTD-COUNT)
               MOVE PTI-PERIOD-ID TO WS-PTD-ID (WS-PTD-COUNT)
               MOVE PTI-SET-ID TO WS-PTD-SET-ID (WS-PTD-COUNT)
               MOVE PTI-FIRST-RUN-DATE
                   TO WS-PTD-FIRST-DATE (WS-PTD-COUNT)
               MOVE PTI-LAST-RUN-DATE
                   TO WS-PTD-LAST-DATE (WS-PTD-COUNT)
               MOVE PTI-RUN-DAYS TO WS-PTD-DAYS (WS-PTD-COUNT)
               MOVE PTI-LABEL-COUNT
                   TO WS-PTD-LABEL-COUNT (WS-PTD-COUNT)
               PERFORM KEEP-ONE-MASTER-LABEL
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX > WS-MAX-LABELS
               MOVE PTI-PLAIN-COUNT TO WS-PTD-PLAIN (WS-PTD-COUNT)
               MOVE PTI-OVERRIDE-COUNT
                   TO WS-PTD-OVERRIDE (WS-PTD-COUNT)
               MOVE PTI-TOTAL-COUNT TO WS-PTD-TOTAL (WS-PTD-COUNT)
               MOVE "N" TO WS-PTD-TOUCHED (WS-PTD-COUNT)
           END-IF.

       KEEP-ONE-MASTER-LABEL.
           MOVE PTI-LABEL (WS-LABEL-INDEX)
               TO WS-PTD-LABEL (WS-PTD-COUNT WS-LABEL-INDEX).
           MOVE PTI-LABEL-HITS (WS-LABEL-INDEX)
               TO WS-PTD-LABEL-HITS (WS-PTD-COUNT WS-LABEL-INDEX).

       ADD-ONE-SUMMARY.
           READ PISSSUM-FILE
               AT END
                   SET WS-SUM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUMMARY-COUNT
                   PERFORM EXAMINE-ONE-SUMMARY
           END-READ.

       EXAMINE-ONE-SUMMARY.
           IF SUM-RULE-COUNT NOT NUMERIC OR SUM-RULE-COUNT > 5
                   OR SUM-RUN-DATE NOT NUMERIC THEN
               DISPLAY "PISSPTDA - SUMMARY RECORD FOR SET "
                   SUM-SET-ID " RUN DATE " SUM-RUN-DATE
                   " IS INVALID - SUMMARY DATASET MAY BE CORRUPT"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF SUM-OVERRIDE-COUNT NUMERIC THEN
                   MOVE SUM-OVERRIDE-COUNT TO WS-SUMMARY-OVERRIDE
               ELSE
                   MOVE ZERO TO WS-SUMMARY-OVERRIDE
               END-IF
               MOVE SUM-RUN-DATE TO WS-DATE-PARTS
               MOVE WS-DATE-YEAR TO WS-MONTH-YEAR
               MOVE WS-DATE-MONTH TO WS-MONTH-NUMBER
               MOVE WS-DATE-YEAR TO WS-QUARTER-YEAR
               COMPUTE WS-QUARTER-NUMBER = (WS-DATE-MONTH + 2) / 3
               MOVE "M" TO WS-KEY-TYPE
               MOVE WS-MONTH-ID TO WS-KEY-ID
               PERFORM ADD-INTO-ONE-PERIOD
               IF NOT WS-ABEND-CONDITION THEN
                   MOVE "Q" TO WS-KEY-TYPE
                   MOVE WS-QUARTER-ID TO WS-KEY-ID
                   PERFORM ADD-INTO-ONE-PERIOD
               END-IF
           END-IF.

       ADD-INTO-ONE-PERIOD.
           PERFORM GET-PERIOD-STATUS.
           IF WS-KEY-STATUS = "C" THEN
               DISPLAY "PISSPTDA - PERIOD " WS-KEY-TYPE " "
                   WS-KEY-ID " IS CLOSED - SUMMARY FOR SET "
                   SUM-SET-ID " RUN DATE " SUM-RUN-DATE
                   " NOT ADDED - RECORD A REOPEN FIRST"
               ADD 1 TO WS-REFUSED-COUNT
               SET WS-HOLD-CONDITION TO TRUE
           ELSE
               PERFORM FIND-PERIOD-ENTRY
               IF WS-ENTRY-FOUND THEN
                   IF WS-PTD-LAST-DATE (WS-MATCH-INDEX) =
                           SUM-RUN-DATE THEN
                       DISPLAY "PISSPTDA - SET " SUM-SET-ID
                           " RUN DATE " SUM-RUN-DATE
                           " IS ALREADY IN PERIOD " WS-KEY-TYPE " "
                           WS-KEY-ID " - NOT ADDED AGAIN"
                       ADD 1 TO WS-SKIPPED-COUNT
                       SET WS-WARN-CONDITION TO TRUE
                   ELSE
                       PERFORM ACCUMULATE-ONE-SUMMARY
                   END-IF
               ELSE
                   PERFORM START-ONE-PERIOD
                   IF NOT WS-ABEND-CONDITION THEN
                       PERFORM ACCUMULATE-ONE-SUMMARY
                   END-IF
               END-IF
           END-IF.

       FIND-PERIOD-ENTRY.
           MOVE "N" TO WS-MATCH-SWITCH.
           MOVE ZERO TO WS-MATCH-INDEX.
           PERFORM MATCH-ONE-PERIOD-ENTRY
               VARYING WS-PTD-INDEX FROM 1 BY 1
               UNTIL WS-PTD-INDEX > WS-PTD-COUNT
                   OR WS-ENTRY-FOUND.

       MATCH-ONE-PERIOD-ENTRY.
           IF WS-PTD-TYPE (WS-PTD-INDEX) = WS-KEY-TYPE
                   AND WS-PTD-ID (WS-PTD-INDEX) = WS-KEY-ID
                   AND WS-PTD-SET-ID (WS-PTD-INDEX) = SUM-SET-ID THEN
               MOVE WS-PTD-INDEX TO WS-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       START-ONE-PERIOD.
           IF WS-PTD-COUNT = WS-MAX-PTD THEN
               DISPLAY "PISSPTDA - PERIOD-TO-DATE MASTER IS FULL - "
                   "PERIOD " WS-KEY-TYPE " " WS-KEY-ID " SET "
                   SUM-SET-ID " CANNOT BE STARTED"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-PTD-COUNT
               MOVE WS-PTD-COUNT TO WS-MATCH-INDEX
               MOVE WS-KEY-TYPE TO WS-PTD-TYPE (WS-MATCH-INDEX)
               MOVE WS-KEY-ID TO WS-PTD-ID (WS-MATCH-INDEX)
               MOVE SUM-SET-ID TO WS-PTD-SET-ID (WS-MATCH-INDEX)
               MOVE SUM-RUN-DATE
                   TO WS-PTD-FIRST-DATE (WS-MATCH-INDEX)
               MOVE SUM-RUN-DATE TO WS-PTD-LAST-DATE (WS-MATCH-INDEX)
               MOVE ZERO TO WS-PTD-DAYS (WS-MATCH-INDEX)
               MOVE ZERO TO WS-PTD-LABEL-COUNT (WS-MATCH-INDEX)
               PERFORM CLEAR-ONE-PERIOD-LABEL
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX > WS-MAX-LABELS
               MOVE ZERO TO WS-PTD-PLAIN (WS-MATCH-INDEX)
               MOVE ZERO TO WS-PTD-OVERRIDE (WS-MATCH-INDEX)
               MOVE ZERO TO WS-PTD-TOTAL (WS-MATCH-INDEX)
           END-IF.

       CLEAR-ONE-PERIOD-LABEL.
           MOVE SPACES
               TO WS-PTD-LABEL (WS-MATCH-INDEX WS-LABEL-INDEX).
           MOVE ZERO
               TO WS-PTD-LABEL-HITS (WS-MATCH-INDEX WS-LABEL-INDEX).

       ACCUMULATE-ONE-SUMMARY.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE "Y" TO WS-PTD-TOUCHED (WS-MATCH-INDEX).
           ADD 1 TO WS-PTD-DAYS (WS-MATCH-INDEX).
           IF SUM-RUN-DATE < WS-PTD-FIRST-DATE (WS-MATCH-INDEX) THEN
               MOVE SUM-RUN-DATE
                   TO WS-PTD-FIRST-DATE (WS-MATCH-INDEX)
           END-IF.
           IF SUM-RUN-DATE > WS-PTD-LAST-DATE (WS-MATCH-INDEX) THEN
               MOVE SUM-RUN-DATE TO WS-PTD-LAST-DATE (WS-MATCH-INDEX)
           END-IF.
           ADD SUM-PLAIN-COUNT TO WS-PTD-PLAIN (WS-MATCH-INDEX).
           ADD WS-SUMMARY-OVERRIDE
               TO WS-PTD-OVERRIDE (WS-MATCH-INDEX).
           ADD SUM-TOTAL-COUNT TO WS-PTD-TOTAL (WS-MATCH-INDEX).
           PERFORM ACCUMULATE-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > SUM-RULE-COUNT
                   OR WS-ABEND-CONDITION.

       ACCUMULATE-ONE-RULE.
           MOVE "N" TO WS-LABEL-SWITCH.
           PERFORM MATCH-ONE-PERIOD-LABEL
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX >
                       WS-PTD-LABEL-COUNT (WS-MATCH-INDEX)
                   OR WS-LABEL-FOUND.
           IF WS-LABEL-FOUND THEN
               SUBTRACT 1 FROM WS-LABEL-INDEX
           ELSE
               IF WS-PTD-LABEL-COUNT (WS-MATCH-INDEX) =
                       WS-MAX-LABELS THEN
                   DISPLAY "PISSPTDA - PERIOD " WS-KEY-TYPE " "
                       WS-KEY-ID " SET " SUM-SET-ID " HAS MORE "
                       "THAN " WS-MAX-LABELS " RULE LABELS - LABEL "
                       SUM-RULE-LABEL (WS-RULE-INDEX)
                       " CANNOT BE ACCUMULATED"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-PTD-LABEL-COUNT (WS-MATCH-INDEX)
                   MOVE WS-PTD-LABEL-COUNT (WS-MATCH-INDEX)
                       TO WS-LABEL-INDEX
                   MOVE SUM-RULE-LABEL (WS-RULE-INDEX)
                       TO WS-PTD-LABEL
                           (WS-MATCH-INDEX WS-LABEL-INDEX)
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               ADD SUM-RULE-HITS (WS-RULE-INDEX)
                   TO WS-PTD-LABEL-HITS
                       (WS-MATCH-INDEX WS-LABEL-INDEX)
           END-IF.

       MATCH-ONE-PERIOD-LABEL.
           IF WS-PTD-LABEL (WS-MATCH-INDEX WS-LABEL-INDEX) =
                   SUM-RULE-LABEL (WS-RULE-INDEX) THEN
               SET WS-LABEL-FOUND TO TRUE
           END-IF.

       TERMINATE-RUN.
           CLOSE PISSSUM-FILE.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM WRITE-NEW-MASTER
               PERFORM PRINT-PERIOD-TOTALS
           END-IF.
           CLOSE PISSPTDO-FILE.
           CLOSE PISSRPT-FILE.
           DISPLAY "PISSPTDA PERIOD-TO-DATE TOTALS".
           DISPLAY "SUMMARIES READ . . . " WS-SUMMARY-COUNT.
           DISPLAY "PERIOD ADDS. . . . . " WS-ADDED-COUNT.
           DISPLAY "ALREADY ADDED. . . . " WS-SKIPPED-COUNT.
           DISPLAY "CLOSED - REFUSED . . " WS-REFUSED-COUNT.
           DISPLAY "CLOSED - DROPPED . . " WS-DROPPED-COUNT.
           IF NOT WS-ABEND-CONDITION THEN
               IF WS-HOLD-CONDITION THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WARN-CONDITION THEN
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-NEW-MASTER.
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING WS-PTD-INDEX FROM 1 BY 1
               UNTIL WS-PTD-INDEX > WS-PTD-COUNT.

       WRITE-ONE-MASTER-RECORD.
           MOVE WS-PTD-TYPE (WS-PTD-INDEX) TO WS-KEY-TYPE.
           MOVE WS-PTD-ID (WS-PTD-INDEX) TO WS-KEY-ID.
           PERFORM GET-PERIOD-STATUS.
           IF WS-KEY-STATUS = "C"
                   AND WS-PTD-YEAR (WS-PTD-INDEX) < WS-KEEP-YEAR-X
                   THEN
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE SPACES TO PISSBALLS-PERIOD-TOTAL-RECORD
               MOVE WS-PTD-TYPE (WS-PTD-INDEX) TO PTD-PERIOD-TYPE
               MOVE WS-PTD-ID (WS-PTD-INDEX) TO PTD-PERIOD-ID
               MOVE WS-PTD-SET-ID (WS-PTD-INDEX) TO PTD-SET-ID
               MOVE WS-PTD-FIRST-DATE (WS-PTD-INDEX)
                   TO PTD-FIRST-RUN-DATE
               MOVE WS-PTD-LAST-DATE (WS-PTD-INDEX)
                   TO PTD-LAST-RUN-DATE
               MOVE WS-PTD-DAYS (WS-PTD-INDEX) TO PTD-RUN-DAYS
               MOVE WS-PTD-LABEL-COUNT (WS-PTD-INDEX)
                   TO PTD-LABEL-COUNT
               PERFORM WRITE-ONE-MASTER-LABEL
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX > WS-MAX-LABELS
               MOVE WS-PTD-PLAIN (WS-PTD-INDEX) TO PTD-PLAIN-COUNT
               MOVE WS-PTD-OVERRIDE (WS-PTD-INDEX)
                   TO PTD-OVERRIDE-COUNT
               MOVE WS-PTD-TOTAL (WS-PTD-INDEX) TO PTD-TOTAL-COUNT
               WRITE PISSBALLS-PERIOD-TOTAL-RECORD
           END-IF.

       WRITE-ONE-MASTER-LABEL.
           MOVE WS-PTD-LABEL (WS-PTD-INDEX WS-LABEL-INDEX)
               TO PTD-LABEL (WS-LABEL-INDEX).
           MOVE WS-PTD-LABEL-HITS (WS-PTD-INDEX WS-LABEL-INDEX)
               TO PTD-LABEL-HITS (WS-LABEL-INDEX).

       PRINT-PERIOD-TOTALS.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-ONE-PERIOD
               VARYING WS-PTD-INDEX FROM 1 BY 1
               UNTIL WS-PTD-INDEX > WS-PTD-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-ADDED-COUNT = ZERO THEN
               MOVE "NO SUMMARY RECORDS WERE ADDED TO ANY PERIOD"
                   TO RPT-LINE
           ELSE
               MOVE WS-ADDED-COUNT TO WS-DETAIL-COUNT
               STRING "PERIOD ADDS THIS RUN: " DELIMITED BY SIZE
                   WS-DETAIL-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.

       PRINT-ONE-PERIOD.
           IF WS-PTD-TOUCHED (WS-PTD-INDEX) = "Y" THEN
               MOVE WS-PTD-TYPE (WS-PTD-INDEX) TO WS-KEY-TYPE
               MOVE WS-PTD-ID (WS-PTD-INDEX) TO WS-KEY-ID
               PERFORM GET-PERIOD-STATUS
               IF WS-KEY-STATUS = "R" THEN
                   MOVE "REOPENED" TO WS-DETAIL-STATUS
               ELSE
                   MOVE "OPEN" TO WS-DETAIL-STATUS
               END-IF
               IF WS-LINES-ON-PAGE + WS-PTD-LABEL-COUNT (WS-PTD-INDEX)
                       + 5 > WS-LINES-PER-PAGE THEN
                   PERFORM PRINT-REPORT-HEADER
               END-IF
               MOVE WS-PTD-DAYS (WS-PTD-INDEX) TO WS-DETAIL-DAYS
               MOVE SPACES TO RPT-LINE
               STRING WS-PTD-TYPE (WS-PTD-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PTD-ID (WS-PTD-INDEX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-PTD-SET-ID (WS-PTD-INDEX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-DETAIL-STATUS DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-DETAIL-DAYS DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-PTD-FIRST-DATE (WS-PTD-INDEX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-PTD-LAST-DATE (WS-PTD-INDEX) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINES-ON-PAGE
               PERFORM PRINT-ONE-PERIOD-LABEL
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX >
                       WS-PTD-LABEL-COUNT (WS-PTD-INDEX)
               MOVE "PLAIN" TO WS-DETAIL-NAME
               MOVE WS-PTD-PLAIN (WS-PTD-INDEX) TO WS-DETAIL-COUNT
               PERFORM PRINT-ONE-PERIOD-FIGURE
               MOVE "OVERRIDDEN" TO WS-DETAIL-NAME
               MOVE WS-PTD-OVERRIDE (WS-PTD-INDEX) TO WS-DETAIL-COUNT
               PERFORM PRINT-ONE-PERIOD-FIGURE
               MOVE "TOTAL" TO WS-DETAIL-NAME
               MOVE WS-PTD-TOTAL (WS-PTD-INDEX) TO WS-DETAIL-COUNT
               PERFORM PRINT-ONE-PERIOD-FIGURE
           END-IF.

       PRINT-ONE-PERIOD-LABEL.
           MOVE WS-PTD-LABEL (WS-PTD-INDEX WS-LABEL-INDEX)
               TO WS-DETAIL-NAME.
           MOVE WS-PTD-LABEL-HITS (WS-PTD-INDEX WS-LABEL-INDEX)
               TO WS-DETAIL-COUNT.
           PERFORM PRINT-ONE-PERIOD-FIGURE.

       PRINT-ONE-PERIOD-FIGURE.
           MOVE SPACES TO RPT-LINE.
           STRING "                     " DELIMITED BY SIZE
               WS-DETAIL-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSPTDA MONTH/QUARTER-TO-DATE TOTALS"
                   DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-HDR-PAGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           IF WS-PAGE-NUMBER = 1 THEN
               WRITE PISSBALLS-REPORT-LINE
           ELSE
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PERIOD     SET    STATUS     DAYS  FIRST RUN  "
                   DELIMITED BY SIZE
               "LAST RUN" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "--------   ----   --------   ----  ---------  "
                   DELIMITED BY SIZE
               "--------" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.
