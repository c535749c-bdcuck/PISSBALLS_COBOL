       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSSVRP.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - PRINTS THE PERMANENT PISSSVL     *
      *                   SECURITY-VIOLATION LOG FOR THE LOG DATES    *
      *                   ON THE OPTIONAL PISSSVPM CARD (ALL DATES    *
      *                   WITHOUT ONE): ONE LINE PER REJECTED         *
      *                   REQUEST - DATE, TIME, PROGRAM, FUNCTION,    *
      *                   OPERATOR, OPERATOR NAME FROM THE PISSOPR    *
      *                   MASTER AND REASON - FOLLOWED BY THE CARD    *
      *                   IMAGE AS SUBMITTED, THEN TOTALS BY PROGRAM  *
      *                   AND BY OPERATOR.  RC 4 WHEN ANY VIOLATION   *
      *                   IS PRINTED, SO THE AUDITORS' JOB FLAGS IT   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PISSSVPM-FILE ASSIGN TO PISSSVPM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PISSOPR-FILE ASSIGN TO PISSOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPTIONAL PISSSVL-FILE ASSIGN TO PISSSVL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSSVPM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSSVPM.

       FD  PISSOPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOPR.

       FD  PISSSVL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY PISSSVL.

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC XX VALUE "00".
       01 WS-OPR-STATUS PIC XX VALUE "00".
       01 WS-SVL-STATUS PIC XX VALUE "00".
       01 WS-OPR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OPR-EOF VALUE "Y".
       01 WS-SVL-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SVL-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE PIC X(08) VALUE "00000000".
       01 WS-THRU-DATE PIC X(08) VALUE "99999999".
       01 WS-MAX-OPERATORS PIC 9(03) VALUE 200.
       01 WS-OPR-COUNT PIC 9(03) VALUE ZERO.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-ID PIC X(08).
               10 WS-OPR-NAME PIC X(30).
               10 WS-OPR-STATE PIC X(01).
       01 WS-OPR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OPR-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-MAX-PROGRAMS PIC 9(02) VALUE 20.
       01 WS-PGM-COUNT PIC 9(02) VALUE ZERO.
       01 WS-PGM-TABLE.
           05 WS-PGM-ENTRY OCCURS 20 TIMES.
               10 WS-PGM-ID PIC X(08).
               10 WS-PGM-VIOLATIONS PIC 9(07).
       01 WS-PGM-INDEX PIC 9(02) VALUE ZERO.
       01 WS-PGM-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-MAX-VIOLATORS PIC 9(03) VALUE 200.
       01 WS-VIO-COUNT PIC 9(03) VALUE ZERO.
       01 WS-VIO-TABLE.
           05 WS-VIO-ENTRY OCCURS 200 TIMES.
               10 WS-VIO-OPERATOR PIC X(08).
               10 WS-VIO-VIOLATIONS PIC 9(07).
       01 WS-VIO-INDEX PIC 9(03) VALUE ZERO.
       01 WS-VIO-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-LOG-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-PRINTED-COUNT PIC 9(07) VALUE ZERO.
       01 WS-OTHER-PROGRAMS PIC 9(07) VALUE ZERO.
       01 WS-OTHER-OPERATORS PIC 9(07) VALUE ZERO.
       01 WS-OPERATOR-NAME PIC X(30) VALUE SPACES.
       01 WS-LOOKUP-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-SELECTION-TEXT PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       PISSSVRP-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HOLD-CONDITION THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-ONE-VIOLATION
                       UNTIL WS-SVL-EOF
                   PERFORM PRINT-VIOLATION-TOTALS
                   PERFORM TERMINATE-RUN
                   IF WS-PRINTED-COUNT > ZERO THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETER-CARD.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM LOAD-OPERATOR-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               OPEN INPUT PISSSVL-FILE
               IF WS-SVL-STATUS NOT = "00"
                       AND WS-SVL-STATUS NOT = "05" THEN
                   DISPLAY "PISSSVRP - SECURITY-VIOLATION LOG WILL NOT "
                       "OPEN - FILE STATUS " WS-SVL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   OPEN OUTPUT PISSRPT-FILE
                   PERFORM PRINT-REPORT-HEADER
               END-IF
           END-IF.

       READ-PARAMETER-CARD.
           OPEN INPUT PISSSVPM-FILE.
           IF WS-PRM-STATUS NOT = "00" AND WS-PRM-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSSVRP - PARAMETER CARD DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-PRM-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               READ PISSSVPM-FILE
                   AT END
                       MOVE SPACES TO PISSSVRP-PARAMETER-CARD
               END-READ
               CLOSE PISSSVPM-FILE
               PERFORM VALIDATE-PARAMETER-CARD
           END-IF.

       VALIDATE-PARAMETER-CARD.
           IF SVP-FROM-DATE NOT = SPACES THEN
               IF SVP-FROM-DATE NUMERIC THEN
                   MOVE SVP-FROM-DATE TO WS-FROM-DATE
               ELSE
                   DISPLAY "PISSSVRP - INVALID PARAMETER CARD - FROM "
                       "DATE MUST BE NUMERIC YYYYMMDD - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF SVP-THRU-DATE NOT = SPACES THEN
               IF SVP-THRU-DATE NUMERIC THEN
                   MOVE SVP-THRU-DATE TO WS-THRU-DATE
               ELSE
                   DISPLAY "PISSSVRP - INVALID PARAMETER CARD - THRU "
                       "DATE MUST BE NUMERIC YYYYMMDD - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF NOT WS-HOLD-CONDITION
                   AND WS-FROM-DATE > WS-THRU-DATE THEN
               DISPLAY "PISSSVRP - INVALID PARAMETER CARD - FROM "
                   "DATE " WS-FROM-DATE " IS AFTER THRU DATE "
                   WS-THRU-DATE " - RUN HELD"
               SET WS-HOLD-CONDITION TO TRUE
           END-IF.
           IF SVP-FROM-DATE = SPACES AND SVP-THRU-DATE = SPACES THEN
               MOVE "ALL LOGGED DATES" TO WS-SELECTION-TEXT
           ELSE
               STRING "LOG DATES " DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-THRU-DATE DELIMITED BY SIZE
                   INTO WS-SELECTION-TEXT
               END-STRING
           END-IF.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT PISSOPR-FILE.
           IF WS-OPR-STATUS NOT = "00" THEN
               DISPLAY "PISSSVRP - OPERATOR AUTHORIZATION MASTER WILL "
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
               DISPLAY "PISSSVRP - OPERATOR AUTHORIZATION MASTER HAS "
                   "MORE THAN " WS-MAX-OPERATORS " OPERATORS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-OPR-COUNT
               MOVE OPR-OPERATOR-ID TO WS-OPR-ID (WS-OPR-COUNT)
               MOVE OPR-OPERATOR-NAME TO WS-OPR-NAME (WS-OPR-COUNT)
               MOVE OPR-STATUS TO WS-OPR-STATE (WS-OPR-COUNT)
           END-IF.

       PRINT-ONE-VIOLATION.
           READ PISSSVL-FILE
               AT END
                   SET WS-SVL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-READ-COUNT
                   IF SVL-LOG-DATE NOT < WS-FROM-DATE
                           AND SVL-LOG-DATE NOT > WS-THRU-DATE THEN
                       PERFORM PRINT-VIOLATION-DETAIL
                   END-IF
           END-READ.

       PRINT-VIOLATION-DETAIL.
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE SVL-OPERATOR-ID TO WS-LOOKUP-OPERATOR.
           PERFORM FIND-OPERATOR-NAME.
           PERFORM COUNT-PROGRAM-VIOLATION.
           PERFORM COUNT-OPERATOR-VIOLATION.
           IF WS-LINES-ON-PAGE + 3 > WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING SVL-LOG-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SVL-LOG-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SVL-PROGRAM-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SVL-FUNCTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SVL-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPERATOR-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SVL-REASON-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SVL-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           STRING "          CARD: " DELIMITED BY SIZE
               SVL-CARD-IMAGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINES-ON-PAGE.

       FIND-OPERATOR-NAME.
           MOVE SPACES TO WS-OPERATOR-NAME.
           IF WS-LOOKUP-OPERATOR = SPACES THEN
               MOVE "*** NO OPERATOR ID ON CARD ***"
                   TO WS-OPERATOR-NAME
           ELSE
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM MATCH-ONE-OPERATOR
                   VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                       OR WS-ENTRY-FOUND
               IF WS-ENTRY-FOUND THEN
                   MOVE WS-OPR-NAME (WS-OPR-MATCH-INDEX)
                       TO WS-OPERATOR-NAME
               ELSE
                   MOVE "*** NOT ON OPERATOR MASTER ***"
                       TO WS-OPERATOR-NAME
               END-IF
           END-IF.

       MATCH-ONE-OPERATOR.
           IF WS-OPR-ID (WS-OPR-INDEX) = WS-LOOKUP-OPERATOR THEN
               MOVE WS-OPR-INDEX TO WS-OPR-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       COUNT-PROGRAM-VIOLATION.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-PROGRAM
               VARYING WS-PGM-INDEX FROM 1 BY 1
               UNTIL WS-PGM-INDEX > WS-PGM-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND THEN
               ADD 1 TO WS-PGM-VIOLATIONS (WS-PGM-MATCH-INDEX)
           ELSE
               IF WS-PGM-COUNT < WS-MAX-PROGRAMS THEN
                   ADD 1 TO WS-PGM-COUNT
                   MOVE SVL-PROGRAM-ID TO WS-PGM-ID (WS-PGM-COUNT)
                   MOVE 1 TO WS-PGM-VIOLATIONS (WS-PGM-COUNT)
               ELSE
                   ADD 1 TO WS-OTHER-PROGRAMS
               END-IF
           END-IF.

       MATCH-ONE-PROGRAM.
           IF WS-PGM-ID (WS-PGM-INDEX) = SVL-PROGRAM-ID THEN
               MOVE WS-PGM-INDEX TO WS-PGM-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       COUNT-OPERATOR-VIOLATION.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-VIOLATOR
               VARYING WS-VIO-INDEX FROM 1 BY 1
               UNTIL WS-VIO-INDEX > WS-VIO-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND THEN
               ADD 1 TO WS-VIO-VIOLATIONS (WS-VIO-MATCH-INDEX)
           ELSE
               IF WS-VIO-COUNT < WS-MAX-VIOLATORS THEN
                   ADD 1 TO WS-VIO-COUNT
                   MOVE SVL-OPERATOR-ID
                       TO WS-VIO-OPERATOR (WS-VIO-COUNT)
                   MOVE 1 TO WS-VIO-VIOLATIONS (WS-VIO-COUNT)
               ELSE
                   ADD 1 TO WS-OTHER-OPERATORS
               END-IF
           END-IF.

       MATCH-ONE-VIOLATOR.
           IF WS-VIO-OPERATOR (WS-VIO-INDEX) = SVL-OPERATOR-ID THEN
               MOVE WS-VIO-INDEX TO WS-VIO-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       PRINT-VIOLATION-TOTALS.
           IF WS-PRINTED-COUNT = ZERO THEN
               MOVE SPACES TO RPT-LINE
               STRING "NO SECURITY VIOLATIONS LOGGED FOR THE "
                       DELIMITED BY SIZE
                   "SELECTED DATES" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES
           ELSE
               IF WS-LINES-ON-PAGE + 6 > WS-LINES-PER-PAGE THEN
                   PERFORM PRINT-REPORT-HEADER
               END-IF
               MOVE SPACES TO RPT-LINE
               MOVE "VIOLATIONS BY PROGRAM" TO RPT-LINE
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 3 LINES
               ADD 3 TO WS-LINES-ON-PAGE
               PERFORM PRINT-ONE-PROGRAM-TOTAL
                   VARYING WS-PGM-INDEX FROM 1 BY 1
                   UNTIL WS-PGM-INDEX > WS-PGM-COUNT
               IF WS-OTHER-PROGRAMS > ZERO THEN
                   MOVE "OTHERS" TO WS-LOOKUP-OPERATOR
                   MOVE WS-OTHER-PROGRAMS TO WS-EDIT-COUNT
                   PERFORM PRINT-ONE-TOTAL-LINE
               END-IF
               IF WS-LINES-ON-PAGE + 6 > WS-LINES-PER-PAGE THEN
                   PERFORM PRINT-REPORT-HEADER
               END-IF
               MOVE SPACES TO RPT-LINE
               MOVE "VIOLATIONS BY OPERATOR" TO RPT-LINE
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINES-ON-PAGE
               PERFORM PRINT-ONE-OPERATOR-TOTAL
                   VARYING WS-VIO-INDEX FROM 1 BY 1
                   UNTIL WS-VIO-INDEX > WS-VIO-COUNT
               IF WS-OTHER-OPERATORS > ZERO THEN
                   MOVE "OTHERS" TO WS-LOOKUP-OPERATOR
                   MOVE SPACES TO WS-OPERATOR-NAME
                   MOVE WS-OTHER-OPERATORS TO WS-EDIT-COUNT
                   PERFORM PRINT-ONE-TOTAL-LINE
               END-IF
           END-IF.
           MOVE WS-PRINTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL VIOLATIONS PRINTED . . . " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.

       PRINT-ONE-PROGRAM-TOTAL.
           MOVE WS-PGM-ID (WS-PGM-INDEX) TO WS-LOOKUP-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-NAME.
           MOVE WS-PGM-VIOLATIONS (WS-PGM-INDEX) TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.

       PRINT-ONE-OPERATOR-TOTAL.
           MOVE WS-VIO-OPERATOR (WS-VIO-INDEX) TO WS-LOOKUP-OPERATOR.
           PERFORM FIND-OPERATOR-NAME.
           MOVE WS-VIO-VIOLATIONS (WS-VIO-INDEX) TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.

       PRINT-ONE-TOTAL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "    " DELIMITED BY SIZE
               WS-LOOKUP-OPERATOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPERATOR-NAME DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSBALLS SECURITY-VIOLATION REPORT   RUN DATE: "
                   DELIMITED BY SIZE
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
           STRING "SELECTED: " DELIMITED BY SIZE
               WS-SELECTION-TEXT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "LOG DATE  TIME      PROGRAM   FUNCTION  OPERATOR  "
                   DELIMITED BY SIZE
               "OPERATOR NAME                   R  REASON"
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "--------  --------  --------  --------  --------  "
                   DELIMITED BY SIZE
               "------------------------------  -  ------"
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-LINES-ON-PAGE.

       TERMINATE-RUN.
           CLOSE PISSSVL-FILE.
           CLOSE PISSRPT-FILE.
           DISPLAY "PISSSVRP - LOG RECORDS READ . . . "
               WS-LOG-READ-COUNT.
           DISPLAY "PISSSVRP - VIOLATIONS PRINTED . . "
               WS-PRINTED-COUNT.
