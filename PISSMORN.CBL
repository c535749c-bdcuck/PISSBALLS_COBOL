       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSMORN.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - MORNING OPERATIONS STATUS PAGE.  *
      *                   READS THE PISSCST CONTROL STATUS RECORDS    *
      *                   WRITTEN BY THE NIGHT'S CONTROL STEPS,       *
      *                   GRADES EACH CONTROL GREEN/AMBER/RED FROM    *
      *                   ITS STEP RETURN CODE (NO RECORD = RED, NOT  *
      *                   RUN), PRINTS THE OVERALL NIGHT STATUS AND   *
      *                   ONE LINE PER CONTROL, AND WRITES THE        *
      *                   PISSMON RECORD THE ENTERPRISE MONITORING    *
      *                   CONSOLE PICKS UP SO A RED NIGHT PAGES ON-   *
      *                   CALL. RC 0 GREEN, 4 AMBER, 8 RED.           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PISSADAT-FILE ASSIGN TO PISSADAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.
           SELECT OPTIONAL PISSCST-FILE ASSIGN TO PISSCST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.
           SELECT PISSMON-FILE ASSIGN TO PISSMON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MON-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSADAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSADAT.

       FD  PISSCST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCST.

       FD  PISSMON-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSMON.

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       WORKING-STORAGE SECTION.
       01 WS-ADT-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-MON-STATUS PIC XX VALUE "00".
       01 WS-CST-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-CST-EOF VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-STATUS-DATE PIC X(08) VALUE SPACES.
       01 WS-STATUS-TIME.
           05 WS-STATUS-HHMMSS PIC X(06) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
       01 WS-CONTROL-VALUES.
           05 FILLER PIC X(08) VALUE "STEP003".
           05 FILLER PIC X(09) VALUE "PISSCGAT".
           05 FILLER PIC X(30) VALUE "CALENDAR GATE / MISSED DATES".
           05 FILLER PIC X(08) VALUE "STEP030".
           05 FILLER PIC X(09) VALUE "PISSBALLS".
           05 FILLER PIC X(30) VALUE "NIGHTLY CLASSIFICATION RUN".
           05 FILLER PIC X(08) VALUE "STEP035".
           05 FILLER PIC X(09) VALUE "PISSAUDT".
           05 FILLER PIC X(30) VALUE "DETAIL/SUMMARY BALANCING".
           05 FILLER PIC X(08) VALUE "STEP045".
           05 FILLER PIC X(09) VALUE "PISSACKP".
           05 FILLER PIC X(30) VALUE "DOWNSTREAM ACK REGISTER".
           05 FILLER PIC X(08) VALUE "STEP060".
           05 FILLER PIC X(09) VALUE "PISSRECN".
           05 FILLER PIC X(30) VALUE "DAY-OVER-DAY VARIANCE".
           05 FILLER PIC X(08) VALUE "STEP065".
           05 FILLER PIC X(09) VALUE "PISSEXCM".
           05 FILLER PIC X(30) VALUE "EXCEPTION AGING".
           05 FILLER PIC X(08) VALUE "STEP070".
           05 FILLER PIC X(09) VALUE "PISSTRND".
           05 FILLER PIC X(30) VALUE "30-RUN TREND DRIFT".
           05 FILLER PIC X(08) VALUE "STEP085".
           05 FILLER PIC X(09) VALUE "PISSINTG".
           05 FILLER PIC X(30) VALUE "CROSS-DATASET INTEGRITY SWEEP".
       01 WS-CONTROL-TABLE REDEFINES WS-CONTROL-VALUES.
           05 WS-CTRL-DEFINITION OCCURS 8 TIMES.
               10 WS-CTRL-STEP PIC X(08).
               10 WS-CTRL-PROGRAM PIC X(09).
               10 WS-CTRL-DESCRIPTION PIC X(30).
       01 WS-CONTROL-COUNT PIC 9(02) VALUE 8.
       01 WS-CONTROL-RESULTS.
           05 WS-CTRL-RESULT OCCURS 8 TIMES.
               10 WS-CTRL-REPORTED PIC X(01).
               10 WS-CTRL-RETURN-CODE PIC 9(04).
               10 WS-CTRL-ITEM-COUNT PIC 9(07).
               10 WS-CTRL-ITEM-TEXT PIC X(30).
               10 WS-CTRL-COLOR PIC X(05).
               10 WS-CTRL-OUTCOME PIC X(08).
       01 WS-CTRL-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CTRL-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CST-READ-COUNT PIC 9(05) VALUE ZERO.
       01 WS-GREEN-COUNT PIC 9(02) VALUE ZERO.
       01 WS-AMBER-COUNT PIC 9(02) VALUE ZERO.
       01 WS-RED-COUNT PIC 9(02) VALUE ZERO.
       01 WS-HIGHEST-RC PIC 9(04) VALUE ZERO.
       01 WS-FIRST-RED-INDEX PIC 9(02) VALUE ZERO.
       01 WS-OVERALL-COLOR PIC X(05) VALUE SPACES.
       01 WS-EDIT-RC PIC Z(3)9.
       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-TALLY PIC Z9.
       01 WS-EDIT-GREEN PIC Z9.
       01 WS-EDIT-AMBER PIC Z9.
       01 WS-EDIT-RED PIC Z9.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-HDR-PAGE PIC ZZ9.

       PROCEDURE DIVISION.
       PISSMORN-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-ONE-STATUS-RECORD
               UNTIL WS-CST-EOF.
           CLOSE PISSCST-FILE.
           PERFORM GRADE-ONE-CONTROL
               VARYING WS-CTRL-INDEX FROM 1 BY 1
               UNTIL WS-CTRL-INDEX > WS-CONTROL-COUNT.
           PERFORM GRADE-NIGHT.
           PERFORM PRINT-STATUS-PAGE.
           PERFORM WRITE-MONITOR-RECORD.
           PERFORM TERMINATE-RUN.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STATUS-TIME FROM TIME.
           PERFORM READ-AS-OF-DATE.
           PERFORM CLEAR-ONE-RESULT
               VARYING WS-CTRL-INDEX FROM 1 BY 1
               UNTIL WS-CTRL-INDEX > WS-CONTROL-COUNT.
           OPEN INPUT PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" AND WS-CST-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSMORN - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - EVERY CONTROL IS REPORTED NOT RUN"
               SET WS-CST-EOF TO TRUE
           END-IF.

       READ-AS-OF-DATE.
           OPEN INPUT PISSADAT-FILE.
           IF WS-ADT-STATUS = "00" THEN
               READ PISSADAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KEEP-AS-OF-DATE
               END-READ
           END-IF.
           CLOSE PISSADAT-FILE.

       KEEP-AS-OF-DATE.
           IF ADT-AS-OF-DATE = SPACES
                   OR ADT-AS-OF-DATE NOT NUMERIC THEN
               CONTINUE
           ELSE
               MOVE ADT-AS-OF-DATE TO WS-RUN-DATE
           END-IF.

       CLEAR-ONE-RESULT.
           MOVE "N" TO WS-CTRL-REPORTED (WS-CTRL-INDEX).
           MOVE ZERO TO WS-CTRL-RETURN-CODE (WS-CTRL-INDEX).
           MOVE ZERO TO WS-CTRL-ITEM-COUNT (WS-CTRL-INDEX).
           MOVE SPACES TO WS-CTRL-ITEM-TEXT (WS-CTRL-INDEX).
           MOVE SPACES TO WS-CTRL-COLOR (WS-CTRL-INDEX).
           MOVE SPACES TO WS-CTRL-OUTCOME (WS-CTRL-INDEX).

       LOAD-ONE-STATUS-RECORD.
           READ PISSCST-FILE
               AT END
                   SET WS-CST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CST-READ-COUNT
                   PERFORM KEEP-ONE-STATUS-RECORD
           END-READ.

       KEEP-ONE-STATUS-RECORD.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-CONTROL
               VARYING WS-CTRL-INDEX FROM 1 BY 1
               UNTIL WS-CTRL-INDEX > WS-CONTROL-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND THEN
               MOVE "Y" TO WS-CTRL-REPORTED (WS-CTRL-MATCH-INDEX)
               IF CST-RETURN-CODE NUMERIC THEN
                   MOVE CST-RETURN-CODE
                       TO WS-CTRL-RETURN-CODE (WS-CTRL-MATCH-INDEX)
               ELSE
                   MOVE 16 TO WS-CTRL-RETURN-CODE (WS-CTRL-MATCH-INDEX)
               END-IF
               IF CST-ITEM-COUNT NUMERIC THEN
                   MOVE CST-ITEM-COUNT
                       TO WS-CTRL-ITEM-COUNT (WS-CTRL-MATCH-INDEX)
               ELSE
                   MOVE ZERO TO WS-CTRL-ITEM-COUNT (WS-CTRL-MATCH-INDEX)
               END-IF
               MOVE CST-ITEM-TEXT
                   TO WS-CTRL-ITEM-TEXT (WS-CTRL-MATCH-INDEX)
           END-IF.

       MATCH-ONE-CONTROL.
           IF WS-CTRL-PROGRAM (WS-CTRL-INDEX) = CST-PROGRAM-ID THEN
               MOVE WS-CTRL-INDEX TO WS-CTRL-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       GRADE-ONE-CONTROL.
           IF WS-CTRL-REPORTED (WS-CTRL-INDEX) = "N" THEN
               MOVE "RED" TO WS-CTRL-COLOR (WS-CTRL-INDEX)
               MOVE "NOT RUN" TO WS-CTRL-OUTCOME (WS-CTRL-INDEX)
           ELSE
               IF WS-CTRL-RETURN-CODE (WS-CTRL-INDEX) > WS-HIGHEST-RC
                       THEN
                   MOVE WS-CTRL-RETURN-CODE (WS-CTRL-INDEX)
                       TO WS-HIGHEST-RC
               END-IF
               EVALUATE TRUE
                   WHEN WS-CTRL-RETURN-CODE (WS-CTRL-INDEX) = ZERO
                       MOVE "GREEN" TO WS-CTRL-COLOR (WS-CTRL-INDEX)
                       MOVE "CLEAN" TO WS-CTRL-OUTCOME (WS-CTRL-INDEX)
                   WHEN WS-CTRL-RETURN-CODE (WS-CTRL-INDEX) < 8
                       MOVE "AMBER" TO WS-CTRL-COLOR (WS-CTRL-INDEX)
                       MOVE "WARNING" TO WS-CTRL-OUTCOME (WS-CTRL-INDEX)
                   WHEN WS-CTRL-RETURN-CODE (WS-CTRL-INDEX) < 12
                       MOVE "RED" TO WS-CTRL-COLOR (WS-CTRL-INDEX)
                       MOVE "FAILED" TO WS-CTRL-OUTCOME (WS-CTRL-INDEX)
                   WHEN OTHER
                       MOVE "RED" TO WS-CTRL-COLOR (WS-CTRL-INDEX)
                       MOVE "ABENDED" TO WS-CTRL-OUTCOME (WS-CTRL-INDEX)
               END-EVALUATE
           END-IF.
           EVALUATE WS-CTRL-COLOR (WS-CTRL-INDEX)
               WHEN "GREEN"
                   ADD 1 TO WS-GREEN-COUNT
               WHEN "AMBER"
                   ADD 1 TO WS-AMBER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RED-COUNT
                   IF WS-FIRST-RED-INDEX = ZERO THEN
                       MOVE WS-CTRL-INDEX TO WS-FIRST-RED-INDEX
                   END-IF
           END-EVALUATE.

       GRADE-NIGHT.
           IF WS-RED-COUNT > ZERO THEN
               MOVE "RED" TO WS-OVERALL-COLOR
           ELSE
               IF WS-AMBER-COUNT > ZERO THEN
                   MOVE "AMBER" TO WS-OVERALL-COLOR
               ELSE
                   MOVE "GREEN" TO WS-OVERALL-COLOR
               END-IF
           END-IF.

       PRINT-STATUS-PAGE.
           OPEN OUTPUT PISSRPT-FILE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSBALLS MORNING OPERATIONS STATUS"
                   DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-HDR-PAGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "STATUS TAKEN " DELIMITED BY SIZE
               WS-STATUS-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-STATUS-HHMMSS DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-GREEN-COUNT TO WS-EDIT-GREEN.
           MOVE WS-AMBER-COUNT TO WS-EDIT-AMBER.
           MOVE WS-RED-COUNT TO WS-EDIT-RED.
           MOVE SPACES TO RPT-LINE.
           STRING "OVERALL NIGHT STATUS: " DELIMITED BY SIZE
               WS-OVERALL-COLOR DELIMITED BY SIZE
               "     GREEN " DELIMITED BY SIZE
               WS-EDIT-GREEN DELIMITED BY SIZE
               "   AMBER " DELIMITED BY SIZE
               WS-EDIT-AMBER DELIMITED BY SIZE
               "   RED " DELIMITED BY SIZE
               WS-EDIT-RED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           STRING "STEP     PROGRAM    CONTROL                       "
                   DELIMITED BY SIZE
               "  STATUS  RESULT   STEP RC      COUNT  COUNTED"
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           STRING "-------  ---------  ------------------------------"
                   DELIMITED BY SIZE
               "  ------  -------  -------  ---------  "
                   DELIMITED BY SIZE
               "------------------------------" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM PRINT-ONE-CONTROL-LINE
               VARYING WS-CTRL-INDEX FROM 1 BY 1
               UNTIL WS-CTRL-INDEX > WS-CONTROL-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "GREEN = STEP RC 0.  AMBER = STEP RC 4.  RED = "
                   DELIMITED BY SIZE
               "STEP RC 8 OR HIGHER, OR NO STATUS FROM THE STEP "
                   DELIMITED BY SIZE
               "(BYPASSED OR ABENDED)." DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           CLOSE PISSRPT-FILE.

       PRINT-ONE-CONTROL-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-CTRL-REPORTED (WS-CTRL-INDEX) = "N" THEN
               STRING WS-CTRL-STEP (WS-CTRL-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CTRL-PROGRAM (WS-CTRL-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CTRL-DESCRIPTION (WS-CTRL-INDEX)
                       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CTRL-COLOR (WS-CTRL-INDEX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CTRL-OUTCOME (WS-CTRL-INDEX) DELIMITED BY SIZE
                   "       --         --  " DELIMITED BY SIZE
                   "NO STATUS RECORD FOR THE NIGHT" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE WS-CTRL-RETURN-CODE (WS-CTRL-INDEX) TO WS-EDIT-RC
               MOVE WS-CTRL-ITEM-COUNT (WS-CTRL-INDEX) TO WS-EDIT-COUNT
               STRING WS-CTRL-STEP (WS-CTRL-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CTRL-PROGRAM (WS-CTRL-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CTRL-DESCRIPTION (WS-CTRL-INDEX)
                       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CTRL-COLOR (WS-CTRL-INDEX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CTRL-OUTCOME (WS-CTRL-INDEX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-EDIT-RC DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CTRL-ITEM-TEXT (WS-CTRL-INDEX) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-MONITOR-RECORD.
           OPEN OUTPUT PISSMON-FILE.
           IF WS-MON-STATUS NOT = "00" THEN
               DISPLAY "PISSMORN - MONITORING STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-MON-STATUS
                   " - CONSOLE RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-MONITOR-RECORD
               MOVE "PISSBALJ" TO MON-JOB-NAME
               MOVE WS-RUN-DATE TO MON-RUN-DATE
               MOVE WS-STATUS-DATE TO MON-STATUS-DATE
               MOVE WS-STATUS-HHMMSS TO MON-STATUS-TIME
               EVALUATE WS-OVERALL-COLOR
                   WHEN "GREEN"
                       SET MON-STATUS-GREEN TO TRUE
                       MOVE "N" TO MON-ALERT-FLAG
                   WHEN "AMBER"
                       SET MON-STATUS-AMBER TO TRUE
                       MOVE "N" TO MON-ALERT-FLAG
                   WHEN OTHER
                       SET MON-STATUS-RED TO TRUE
                       SET MON-PAGE-ON-CALL TO TRUE
               END-EVALUATE
               MOVE WS-GREEN-COUNT TO MON-GREEN-COUNT
               MOVE WS-AMBER-COUNT TO MON-AMBER-COUNT
               MOVE WS-RED-COUNT TO MON-RED-COUNT
               MOVE WS-HIGHEST-RC TO MON-HIGHEST-RC
               IF WS-FIRST-RED-INDEX > ZERO THEN
                   MOVE WS-CTRL-STEP (WS-FIRST-RED-INDEX)
                       TO MON-FIRST-RED-STEP
                   MOVE WS-CTRL-PROGRAM (WS-FIRST-RED-INDEX)
                       TO MON-FIRST-RED-PROGRAM
                   MOVE WS-CTRL-OUTCOME (WS-FIRST-RED-INDEX)
                       TO MON-FIRST-RED-RESULT
               END-IF
               WRITE PISSBALLS-MONITOR-RECORD
               CLOSE PISSMON-FILE
           END-IF.

       TERMINATE-RUN.
           DISPLAY "PISSMORN - STATUS RECORDS READ . . "
               WS-CST-READ-COUNT.
           DISPLAY "PISSMORN - OVERALL NIGHT STATUS . . "
               WS-OVERALL-COLOR.
           EVALUATE WS-OVERALL-COLOR
               WHEN "GREEN"
                   MOVE 0 TO RETURN-CODE
               WHEN "AMBER"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
