       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSRSTC.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - PISSBALJ RESTART CONTROL, RUN AS *
      *                   THE FIRST STEP OF EVERY SUBMISSION. READS   *
      *                   THE PISSSTL STEP LEDGER FOR THE RUN DATE    *
      *                   (THE AS-OF DATE ON A BACKDATED REBUILD) AND *
      *                   PLANS EVERY LEDGER STEP: ONE ALREADY        *
      *                   COMPLETE FOR THE DATE IS SKIPPED, ANY OTHER *
      *                   RUNS, AND AN ARCHIVE, SWAP OR REPORT STEP   *
      *                   ALSO RERUNS WHEN THE STEP FEEDING IT        *
      *                   RERUNS. WRITES THE PISSRSP RESTART PLAN     *
      *                   THAT PISSSTLG TESTS AHEAD OF EACH STEP AND  *
      *                   PRINTS THE RESTART REPORT - WHAT IS         *
      *                   SKIPPED, WHAT IS RERUN, AND WHERE THE JOB   *
      *                   RESUMES. RC 0 FIRST SUBMISSION FOR THE      *
      *                   DATE, 4 RESUBMISSION, 16 PLAN NOT BUILT     *
      *                   (EVERY LEDGER STEP HELD)                    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PISSADAT-FILE ASSIGN TO PISSADAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.
           SELECT OPTIONAL PISSSTL-FILE ASSIGN TO PISSSTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STL-STATUS.
           SELECT PISSRSTP-FILE ASSIGN TO PISSRSTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSADAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSADAT.

       FD  PISSSTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSSTL.

       FD  PISSRSTP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSRSP.

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       WORKING-STORAGE SECTION.
       01 WS-ADT-STATUS PIC XX VALUE "00".
       01 WS-STL-STATUS PIC XX VALUE "00".
       01 WS-RSP-STATUS PIC XX VALUE "00".
       01 WS-STL-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-STL-EOF VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-SUBMISSION-TYPE PIC X(01) VALUE "F".
           88 WS-FIRST-SUBMISSION VALUE "F".
           88 WS-RESUBMISSION VALUE "R".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-PLAN-DATE PIC X(08) VALUE SPACES.
       01 WS-PLAN-TIME.
           05 WS-PLAN-HHMMSS PIC X(06) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
       01 WS-STEP-VALUES.
           05 FILLER PIC X(08) VALUE "STEP001".
           05 FILLER PIC X(09) VALUE "IDCAMS".
           05 FILLER PIC X(30) VALUE "CLEAR NIGHT'S CONTROL STATUS".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP003".
           05 FILLER PIC X(09) VALUE "PISSCGAT".
           05 FILLER PIC X(30) VALUE "CALENDAR GATE".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP005".
           05 FILLER PIC X(09) VALUE "IDCAMS".
           05 FILLER PIC X(30) VALUE "NEW-DAY DATASET CLEAR-DOWN".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP010".
           05 FILLER PIC X(09) VALUE "IEFBR14".
           05 FILLER PIC X(30) VALUE "ALLOCATE DAILY CONTROL CARD".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP020".
           05 FILLER PIC X(09) VALUE "IEBGENER".
           05 FILLER PIC X(30) VALUE "STAGE DAILY CONTROL CARD".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP025".
           05 FILLER PIC X(09) VALUE "PISSEDIT".
           05 FILLER PIC X(30) VALUE "CONTROL AND OVERRIDE CARD EDIT".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP027".
           05 FILLER PIC X(09) VALUE "PISSXEDT".
           05 FILLER PIC X(30) VALUE "SUBSCRIBER/TREND CROSS-EDIT".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP030".
           05 FILLER PIC X(09) VALUE "PISSBALLS".
           05 FILLER PIC X(30) VALUE "NIGHTLY CLASSIFICATION RUN".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP032".
           05 FILLER PIC X(09) VALUE "PISSRARC".
           05 FILLER PIC X(30) VALUE "ARCHIVE CLASSIFICATION REPORT".
           05 FILLER PIC X(08) VALUE "STEP030".
           05 FILLER PIC X(08) VALUE "STEP033".
           05 FILLER PIC X(09) VALUE "PISSOVRP".
           05 FILLER PIC X(30) VALUE "OVERRIDE REPORT".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP034".
           05 FILLER PIC X(09) VALUE "PISSRARC".
           05 FILLER PIC X(30) VALUE "ARCHIVE OVERRIDE REPORT".
           05 FILLER PIC X(08) VALUE "STEP033".
           05 FILLER PIC X(08) VALUE "STEP035".
           05 FILLER PIC X(09) VALUE "PISSAUDT".
           05 FILLER PIC X(30) VALUE "DETAIL/SUMMARY BALANCING".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP037".
           05 FILLER PIC X(09) VALUE "PISSRARC".
           05 FILLER PIC X(30) VALUE "ARCHIVE BALANCING REPORT".
           05 FILLER PIC X(08) VALUE "STEP035".
           05 FILLER PIC X(08) VALUE "STEP040".
           05 FILLER PIC X(09) VALUE "PISSXTRC".
           05 FILLER PIC X(30) VALUE "SUBSCRIBER EXTRACTS/REGISTER".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP045".
           05 FILLER PIC X(09) VALUE "PISSACKP".
           05 FILLER PIC X(30) VALUE "DOWNSTREAM ACK REGISTER".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP047".
           05 FILLER PIC X(09) VALUE "IDCAMS".
           05 FILLER PIC X(30) VALUE "TRANSMISSION REGISTER SWAP".
           05 FILLER PIC X(08) VALUE "STEP045".
           05 FILLER PIC X(08) VALUE "STEP050".
           05 FILLER PIC X(09) VALUE "PISSHLOD".
           05 FILLER PIC X(30) VALUE "HISTORY MASTER MERGE".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP055".
           05 FILLER PIC X(09) VALUE "IEBGENER".
           05 FILLER PIC X(30) VALUE "SUMMARY HISTORY APPEND".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP057".
           05 FILLER PIC X(09) VALUE "PISSPTDA".
           05 FILLER PIC X(30) VALUE "PERIOD-TO-DATE ACCUMULATION".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP058".
           05 FILLER PIC X(09) VALUE "IDCAMS".
           05 FILLER PIC X(30) VALUE "PERIOD TOTALS SWAP".
           05 FILLER PIC X(08) VALUE "STEP057".
           05 FILLER PIC X(08) VALUE "STEP060".
           05 FILLER PIC X(09) VALUE "PISSRECN".
           05 FILLER PIC X(30) VALUE "DAY-OVER-DAY VARIANCE".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP062".
           05 FILLER PIC X(09) VALUE "PISSRARC".
           05 FILLER PIC X(30) VALUE "ARCHIVE VARIANCE REPORT".
           05 FILLER PIC X(08) VALUE "STEP060".
           05 FILLER PIC X(08) VALUE "STEP065".
           05 FILLER PIC X(09) VALUE "PISSEXCM".
           05 FILLER PIC X(30) VALUE "EXCEPTION MASTER MERGE".
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STEP067".
           05 FILLER PIC X(09) VALUE "IDCAMS".
           05 FILLER PIC X(30) VALUE "EXCEPTION MASTER SWAP".
           05 FILLER PIC X(08) VALUE "STEP065".
           05 FILLER PIC X(08) VALUE "STEP070".
           05 FILLER PIC X(09) VALUE "PISSTRND".
           05 FILLER PIC X(30) VALUE "30-RUN TREND REPORT".
           05 FILLER PIC X(08) VALUE "STEP055".
           05 FILLER PIC X(08) VALUE "STEP072".
           05 FILLER PIC X(09) VALUE "PISSRARC".
           05 FILLER PIC X(30) VALUE "ARCHIVE TREND REPORT".
           05 FILLER PIC X(08) VALUE "STEP070".
       01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05 WS-STEP-DEFINITION OCCURS 26 TIMES.
               10 WS-STEP-NAME PIC X(08).
               10 WS-STEP-PROGRAM PIC X(09).
               10 WS-STEP-DESCRIPTION PIC X(30).
               10 WS-STEP-FEEDER PIC X(08).
       01 WS-STEP-COUNT PIC 9(02) VALUE 26.
       01 WS-STEP-RESULTS.
           05 WS-STEP-RESULT OCCURS 26 TIMES.
               10 WS-STEP-DONE PIC X(01).
               10 WS-STEP-DONE-DATE PIC X(08).
               10 WS-STEP-DONE-TIME PIC X(08).
               10 WS-STEP-ACTION PIC X(01).
               10 WS-STEP-ACTION-TEXT PIC X(30).
       01 WS-STEP-INDEX PIC 9(02) VALUE ZERO.
       01 WS-STEP-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-FEEDER-INDEX PIC 9(02) VALUE ZERO.
       01 WS-RESUME-INDEX PIC 9(02) VALUE ZERO.
       01 WS-STL-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-STL-DATE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-STL-UNKNOWN-COUNT PIC 9(05) VALUE ZERO.
       01 WS-DONE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(02) VALUE ZERO.
       01 WS-RUN-COUNT PIC 9(02) VALUE ZERO.
       01 WS-TIED-COUNT PIC 9(02) VALUE ZERO.
       01 WS-TIME-WORK.
           05 WS-TIME-HH PIC X(02).
           05 WS-TIME-MM PIC X(02).
           05 WS-TIME-SS PIC X(02).
           05 WS-TIME-CC PIC X(02).
       01 WS-PRINT-COMPLETED.
           05 WS-PRINT-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PRINT-HH PIC X(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-PRINT-MM PIC X(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-PRINT-SS PIC X(02).
       01 WS-COMPLETED-TEXT PIC X(17) VALUE SPACES.
       01 WS-LEDGER-TEXT PIC X(08) VALUE SPACES.
       01 WS-EDIT-SKIP PIC Z9.
       01 WS-EDIT-RUN PIC Z9.
       01 WS-EDIT-READ PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-DATE-COUNT PIC ZZ,ZZ9.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-HDR-PAGE PIC ZZ9.

       PROCEDURE DIVISION.
       PISSRSTC-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-ONE-LEDGER-RECORD
                   UNTIL WS-STL-EOF
               CLOSE PISSSTL-FILE
               PERFORM PLAN-ONE-STEP
                   VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM TIE-ONE-STEP
                   VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM COUNT-ONE-STEP
                   VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM WRITE-RESTART-PLAN
           END-IF.
           PERFORM PRINT-RESTART-REPORT.
           PERFORM TERMINATE-RUN.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PLAN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PLAN-TIME FROM TIME.
           PERFORM READ-AS-OF-DATE.
           PERFORM CLEAR-ONE-RESULT
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           OPEN INPUT PISSSTL-FILE.
           IF WS-STL-STATUS NOT = "00" AND WS-STL-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSRSTC - STEP LEDGER WILL NOT OPEN - FILE "
                   "STATUS " WS-STL-STATUS " - RUN HELD"
               SET WS-ABEND-CONDITION TO TRUE
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
               DISPLAY "PISSRSTC - BACKDATED REBUILD - LEDGER READ "
                   "AS OF " WS-RUN-DATE
           END-IF.

       CLEAR-ONE-RESULT.
           MOVE "N" TO WS-STEP-DONE (WS-STEP-INDEX).
           MOVE SPACES TO WS-STEP-DONE-DATE (WS-STEP-INDEX).
           MOVE SPACES TO WS-STEP-DONE-TIME (WS-STEP-INDEX).
           MOVE "R" TO WS-STEP-ACTION (WS-STEP-INDEX).
           MOVE SPACES TO WS-STEP-ACTION-TEXT (WS-STEP-INDEX).

       LOAD-ONE-LEDGER-RECORD.
           READ PISSSTL-FILE
               AT END
                   SET WS-STL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STL-READ-COUNT
                   IF STL-RUN-DATE = WS-RUN-DATE
                           AND STL-STEP-COMPLETE THEN
                       ADD 1 TO WS-STL-DATE-COUNT
                       PERFORM KEEP-ONE-LEDGER-RECORD
                   END-IF
           END-READ.

       KEEP-ONE-LEDGER-RECORD.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND THEN
               MOVE "Y" TO WS-STEP-DONE (WS-STEP-MATCH-INDEX)
               MOVE STL-COMPLETED-DATE
                   TO WS-STEP-DONE-DATE (WS-STEP-MATCH-INDEX)
               MOVE STL-COMPLETED-TIME
                   TO WS-STEP-DONE-TIME (WS-STEP-MATCH-INDEX)
           ELSE
               ADD 1 TO WS-STL-UNKNOWN-COUNT
               DISPLAY "PISSRSTC - LEDGER RECORD FOR UNKNOWN STEP "
                   STL-STEP-NAME " IGNORED"
           END-IF.

       MATCH-ONE-STEP.
           IF WS-STEP-NAME (WS-STEP-INDEX) = STL-STEP-NAME THEN
               MOVE WS-STEP-INDEX TO WS-STEP-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       PLAN-ONE-STEP.
           IF WS-STEP-DONE (WS-STEP-INDEX) = "Y" THEN
               ADD 1 TO WS-DONE-COUNT
               SET WS-RESUBMISSION TO TRUE
               MOVE "S" TO WS-STEP-ACTION (WS-STEP-INDEX)
               MOVE "SKIPPED - ALREADY COMPLETE"
                   TO WS-STEP-ACTION-TEXT (WS-STEP-INDEX)
           END-IF.

       TIE-ONE-STEP.
           IF WS-STEP-ACTION (WS-STEP-INDEX) = "S"
                   AND WS-STEP-FEEDER (WS-STEP-INDEX) NOT = SPACES THEN
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM MATCH-ONE-FEEDER
                   VARYING WS-FEEDER-INDEX FROM 1 BY 1
                   UNTIL WS-FEEDER-INDEX > WS-STEP-COUNT
                       OR WS-ENTRY-FOUND
               IF WS-ENTRY-FOUND
                       AND WS-STEP-ACTION (WS-STEP-MATCH-INDEX) = "R"
                       THEN
                   ADD 1 TO WS-TIED-COUNT
                   MOVE "R" TO WS-STEP-ACTION (WS-STEP-INDEX)
                   MOVE SPACES TO WS-STEP-ACTION-TEXT (WS-STEP-INDEX)
                   STRING "RERUN WITH " DELIMITED BY SIZE
                       WS-STEP-FEEDER (WS-STEP-INDEX)
                           DELIMITED BY SPACE
                       " (COMPLETE)" DELIMITED BY SIZE
                       INTO WS-STEP-ACTION-TEXT (WS-STEP-INDEX)
                   END-STRING
               END-IF
           END-IF.

       MATCH-ONE-FEEDER.
           IF WS-STEP-NAME (WS-FEEDER-INDEX)
                   = WS-STEP-FEEDER (WS-STEP-INDEX) THEN
               MOVE WS-FEEDER-INDEX TO WS-STEP-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       COUNT-ONE-STEP.
           IF WS-STEP-ACTION (WS-STEP-INDEX) = "S" THEN
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               ADD 1 TO WS-RUN-COUNT
               IF WS-RESUME-INDEX = ZERO THEN
                   MOVE WS-STEP-INDEX TO WS-RESUME-INDEX
               END-IF
               IF WS-STEP-ACTION-TEXT (WS-STEP-INDEX) = SPACES THEN
                   IF WS-RESUBMISSION THEN
                       MOVE "RERUN"
                           TO WS-STEP-ACTION-TEXT (WS-STEP-INDEX)
                   ELSE
                       MOVE "RUN" TO WS-STEP-ACTION-TEXT (WS-STEP-INDEX)
                   END-IF
               END-IF
           END-IF.

       WRITE-RESTART-PLAN.
           OPEN OUTPUT PISSRSTP-FILE.
           IF WS-RSP-STATUS NOT = "00" THEN
               DISPLAY "PISSRSTC - RESTART PLAN DATASET WILL NOT OPEN "
                   "- FILE STATUS " WS-RSP-STATUS " - RUN HELD"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM WRITE-ONE-PLAN-RECORD
                   VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               CLOSE PISSRSTP-FILE
           END-IF.

       WRITE-ONE-PLAN-RECORD.
           MOVE SPACES TO PISSBALLS-RESTART-PLAN.
           MOVE WS-RUN-DATE TO RSP-RUN-DATE.
           MOVE WS-STEP-NAME (WS-STEP-INDEX) TO RSP-STEP-NAME.
           MOVE WS-STEP-PROGRAM (WS-STEP-INDEX) TO RSP-PROGRAM-ID.
           MOVE WS-STEP-ACTION (WS-STEP-INDEX) TO RSP-STEP-ACTION.
           MOVE WS-SUBMISSION-TYPE TO RSP-SUBMISSION-TYPE.
           WRITE PISSBALLS-RESTART-PLAN.

       PRINT-RESTART-REPORT.
           OPEN OUTPUT PISSRPT-FILE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSBALJ STEP LEDGER RESTART REPORT"
                   DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-HDR-PAGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PLAN BUILT " DELIMITED BY SIZE
               WS-PLAN-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-PLAN-HHMMSS DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM PRINT-SUBMISSION-LINE.
           IF NOT WS-ABEND-CONDITION THEN
               MOVE SPACES TO RPT-LINE
               STRING "STEP     PROGRAM    FUNCTION                  "
                       DELIMITED BY SIZE
                   "      LEDGER    COMPLETED          ACTION"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES
               MOVE SPACES TO RPT-LINE
               STRING "-------  ---------  ----------------------------"
                       DELIMITED BY SIZE
                   "--  --------  -----------------  "
                       DELIMITED BY SIZE
                   "------------------------------" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE
               PERFORM PRINT-ONE-STEP-LINE
                   VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM PRINT-REPORT-TOTALS
           END-IF.
           CLOSE PISSRPT-FILE.

       PRINT-SUBMISSION-LINE.
           MOVE SPACES TO RPT-LINE.
           EVALUATE TRUE
               WHEN WS-ABEND-CONDITION
                   STRING "RESTART PLAN NOT BUILT - SEE THE STEP "
                           DELIMITED BY SIZE
                       "MESSAGES.  EVERY LEDGER STEP IS HELD."
                           DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN WS-FIRST-SUBMISSION
                   STRING "FIRST SUBMISSION FOR THE RUN DATE - NO "
                           DELIMITED BY SIZE
                       "STEP IS ON THE LEDGER, EVERY STEP RUNS."
                           DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN WS-RESUME-INDEX = ZERO
                   STRING "RESUBMISSION - EVERY LEDGER STEP IS "
                           DELIMITED BY SIZE
                       "ALREADY COMPLETE FOR THE RUN DATE, NOTHING "
                           DELIMITED BY SIZE
                       "IS RERUN." DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "RESUBMISSION - STEPS ALREADY COMPLETE FOR "
                           DELIMITED BY SIZE
                       "THE RUN DATE ARE SKIPPED, THE JOB RESUMES AT "
                           DELIMITED BY SIZE
                       WS-STEP-NAME (WS-RESUME-INDEX)
                           DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       WS-STEP-PROGRAM (WS-RESUME-INDEX)
                           DELIMITED BY SPACE
                       ")." DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.

       PRINT-ONE-STEP-LINE.
           IF WS-STEP-DONE (WS-STEP-INDEX) = "Y" THEN
               MOVE "COMPLETE" TO WS-LEDGER-TEXT
               MOVE WS-STEP-DONE-DATE (WS-STEP-INDEX) TO WS-PRINT-DATE
               MOVE WS-STEP-DONE-TIME (WS-STEP-INDEX) TO WS-TIME-WORK
               MOVE WS-TIME-HH TO WS-PRINT-HH
               MOVE WS-TIME-MM TO WS-PRINT-MM
               MOVE WS-TIME-SS TO WS-PRINT-SS
               MOVE WS-PRINT-COMPLETED TO WS-COMPLETED-TEXT
           ELSE
               MOVE "NOT DONE" TO WS-LEDGER-TEXT
               MOVE "--" TO WS-COMPLETED-TEXT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING WS-STEP-NAME (WS-STEP-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-PROGRAM (WS-STEP-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STEP-DESCRIPTION (WS-STEP-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LEDGER-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COMPLETED-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STEP-ACTION-TEXT (WS-STEP-INDEX) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.

       PRINT-REPORT-TOTALS.
           MOVE WS-SKIP-COUNT TO WS-EDIT-SKIP.
           MOVE WS-RUN-COUNT TO WS-EDIT-RUN.
           MOVE WS-STL-READ-COUNT TO WS-EDIT-READ.
           MOVE WS-STL-DATE-COUNT TO WS-EDIT-DATE-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "STEPS SKIPPED " DELIMITED BY SIZE
               WS-EDIT-SKIP DELIMITED BY SIZE
               "   STEPS RUN " DELIMITED BY SIZE
               WS-EDIT-RUN DELIMITED BY SIZE
               "   LEDGER RECORDS READ " DELIMITED BY SIZE
               WS-EDIT-READ DELIMITED BY SIZE
               "   FOR THE RUN DATE " DELIMITED BY SIZE
               WS-EDIT-DATE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           STRING "AN ARCHIVE, SWAP OR REPORT STEP RERUNS WHENEVER "
                   DELIMITED BY SIZE
               "THE STEP FEEDING IT RERUNS." DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "STEP078 THROUGH STEP090 ARE NOT ON THE LEDGER AND "
                   DELIMITED BY SIZE
               "RUN ON EVERY SUBMISSION." DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.

       TERMINATE-RUN.
           IF WS-ABEND-CONDITION THEN
               DISPLAY "PISSRSTC - RESTART PLAN NOT BUILT FOR RUN DATE "
                   WS-RUN-DATE " - EVERY LEDGER STEP IS HELD"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "PISSRSTC - LEDGER RECORDS READ . . "
                   WS-STL-READ-COUNT
               DISPLAY "PISSRSTC - STEPS SKIPPED . . . . . "
                   WS-SKIP-COUNT
               DISPLAY "PISSRSTC - STEPS RUN . . . . . . . "
                   WS-RUN-COUNT
               IF WS-FIRST-SUBMISSION THEN
                   DISPLAY "PISSRSTC - FIRST SUBMISSION FOR RUN DATE "
                       WS-RUN-DATE
                   MOVE 0 TO RETURN-CODE
               ELSE
                   IF WS-RESUME-INDEX = ZERO THEN
                       DISPLAY "PISSRSTC - RESUBMISSION FOR RUN DATE "
                           WS-RUN-DATE " - EVERY STEP ALREADY COMPLETE"
                   ELSE
                       DISPLAY "PISSRSTC - RESUBMISSION FOR RUN DATE "
                           WS-RUN-DATE " - RESUMES AT "
                           WS-STEP-NAME (WS-RESUME-INDEX)
                   END-IF
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
