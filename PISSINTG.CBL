       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSINTG.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - END-OF-DAY INTEGRITY SWEEP       *
      *                   ACROSS THE PERMANENT FILES FOR THE RUN      *
      *                   DATES ON THE OPTIONAL PISSISPM CARD.        *
      *                   CROSS-CHECKS THAT EVERY SET OF EVERY        *
      *                   SUCCESSFUL PISSBALLS RUN ON RUN.LOG HAS ITS *
      *                   SUMMARY.HISTORY RECORD (AND ONLY ONE), THAT *
      *                   THE HISTORY.MASTER RECORD COUNT PER DATE    *
      *                   AND SET EQUALS SUM-TOTAL-COUNT (A SET/DATE  *
      *                   THE PISSHARC MANIFEST SHOWS ARCHIVED IS NOT *
      *                   A BREAK), THAT EVERY XMIT.REGISTER DATE HAS *
      *                   A LOGGED RUN, AND THAT REPORT.REPOSITORY    *
      *                   HOLDS THE CLASS, AUDIT, VARIANCE, TREND AND *
      *                   RUNLOG REPORTS FOR EVERY RUN DATE.  EVERY   *
      *                   BREAK PRINTS BY DATE AND SET; ANY BREAK     *
      *                   ENDS THE STEP RC 8                          *
      *  10/15/2026 RFK   EVERY RUN NOW ENDS BY APPENDING A PISSCST   *
      *                   CONTROL STATUS RECORD (RETURN CODE AND      *
      *                   BREAK COUNT) TO                             *
      *                   PISSBALLS.DAILY.CONTROL.STATUS FOR THE      *
      *                   PISSMORN MORNING STATUS PAGE AND MONITORING *
      *                   RECORD                                      *
      *  10/15/2026 RFK   A SINGLE-SET CORRECTION RUN ON THE RUN LOG  *
      *                   NO LONGER COUNTS AS THE DAY'S LOGGED        *
      *                   PISSBALLS RUN                               *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PISSISPM-FILE ASSIGN TO PISSISPM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OPTIONAL PISSRLOG-FILE ASSIGN TO PISSRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT OPTIONAL PISSSUMH-FILE ASSIGN TO PISSSUMH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMH-STATUS.
           SELECT PISSHST-FILE ASSIGN TO PISSHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.
           SELECT OPTIONAL PISSHMAN-FILE ASSIGN TO PISSHMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT OPTIONAL PISSXREG-FILE ASSIGN TO PISSXREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREG-STATUS.
           SELECT OPTIONAL PISSREPO-FILE ASSIGN TO PISSREPO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPO-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSCST-FILE ASSIGN TO PISSCST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSISPM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSISPM.

       FD  PISSRLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS.
           COPY PISSRLOG.

       FD  PISSSUMH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSSUM.

       FD  PISSHST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSHST.

       FD  PISSHMAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSHMAN.

       FD  PISSXREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSXRG.

       FD  PISSREPO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PISSREPO-RECORD              PIC X(132).

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       FD  PISSCST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCST.

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC XX VALUE "00".
       01 WS-RLOG-STATUS PIC XX VALUE "00".
       01 WS-SUMH-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-MAN-STATUS PIC XX VALUE "00".
       01 WS-XREG-STATUS PIC XX VALUE "00".
       01 WS-REPO-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-RLOG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-RLOG-EOF VALUE "Y".
       01 WS-SUMH-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUMH-EOF VALUE "Y".
       01 WS-HST-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-HST-EOF VALUE "Y".
       01 WS-MAN-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-MAN-EOF VALUE "Y".
       01 WS-XREG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-XREG-EOF VALUE "Y".
       01 WS-REPO-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-REPO-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE PIC X(08) VALUE "00000000".
       01 WS-THRU-DATE PIC X(08) VALUE "99999999".
       01 WS-DAYS-BACK PIC 9(03) VALUE ZERO.
       01 WS-DATE-NUM PIC 9(08) VALUE ZERO.
       01 WS-TODAY-INTEGER PIC 9(08) VALUE ZERO.
       01 WS-FROM-INTEGER PIC 9(08) VALUE ZERO.
       01 WS-FROM-DATE-NUM PIC 9(08) VALUE ZERO.
       01 WS-SELECTION-TEXT PIC X(60) VALUE SPACES.
       01 WS-REPORT-NAME-VALUES.
           05 FILLER PIC X(08) VALUE "CLASS".
           05 FILLER PIC X(08) VALUE "AUDIT".
           05 FILLER PIC X(08) VALUE "VARIANCE".
           05 FILLER PIC X(08) VALUE "TREND".
           05 FILLER PIC X(08) VALUE "RUNLOG".
       01 WS-REPORT-NAME-TABLE REDEFINES WS-REPORT-NAME-VALUES.
           05 WS-REPORT-NAME PIC X(08) OCCURS 5 TIMES.
       01 WS-REPORT-COUNT PIC 9(01) VALUE 5.
       01 WS-REPORT-INDEX PIC 9(01) VALUE ZERO.
       01 WS-MAX-DATES PIC 9(04) VALUE 1000.
       01 WS-DTE-COUNT PIC 9(04) VALUE ZERO.
       01 WS-DATE-TABLE.
           05 WS-DTE-ENTRY OCCURS 1000 TIMES.
               10 WS-DTE-DATE PIC X(08).
               10 WS-DTE-LOGGED PIC X(01).
               10 WS-DTE-SHIPMENTS PIC 9(05).
               10 WS-DTE-REPORT-FOUND PIC X(01) OCCURS 5 TIMES.
               10 WS-DTE-SET-COUNT PIC 9(02).
               10 WS-DTE-SET OCCURS 10 TIMES.
                   15 WS-DTS-SET-ID PIC X(04).
                   15 WS-DTS-LOGGED PIC X(01).
                   15 WS-DTS-SUMMARIES PIC 9(03).
                   15 WS-DTS-SUM-TOTAL PIC 9(07).
                   15 WS-DTS-HISTORY PIC 9(07).
       01 WS-DTE-INDEX PIC 9(04) VALUE ZERO.
       01 WS-DTE-MATCH-INDEX PIC 9(04) VALUE ZERO.
       01 WS-DTE-SHIFT-INDEX PIC 9(04) VALUE ZERO.
       01 WS-MAX-SETS-PER-DATE PIC 9(02) VALUE 10.
       01 WS-DTS-INDEX PIC 9(02) VALUE ZERO.
       01 WS-DTS-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-RLOG-SET-INDEX PIC 9(01) VALUE ZERO.
       01 WS-LOOKUP-DATE PIC X(08) VALUE SPACES.
       01 WS-LOOKUP-SET PIC X(04) VALUE SPACES.
       01 WS-LAST-HST-DATE PIC X(08) VALUE SPACES.
       01 WS-LAST-HST-SET PIC X(04) VALUE SPACES.
       01 WS-MAX-ARCHIVES PIC 9(03) VALUE 500.
       01 WS-ARC-COUNT PIC 9(03) VALUE ZERO.
       01 WS-ARCHIVE-TABLE.
           05 WS-ARC-ENTRY OCCURS 500 TIMES.
               10 WS-ARC-SET-ID PIC X(04).
               10 WS-ARC-FROM-DATE PIC X(08).
               10 WS-ARC-THRU-DATE PIC X(08).
       01 WS-ARC-INDEX PIC 9(03) VALUE ZERO.
       01 WS-ARCHIVED-SWITCH PIC X(01) VALUE "N".
           88 WS-SET-ARCHIVED VALUE "Y".
       01 WS-RLOG-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-SUMH-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-HST-READ-COUNT PIC 9(09) VALUE ZERO.
       01 WS-XREG-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-REPO-INDEX-COUNT PIC 9(07) VALUE ZERO.
       01 WS-RUN-DATE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-SET-DATE-COUNT PIC 9(07) VALUE ZERO.
       01 WS-ARCHIVED-COUNT PIC 9(07) VALUE ZERO.
       01 WS-RUNLOG-BREAKS PIC 9(07) VALUE ZERO.
       01 WS-SUMMARY-BREAKS PIC 9(07) VALUE ZERO.
       01 WS-HISTORY-BREAKS PIC 9(07) VALUE ZERO.
       01 WS-REGISTER-BREAKS PIC 9(07) VALUE ZERO.
       01 WS-REPORT-BREAKS PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-BREAKS PIC 9(07) VALUE ZERO.
       01 WS-BREAK-DATE PIC X(08) VALUE SPACES.
       01 WS-BREAK-SET PIC X(04) VALUE SPACES.
       01 WS-BREAK-CHECK PIC X(08) VALUE SPACES.
       01 WS-BREAK-TEXT PIC X(100) VALUE SPACES.
       01 WS-EDIT-HISTORY PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-TOTAL PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-SUMMARIES PIC ZZ9.
       01 WS-EDIT-SHIPMENTS PIC ZZ,ZZ9.
       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-LABEL PIC X(40) VALUE SPACES.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
           COPY PISSRIX.

       PROCEDURE DIVISION.
       PISSINTG-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HOLD-CONDITION THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-PERMANENT-FILES
                   IF WS-ABEND-CONDITION THEN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT PISSRPT-FILE
                       PERFORM PRINT-REPORT-HEADER
                       PERFORM CHECK-ONE-DATE
                           VARYING WS-DTE-INDEX FROM 1 BY 1
                           UNTIL WS-DTE-INDEX > WS-DTE-COUNT
                       PERFORM PRINT-SWEEP-TOTALS
                       PERFORM TERMINATE-RUN
                       IF WS-TOTAL-BREAKS > ZERO THEN
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-CONTROL-STATUS.
           STOP RUN.

       WRITE-CONTROL-STATUS.
           OPEN EXTEND PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "PISSINTG - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - STATUS RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-CONTROL-STATUS
               MOVE "PISSINTG" TO CST-PROGRAM-ID
               MOVE WS-RUN-DATE TO CST-RUN-DATE
               MOVE RETURN-CODE TO CST-RETURN-CODE
               MOVE WS-TOTAL-BREAKS TO CST-ITEM-COUNT
               MOVE "INTEGRITY BREAKS" TO CST-ITEM-TEXT
               ACCEPT CST-WRITTEN-DATE FROM DATE YYYYMMDD
               ACCEPT CST-WRITTEN-TIME FROM TIME
               WRITE PISSBALLS-CONTROL-STATUS
               CLOSE PISSCST-FILE
           END-IF.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETER-CARD.

       READ-PARAMETER-CARD.
           OPEN INPUT PISSISPM-FILE.
           IF WS-PRM-STATUS NOT = "00" AND WS-PRM-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSINTG - PARAMETER CARD DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-PRM-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               READ PISSISPM-FILE
                   AT END
                       MOVE SPACES TO PISSINTG-PARAMETER-CARD
               END-READ
               CLOSE PISSISPM-FILE
               PERFORM VALIDATE-PARAMETER-CARD
           END-IF.

       VALIDATE-PARAMETER-CARD.
           IF ISP-FROM-DATE NOT = SPACES THEN
               IF ISP-FROM-DATE NUMERIC THEN
                   MOVE ISP-FROM-DATE TO WS-FROM-DATE
               ELSE
                   DISPLAY "PISSINTG - INVALID PARAMETER CARD - FROM "
                       "DATE MUST BE NUMERIC YYYYMMDD - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF ISP-THRU-DATE NOT = SPACES THEN
               IF ISP-THRU-DATE NUMERIC THEN
                   MOVE ISP-THRU-DATE TO WS-THRU-DATE
               ELSE
                   DISPLAY "PISSINTG - INVALID PARAMETER CARD - THRU "
                       "DATE MUST BE NUMERIC YYYYMMDD - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF ISP-DAYS-BACK NOT = SPACES THEN
               IF ISP-FROM-DATE NOT = SPACES
                       OR ISP-THRU-DATE NOT = SPACES THEN
                   DISPLAY "PISSINTG - INVALID PARAMETER CARD - GIVE "
                       "A DATE RANGE OR A DAY COUNT, NOT BOTH - RUN "
                       "HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               ELSE
                   IF ISP-DAYS-BACK NUMERIC
                           AND ISP-DAYS-BACK > "000" THEN
                       MOVE ISP-DAYS-BACK TO WS-DAYS-BACK
                       PERFORM SET-DAYS-BACK-RANGE
                   ELSE
                       DISPLAY "PISSINTG - INVALID PARAMETER CARD - "
                           "DAY COUNT MUST BE NUMERIC 001-999 - RUN "
                           "HELD"
                       SET WS-HOLD-CONDITION TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-HOLD-CONDITION
                   AND WS-FROM-DATE > WS-THRU-DATE THEN
               DISPLAY "PISSINTG - INVALID PARAMETER CARD - FROM "
                   "DATE " WS-FROM-DATE " IS AFTER THRU DATE "
                   WS-THRU-DATE " - RUN HELD"
               SET WS-HOLD-CONDITION TO TRUE
           END-IF.
           IF ISP-FROM-DATE = SPACES AND ISP-THRU-DATE = SPACES
                   AND ISP-DAYS-BACK = SPACES THEN
               MOVE "EVERY DATE ON THE PERMANENT FILES"
                   TO WS-SELECTION-TEXT
           ELSE
               STRING "RUN DATES " DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-THRU-DATE DELIMITED BY SIZE
                   INTO WS-SELECTION-TEXT
               END-STRING
           END-IF.

       SET-DAYS-BACK-RANGE.
           MOVE WS-RUN-DATE TO WS-THRU-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           COMPUTE WS-FROM-INTEGER =
               WS-TODAY-INTEGER - WS-DAYS-BACK + 1.
           COMPUTE WS-FROM-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-FROM-INTEGER).
           MOVE WS-FROM-DATE-NUM TO WS-FROM-DATE.

       LOAD-PERMANENT-FILES.
           PERFORM LOAD-RUN-LOG.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-SUMMARY-HISTORY
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-HISTORY-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-ARCHIVE-MANIFEST
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-TRANSMISSION-REGISTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-REPORT-REPOSITORY
           END-IF.

       LOAD-RUN-LOG.
           OPEN INPUT PISSRLOG-FILE.
           IF WS-RLOG-STATUS NOT = "00"
                   AND WS-RLOG-STATUS NOT = "05" THEN
               DISPLAY "PISSINTG - RUN LOG WILL NOT OPEN - FILE "
                   "STATUS " WS-RLOG-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-RUN-LOG-RECORD
                   UNTIL WS-RLOG-EOF OR WS-ABEND-CONDITION
               CLOSE PISSRLOG-FILE
           END-IF.

       LOAD-ONE-RUN-LOG-RECORD.
           READ PISSRLOG-FILE
               AT END
                   SET WS-RLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RLOG-READ-COUNT
                   IF RLOG-PROGRAM-ID = "PISSBALLS"
                           AND RLOG-CORRECTION-FLAG NOT = "Y"
                           AND RLOG-RETURN-CODE NUMERIC
                           AND RLOG-RETURN-CODE <= 4
                           AND RLOG-RUN-DATE NOT < WS-FROM-DATE
                           AND RLOG-RUN-DATE NOT > WS-THRU-DATE THEN
                       PERFORM KEEP-ONE-LOGGED-RUN
                   END-IF
           END-READ.

       KEEP-ONE-LOGGED-RUN.
           MOVE RLOG-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM FIND-DATE-ENTRY.
           IF NOT WS-ABEND-CONDITION THEN
               MOVE "Y" TO WS-DTE-LOGGED (WS-DTE-MATCH-INDEX)
               IF RLOG-SET-COUNT NUMERIC THEN
                   PERFORM KEEP-ONE-LOGGED-SET
                       VARYING WS-RLOG-SET-INDEX FROM 1 BY 1
                       UNTIL WS-RLOG-SET-INDEX > RLOG-SET-COUNT
                           OR WS-RLOG-SET-INDEX > 5
                           OR WS-ABEND-CONDITION
               END-IF
           END-IF.

       KEEP-ONE-LOGGED-SET.
           MOVE RLOG-SET-ID (WS-RLOG-SET-INDEX) TO WS-LOOKUP-SET.
           PERFORM FIND-SET-ENTRY.
           IF NOT WS-ABEND-CONDITION THEN
               MOVE "Y" TO WS-DTS-LOGGED
                   (WS-DTE-MATCH-INDEX WS-DTS-MATCH-INDEX)
           END-IF.

       LOAD-SUMMARY-HISTORY.
           OPEN INPUT PISSSUMH-FILE.
           IF WS-SUMH-STATUS NOT = "00"
                   AND WS-SUMH-STATUS NOT = "05" THEN
               DISPLAY "PISSINTG - SUMMARY HISTORY WILL NOT OPEN - "
                   "FILE STATUS " WS-SUMH-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-SUMMARY-RECORD
                   UNTIL WS-SUMH-EOF OR WS-ABEND-CONDITION
               CLOSE PISSSUMH-FILE
           END-IF.

       LOAD-ONE-SUMMARY-RECORD.
           READ PISSSUMH-FILE
               AT END
                   SET WS-SUMH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUMH-READ-COUNT
                   IF SUM-RUN-DATE NOT < WS-FROM-DATE
                           AND SUM-RUN-DATE NOT > WS-THRU-DATE THEN
                       PERFORM KEEP-ONE-SUMMARY
                   END-IF
           END-READ.

       KEEP-ONE-SUMMARY.
           MOVE SUM-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM FIND-DATE-ENTRY.
           IF NOT WS-ABEND-CONDITION THEN
               MOVE SUM-SET-ID TO WS-LOOKUP-SET
               PERFORM FIND-SET-ENTRY
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               ADD 1 TO WS-DTS-SUMMARIES
                   (WS-DTE-MATCH-INDEX WS-DTS-MATCH-INDEX)
               IF WS-DTS-SUMMARIES
                       (WS-DTE-MATCH-INDEX WS-DTS-MATCH-INDEX) = 1
                       AND SUM-TOTAL-COUNT NUMERIC THEN
                   MOVE SUM-TOTAL-COUNT TO WS-DTS-SUM-TOTAL
                       (WS-DTE-MATCH-INDEX WS-DTS-MATCH-INDEX)
               END-IF
           END-IF.

       LOAD-HISTORY-MASTER.
           OPEN INPUT PISSHST-FILE.
           IF WS-HST-STATUS NOT = "00" THEN
               DISPLAY "PISSINTG - HISTORY MASTER WILL NOT OPEN - "
                   "FILE STATUS " WS-HST-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               MOVE WS-FROM-DATE TO HST-RUN-DATE
               MOVE SPACES TO HST-SET-ID
               MOVE ZERO TO HST-COUNT-VALUE
               START PISSHST-FILE KEY NOT LESS THAN HST-KEY
                   INVALID KEY
                       SET WS-HST-EOF TO TRUE
               END-START
               PERFORM LOAD-ONE-HISTORY-RECORD
                   UNTIL WS-HST-EOF OR WS-ABEND-CONDITION
               CLOSE PISSHST-FILE
           END-IF.

       LOAD-ONE-HISTORY-RECORD.
           READ PISSHST-FILE NEXT RECORD
               AT END
                   SET WS-HST-EOF TO TRUE
               NOT AT END
                   IF HST-RUN-DATE > WS-THRU-DATE THEN
                       SET WS-HST-EOF TO TRUE
                   ELSE
                       IF HST-RUN-DATE NOT < WS-FROM-DATE THEN
                           ADD 1 TO WS-HST-READ-COUNT
                           PERFORM KEEP-ONE-HISTORY
                       END-IF
                   END-IF
           END-READ.

       KEEP-ONE-HISTORY.
           IF HST-RUN-DATE NOT = WS-LAST-HST-DATE
                   OR HST-SET-ID NOT = WS-LAST-HST-SET THEN
               MOVE HST-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM FIND-DATE-ENTRY
               IF NOT WS-ABEND-CONDITION THEN
                   MOVE HST-SET-ID TO WS-LOOKUP-SET
                   PERFORM FIND-SET-ENTRY
               END-IF
               MOVE HST-RUN-DATE TO WS-LAST-HST-DATE
               MOVE HST-SET-ID TO WS-LAST-HST-SET
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               ADD 1 TO WS-DTS-HISTORY
                   (WS-DTE-MATCH-INDEX WS-DTS-MATCH-INDEX)
           END-IF.

       LOAD-ARCHIVE-MANIFEST.
           OPEN INPUT PISSHMAN-FILE.
           IF WS-MAN-STATUS NOT = "00"
                   AND WS-MAN-STATUS NOT = "05" THEN
               DISPLAY "PISSINTG - ARCHIVE MANIFEST WILL NOT OPEN - "
                   "FILE STATUS " WS-MAN-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-MANIFEST-RECORD
                   UNTIL WS-MAN-EOF OR WS-ABEND-CONDITION
               CLOSE PISSHMAN-FILE
           END-IF.

       LOAD-ONE-MANIFEST-RECORD.
           READ PISSHMAN-FILE
               AT END
                   SET WS-MAN-EOF TO TRUE
               NOT AT END
                   IF MAN-SET-RECORD THEN
                       PERFORM KEEP-ONE-ARCHIVE
                   END-IF
           END-READ.

       KEEP-ONE-ARCHIVE.
           IF WS-ARC-COUNT = WS-MAX-ARCHIVES THEN
               DISPLAY "PISSINTG - ARCHIVE MANIFEST HAS MORE THAN "
                   WS-MAX-ARCHIVES " SET RECORDS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-ARC-COUNT
               MOVE MAN-SET-ID TO WS-ARC-SET-ID (WS-ARC-COUNT)
               MOVE MAN-FROM-DATE TO WS-ARC-FROM-DATE (WS-ARC-COUNT)
               MOVE MAN-THRU-DATE TO WS-ARC-THRU-DATE (WS-ARC-COUNT)
           END-IF.

       LOAD-TRANSMISSION-REGISTER.
           OPEN INPUT PISSXREG-FILE.
           IF WS-XREG-STATUS NOT = "00"
                   AND WS-XREG-STATUS NOT = "05" THEN
               DISPLAY "PISSINTG - TRANSMISSION REGISTER WILL NOT "
                   "OPEN - FILE STATUS " WS-XREG-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-REGISTER-RECORD
                   UNTIL WS-XREG-EOF OR WS-ABEND-CONDITION
               CLOSE PISSXREG-FILE
           END-IF.

       LOAD-ONE-REGISTER-RECORD.
           READ PISSXREG-FILE
               AT END
                   SET WS-XREG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-XREG-READ-COUNT
                   IF XRG-RUN-DATE NOT < WS-FROM-DATE
                           AND XRG-RUN-DATE NOT > WS-THRU-DATE THEN
                       MOVE XRG-RUN-DATE TO WS-LOOKUP-DATE
                       PERFORM FIND-DATE-ENTRY
                       IF NOT WS-ABEND-CONDITION THEN
                           ADD 1 TO WS-DTE-SHIPMENTS
                               (WS-DTE-MATCH-INDEX)
                       END-IF
                   END-IF
           END-READ.

       LOAD-REPORT-REPOSITORY.
           OPEN INPUT PISSREPO-FILE.
           IF WS-REPO-STATUS NOT = "00"
                   AND WS-REPO-STATUS NOT = "05" THEN
               DISPLAY "PISSINTG - REPORT REPOSITORY WILL NOT OPEN - "
                   "FILE STATUS " WS-REPO-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-REPOSITORY-RECORD
                   UNTIL WS-REPO-EOF
               CLOSE PISSREPO-FILE
           END-IF.

       LOAD-ONE-REPOSITORY-RECORD.
           READ PISSREPO-FILE
               AT END
                   SET WS-REPO-EOF TO TRUE
               NOT AT END
                   MOVE PISSREPO-RECORD TO PISSBALLS-REPOSITORY-INDEX
                   IF RIX-INDEX-RECORD THEN
                       ADD 1 TO WS-REPO-INDEX-COUNT
                       PERFORM KEEP-ONE-ARCHIVED-REPORT
                   END-IF
           END-READ.

       KEEP-ONE-ARCHIVED-REPORT.
           IF RIX-RUN-DATE NOT < WS-FROM-DATE
                   AND RIX-RUN-DATE NOT > WS-THRU-DATE THEN
               MOVE RIX-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM FIND-EXISTING-DATE
               IF WS-ENTRY-FOUND THEN
                   PERFORM MARK-ONE-REPORT
                       VARYING WS-REPORT-INDEX FROM 1 BY 1
                       UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT
               END-IF
           END-IF.

       MARK-ONE-REPORT.
           IF RIX-REPORT-NAME = WS-REPORT-NAME (WS-REPORT-INDEX) THEN
               MOVE "Y" TO WS-DTE-REPORT-FOUND
                   (WS-DTE-MATCH-INDEX WS-REPORT-INDEX)
           END-IF.

       FIND-EXISTING-DATE.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-DATE
               VARYING WS-DTE-INDEX FROM 1 BY 1
               UNTIL WS-DTE-INDEX > WS-DTE-COUNT
                   OR WS-ENTRY-FOUND.

       FIND-DATE-ENTRY.
           IF WS-DTE-MATCH-INDEX > ZERO THEN
               IF WS-DTE-DATE (WS-DTE-MATCH-INDEX) = WS-LOOKUP-DATE
                       THEN
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   PERFORM FIND-EXISTING-DATE
               END-IF
           ELSE
               PERFORM FIND-EXISTING-DATE
           END-IF.
           IF NOT WS-ENTRY-FOUND THEN
               PERFORM ADD-DATE-ENTRY
           END-IF.

       MATCH-ONE-DATE.
           IF WS-DTE-DATE (WS-DTE-INDEX) = WS-LOOKUP-DATE THEN
               MOVE WS-DTE-INDEX TO WS-DTE-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       ADD-DATE-ENTRY.
           IF WS-DTE-COUNT = WS-MAX-DATES THEN
               DISPLAY "PISSINTG - MORE THAN " WS-MAX-DATES
                   " RUN DATES IN THE SWEEP - NARROW THE DATE RANGE "
                   "ON THE PISSISPM CARD"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               MOVE 1 TO WS-DTE-MATCH-INDEX
               PERFORM FIND-INSERT-POSITION
                   UNTIL WS-DTE-MATCH-INDEX > WS-DTE-COUNT
                       OR WS-DTE-DATE (WS-DTE-MATCH-INDEX)
                           > WS-LOOKUP-DATE
               PERFORM SHIFT-ONE-DATE
                   VARYING WS-DTE-SHIFT-INDEX FROM WS-DTE-COUNT BY -1
                   UNTIL WS-DTE-SHIFT-INDEX < WS-DTE-MATCH-INDEX
               ADD 1 TO WS-DTE-COUNT
               INITIALIZE WS-DTE-ENTRY (WS-DTE-MATCH-INDEX)
               MOVE WS-LOOKUP-DATE TO WS-DTE-DATE (WS-DTE-MATCH-INDEX)
               MOVE SPACES TO WS-LAST-HST-DATE
           END-IF.

       FIND-INSERT-POSITION.
           ADD 1 TO WS-DTE-MATCH-INDEX.

       SHIFT-ONE-DATE.
           MOVE WS-DTE-ENTRY (WS-DTE-SHIFT-INDEX)
               TO WS-DTE-ENTRY (WS-DTE-SHIFT-INDEX + 1).

       FIND-SET-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-SET
               VARYING WS-DTS-INDEX FROM 1 BY 1
               UNTIL WS-DTS-INDEX > WS-DTE-SET-COUNT
                   (WS-DTE-MATCH-INDEX)
                   OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-DTE-SET-COUNT (WS-DTE-MATCH-INDEX)
                       = WS-MAX-SETS-PER-DATE THEN
                   DISPLAY "PISSINTG - MORE THAN "
                       WS-MAX-SETS-PER-DATE " RULE SETS ON RUN DATE "
                       WS-LOOKUP-DATE
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-DTE-SET-COUNT (WS-DTE-MATCH-INDEX)
                   MOVE WS-DTE-SET-COUNT (WS-DTE-MATCH-INDEX)
                       TO WS-DTS-MATCH-INDEX
                   MOVE WS-LOOKUP-SET TO WS-DTS-SET-ID
                       (WS-DTE-MATCH-INDEX WS-DTS-MATCH-INDEX)
               END-IF
           END-IF.

       MATCH-ONE-SET.
           IF WS-DTS-SET-ID (WS-DTE-MATCH-INDEX WS-DTS-INDEX)
                   = WS-LOOKUP-SET THEN
               MOVE WS-DTS-INDEX TO WS-DTS-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       CHECK-ONE-DATE.
           MOVE WS-DTE-DATE (WS-DTE-INDEX) TO WS-BREAK-DATE.
           IF WS-DTE-LOGGED (WS-DTE-INDEX) = "Y" THEN
               ADD 1 TO WS-RUN-DATE-COUNT
               PERFORM CHECK-ONE-REPORT
                   VARYING WS-REPORT-INDEX FROM 1 BY 1
                   UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT
           ELSE
               IF WS-DTE-SHIPMENTS (WS-DTE-INDEX) > ZERO THEN
                   MOVE WS-DTE-SHIPMENTS (WS-DTE-INDEX)
                       TO WS-EDIT-SHIPMENTS
                   MOVE "*ALL" TO WS-BREAK-SET
                   MOVE "REGISTER" TO WS-BREAK-CHECK
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING WS-EDIT-SHIPMENTS DELIMITED BY SIZE
                       " SHIPMENT(S) ON XMIT.REGISTER BUT NO "
                           DELIMITED BY SIZE
                       "SUCCESSFUL PISSBALLS RUN ON RUN.LOG"
                           DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   END-STRING
                   ADD 1 TO WS-REGISTER-BREAKS
                   PERFORM PRINT-BREAK-LINE
               END-IF
           END-IF.
           PERFORM CHECK-ONE-SET
               VARYING WS-DTS-INDEX FROM 1 BY 1
               UNTIL WS-DTS-INDEX > WS-DTE-SET-COUNT (WS-DTE-INDEX).

       CHECK-ONE-REPORT.
           IF WS-DTE-REPORT-FOUND (WS-DTE-INDEX WS-REPORT-INDEX)
                   NOT = "Y" THEN
               MOVE "*ALL" TO WS-BREAK-SET
               MOVE "REPORTS" TO WS-BREAK-CHECK
               MOVE SPACES TO WS-BREAK-TEXT
               STRING WS-REPORT-NAME (WS-REPORT-INDEX)
                       DELIMITED BY SPACE
                   " REPORT IS NOT IN REPORT.REPOSITORY"
                       DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               END-STRING
               ADD 1 TO WS-REPORT-BREAKS
               PERFORM PRINT-BREAK-LINE
           END-IF.

       CHECK-ONE-SET.
           ADD 1 TO WS-SET-DATE-COUNT.
           MOVE WS-DTS-SET-ID (WS-DTE-INDEX WS-DTS-INDEX)
               TO WS-BREAK-SET.
           IF WS-DTE-LOGGED (WS-DTE-INDEX) = "Y" THEN
               PERFORM CHECK-LOGGED-SET
           ELSE
               PERFORM CHECK-UNLOGGED-SET
           END-IF.
           IF WS-DTS-SUMMARIES (WS-DTE-INDEX WS-DTS-INDEX) > 1 THEN
               MOVE WS-DTS-SUMMARIES (WS-DTE-INDEX WS-DTS-INDEX)
                   TO WS-EDIT-SUMMARIES
               MOVE "SUMMARY" TO WS-BREAK-CHECK
               MOVE SPACES TO WS-BREAK-TEXT
               STRING WS-EDIT-SUMMARIES DELIMITED BY SIZE
                   " SUMMARY.HISTORY RECORDS FOR ONE SET AND RUN "
                       DELIMITED BY SIZE
                   "DATE - HISTORY APPENDED TWICE" DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               END-STRING
               ADD 1 TO WS-SUMMARY-BREAKS
               PERFORM PRINT-BREAK-LINE
           END-IF.
           PERFORM CHECK-SET-HISTORY.

       CHECK-LOGGED-SET.
           IF WS-DTS-LOGGED (WS-DTE-INDEX WS-DTS-INDEX) = "Y" THEN
               IF WS-DTS-SUMMARIES (WS-DTE-INDEX WS-DTS-INDEX)
                       = ZERO THEN
                   MOVE "SUMMARY" TO WS-BREAK-CHECK
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "SET RAN PER RUN.LOG BUT HAS NO "
                           DELIMITED BY SIZE
                       "SUMMARY.HISTORY RECORD" DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   END-STRING
                   ADD 1 TO WS-SUMMARY-BREAKS
                   PERFORM PRINT-BREAK-LINE
               END-IF
           ELSE
               MOVE "RUNLOG" TO WS-BREAK-CHECK
               MOVE SPACES TO WS-BREAK-TEXT
               STRING "SET HAS SUMMARY OR HISTORY RECORDS BUT IS "
                       DELIMITED BY SIZE
                   "NOT ON THE LOGGED RUN FOR THE DATE"
                       DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               END-STRING
               ADD 1 TO WS-RUNLOG-BREAKS
               PERFORM PRINT-BREAK-LINE
           END-IF.

       CHECK-UNLOGGED-SET.
           MOVE "RUNLOG" TO WS-BREAK-CHECK.
           MOVE SPACES TO WS-BREAK-TEXT.
           STRING "SET HAS SUMMARY OR HISTORY RECORDS BUT NO "
                   DELIMITED BY SIZE
               "SUCCESSFUL PISSBALLS RUN IS ON RUN.LOG"
                   DELIMITED BY SIZE
               INTO WS-BREAK-TEXT
           END-STRING.
           ADD 1 TO WS-RUNLOG-BREAKS.
           PERFORM PRINT-BREAK-LINE.

       CHECK-SET-HISTORY.
           IF WS-DTS-SUMMARIES (WS-DTE-INDEX WS-DTS-INDEX) > ZERO THEN
               IF WS-DTS-HISTORY (WS-DTE-INDEX WS-DTS-INDEX)
                       NOT = WS-DTS-SUM-TOTAL
                           (WS-DTE-INDEX WS-DTS-INDEX) THEN
                   PERFORM CHECK-SET-ARCHIVED
                   IF WS-SET-ARCHIVED
                           AND WS-DTS-HISTORY
                               (WS-DTE-INDEX WS-DTS-INDEX) = ZERO THEN
                       ADD 1 TO WS-ARCHIVED-COUNT
                   ELSE
                       MOVE WS-DTS-HISTORY (WS-DTE-INDEX WS-DTS-INDEX)
                           TO WS-EDIT-HISTORY
                       MOVE WS-DTS-SUM-TOTAL
                           (WS-DTE-INDEX WS-DTS-INDEX)
                           TO WS-EDIT-TOTAL
                       MOVE "HISTORY" TO WS-BREAK-CHECK
                       MOVE SPACES TO WS-BREAK-TEXT
                       STRING "HISTORY.MASTER HOLDS " DELIMITED BY SIZE
                           WS-EDIT-HISTORY DELIMITED BY SIZE
                           " RECORDS, SUM-TOTAL-COUNT IS "
                               DELIMITED BY SIZE
                           WS-EDIT-TOTAL DELIMITED BY SIZE
                           INTO WS-BREAK-TEXT
                       END-STRING
                       ADD 1 TO WS-HISTORY-BREAKS
                       PERFORM PRINT-BREAK-LINE
                   END-IF
               END-IF
           ELSE
               IF WS-DTS-HISTORY (WS-DTE-INDEX WS-DTS-INDEX) > ZERO
                       THEN
                   MOVE WS-DTS-HISTORY (WS-DTE-INDEX WS-DTS-INDEX)
                       TO WS-EDIT-HISTORY
                   MOVE "HISTORY" TO WS-BREAK-CHECK
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "HISTORY.MASTER HOLDS " DELIMITED BY SIZE
                       WS-EDIT-HISTORY DELIMITED BY SIZE
                       " RECORDS BUT THERE IS NO SUMMARY.HISTORY "
                           DELIMITED BY SIZE
                       "RECORD TO BALANCE THEM TO" DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   END-STRING
                   ADD 1 TO WS-HISTORY-BREAKS
                   PERFORM PRINT-BREAK-LINE
               END-IF
           END-IF.

       CHECK-SET-ARCHIVED.
           MOVE "N" TO WS-ARCHIVED-SWITCH.
           PERFORM MATCH-ONE-ARCHIVE
               VARYING WS-ARC-INDEX FROM 1 BY 1
               UNTIL WS-ARC-INDEX > WS-ARC-COUNT
                   OR WS-SET-ARCHIVED.

       MATCH-ONE-ARCHIVE.
           IF WS-ARC-SET-ID (WS-ARC-INDEX) = WS-BREAK-SET
                   AND WS-ARC-FROM-DATE (WS-ARC-INDEX)
                       NOT > WS-BREAK-DATE
                   AND WS-ARC-THRU-DATE (WS-ARC-INDEX)
                       NOT < WS-BREAK-DATE THEN
               SET WS-SET-ARCHIVED TO TRUE
           END-IF.

       PRINT-BREAK-LINE.
           ADD 1 TO WS-TOTAL-BREAKS.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING WS-BREAK-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BREAK-SET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BREAK-CHECK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BREAK-TEXT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-SWEEP-TOTALS.
           IF WS-LINES-ON-PAGE + 12 > WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           IF WS-TOTAL-BREAKS = ZERO THEN
               STRING "NO BREAKS FOUND - THE PERMANENT FILES AGREE "
                       DELIMITED BY SIZE
                   "FOR THE SELECTED DATES" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "SWEEP TOTALS" TO RPT-LINE
           END-IF.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE "DATES EXAMINED" TO WS-TOTAL-LABEL.
           MOVE WS-DTE-COUNT TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "RUN DATES WITH A SUCCESSFUL LOGGED RUN"
               TO WS-TOTAL-LABEL.
           MOVE WS-RUN-DATE-COUNT TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "SET/DATE PAIRS EXAMINED" TO WS-TOTAL-LABEL.
           MOVE WS-SET-DATE-COUNT TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "SET/DATE PAIRS ARCHIVED BY PISSHARC"
               TO WS-TOTAL-LABEL.
           MOVE WS-ARCHIVED-COUNT TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "RUNLOG BREAKS" TO WS-TOTAL-LABEL.
           MOVE WS-RUNLOG-BREAKS TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "SUMMARY BREAKS" TO WS-TOTAL-LABEL.
           MOVE WS-SUMMARY-BREAKS TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "HISTORY BREAKS" TO WS-TOTAL-LABEL.
           MOVE WS-HISTORY-BREAKS TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "REGISTER BREAKS" TO WS-TOTAL-LABEL.
           MOVE WS-REGISTER-BREAKS TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "REPORTS BREAKS" TO WS-TOTAL-LABEL.
           MOVE WS-REPORT-BREAKS TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.
           MOVE "TOTAL BREAKS" TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-BREAKS TO WS-EDIT-COUNT.
           PERFORM PRINT-ONE-TOTAL-LINE.

       PRINT-ONE-TOTAL-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    " DELIMITED BY SIZE
               WS-TOTAL-LABEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSBALLS INTEGRITY SWEEP REPORT   RUN DATE: "
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
           STRING "RUN DATE  SET   CHECK     FINDING"
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "--------  ----  --------  " DELIMITED BY SIZE
               "----------------------------------------"
                   DELIMITED BY SIZE
               "----------------------------------------"
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-LINES-ON-PAGE.

       TERMINATE-RUN.
           CLOSE PISSRPT-FILE.
           DISPLAY "PISSINTG - RUN LOG RECORDS READ . . . . "
               WS-RLOG-READ-COUNT.
           DISPLAY "PISSINTG - SUMMARY RECORDS READ . . . . "
               WS-SUMH-READ-COUNT.
           DISPLAY "PISSINTG - HISTORY RECORDS IN RANGE . . "
               WS-HST-READ-COUNT.
           DISPLAY "PISSINTG - REGISTER RECORDS READ . . . "
               WS-XREG-READ-COUNT.
           DISPLAY "PISSINTG - REPOSITORY INDEX RECORDS . . "
               WS-REPO-INDEX-COUNT.
           DISPLAY "PISSINTG - BREAKS FOUND . . . . . . . . "
               WS-TOTAL-BREAKS.
