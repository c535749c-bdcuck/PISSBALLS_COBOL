       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSBKVF.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - RE-READS EVERY PISSBKR BACKUP    *
      *                   BUNDLE ON THE PISSBKR DD (ONE GENERATION,   *
      *                   OR THE WHOLE BACKUP BASE CONCATENATED),     *
      *                   RECOMPUTES EACH DATASET'S RECORD COUNT AND  *
      *                   HASH TOTAL UNDER EACH BACKUP STAMP, CHECKS  *
      *                   THE RECORD SEQUENCE IS UNBROKEN, AND PROVES *
      *                   THE RESULT AGAINST THE PISSBKC BACKUP       *
      *                   CATALOG.  A DATASET THAT DISAGREES, OR A    *
      *                   BUNDLE WITH NO CATALOG ENTRY, PRINTS AS A   *
      *                   FAILURE AND ENDS THE STEP RC 8              *
      *  10/15/2026 RFK   PISSBALLS.PERIOD.REGISTER (PERIODRG) AND    *
      *                   PISSBALLS.STEP.LEDGER (STEPLDGR) ADDED TO   *
      *                   THE DATASETS PROVED                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISSBKR-FILE ASSIGN TO PISSBKR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
           SELECT PISSBKC-FILE ASSIGN TO PISSBKC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKC-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSBKR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS.
           COPY PISSBKR.

       FD  PISSBKC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSBKC.

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       WORKING-STORAGE SECTION.
       01 WS-BKR-STATUS PIC XX VALUE "00".
       01 WS-BKC-STATUS PIC XX VALUE "00".
       01 WS-BKR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-BKR-EOF VALUE "Y".
       01 WS-BKC-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-BKC-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-DATASET-VALUES.
           05 FILLER PIC X(41)
               VALUE "HISTMASTPISSBALLS.HISTORY.MASTER      080".
           05 FILLER PIC X(41)
               VALUE "EXCMAST PISSBALLS.EXCEPT.MASTER       120".
           05 FILLER PIC X(41)
               VALUE "XMITREG PISSBALLS.XMIT.REGISTER       100".
           05 FILLER PIC X(41)
               VALUE "RUNLOG  PISSBALLS.RUN.LOG             400".
           05 FILLER PIC X(41)
               VALUE "SUMHIST PISSBALLS.SUMMARY.HISTORY     100".
           05 FILLER PIC X(41)
               VALUE "REPOSIT PISSBALLS.REPORT.REPOSITORY   132".
           05 FILLER PIC X(41)
               VALUE "RULEAUD PISSBALLS.RULE.AUDIT          208".
           05 FILLER PIC X(41)
               VALUE "PERIODTDPISSBALLS.PERIOD.TOTALS       240".
           05 FILLER PIC X(41)
               VALUE "PERIODRGPISSBALLS.PERIOD.REGISTER     100".
           05 FILLER PIC X(41)
               VALUE "STEPLDGRPISSBALLS.STEP.LEDGER         080".
       01 WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
           05 WS-DATASET-ENTRY OCCURS 10 TIMES.
               10 WS-DATASET-ID PIC X(08).
               10 WS-DATASET-NAME PIC X(30).
               10 WS-DATASET-LRECL PIC 9(03).
       01 WS-DATASET-INDEX PIC 9(02) VALUE ZERO.
       01 WS-MAX-ENTRIES PIC 9(03) VALUE 400.
       01 WS-ENTRY-COUNT PIC 9(03) VALUE ZERO.
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 400 TIMES.
               10 WS-ENT-STAMP PIC X(16).
               10 WS-ENT-DATASET-ID PIC X(08).
               10 WS-ENT-LRECL PIC 9(03).
               10 WS-ENT-COUNT PIC 9(09).
               10 WS-ENT-HASH PIC 9(18).
               10 WS-ENT-SEQUENCE-BREAK PIC X(01).
               10 WS-ENT-CATALOGED PIC X(01).
       01 WS-ENTRY-INDEX PIC 9(03) VALUE ZERO.
       01 WS-ENTRY-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-LOOKUP-STAMP PIC X(16) VALUE SPACES.
       01 WS-LOOKUP-DATASET PIC X(08) VALUE SPACES.
       01 WS-BACKUP-DATA PIC X(400) VALUE SPACES.
       01 WS-BACKUP-BYTES REDEFINES WS-BACKUP-DATA.
           05 WS-BACKUP-BYTE PIC X(01) OCCURS 400 TIMES.
       01 WS-BYTE-INDEX PIC 9(03) VALUE ZERO.
       01 WS-BUNDLE-RECORDS PIC 9(09) VALUE ZERO.
       01 WS-VERIFIED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(09) VALUE ZERO.
       01 WS-CHECK-HASH PIC 9(18) VALUE ZERO.
       01 WS-CHECK-STATUS PIC X(20) VALUE SPACES.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
       01 WS-EDIT-CATALOG-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-BACKUP-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-PRINT-RUN-DATE PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       PISSBKVF-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM READ-ONE-BACKUP-RECORD
                   UNTIL WS-BKR-EOF OR WS-ABEND-CONDITION
               IF NOT WS-ABEND-CONDITION THEN
                   PERFORM VERIFY-ONE-CATALOG-RECORD
                       UNTIL WS-BKC-EOF
                   PERFORM REPORT-UNCATALOGED-ENTRY
                       VARYING WS-ENTRY-INDEX FROM 1 BY 1
                       UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               END-IF
               PERFORM TERMINATE-RUN
               IF WS-ABEND-CONDITION THEN
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-FAILED-COUNT > ZERO
                           OR WS-VERIFIED-COUNT = ZERO THEN
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PISSBKR-FILE.
           IF WS-BKR-STATUS NOT = "00" THEN
               DISPLAY "PISSBKVF - BACKUP BUNDLE WILL NOT OPEN - "
                   "FILE STATUS " WS-BKR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               OPEN INPUT PISSBKC-FILE
               IF WS-BKC-STATUS NOT = "00" THEN
                   DISPLAY "PISSBKVF - BACKUP CATALOG WILL NOT OPEN - "
                       "FILE STATUS " WS-BKC-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   OPEN OUTPUT PISSRPT-FILE
                   PERFORM PRINT-REPORT-HEADER
               END-IF
           END-IF.

       READ-ONE-BACKUP-RECORD.
           READ PISSBKR-FILE
               AT END
                   SET WS-BKR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BUNDLE-RECORDS
                   PERFORM ACCUMULATE-BACKUP-RECORD
           END-READ.

       ACCUMULATE-BACKUP-RECORD.
           MOVE BKR-BACKUP-STAMP TO WS-LOOKUP-STAMP.
           MOVE BKR-DATASET-ID TO WS-LOOKUP-DATASET.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF WS-ENTRY-MATCH-INDEX > ZERO THEN
               MOVE WS-ENTRY-MATCH-INDEX TO WS-ENTRY-INDEX
               PERFORM MATCH-ONE-ENTRY
           END-IF.
           IF NOT WS-ENTRY-FOUND THEN
               PERFORM MATCH-ONE-ENTRY
                   VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
                       OR WS-ENTRY-FOUND
           END-IF.
           IF NOT WS-ENTRY-FOUND THEN
               PERFORM ADD-BACKUP-ENTRY
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM HASH-BACKUP-RECORD
           END-IF.

       MATCH-ONE-ENTRY.
           IF WS-ENT-STAMP (WS-ENTRY-INDEX) = WS-LOOKUP-STAMP
                   AND WS-ENT-DATASET-ID (WS-ENTRY-INDEX)
                       = WS-LOOKUP-DATASET THEN
               MOVE WS-ENTRY-INDEX TO WS-ENTRY-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       ADD-BACKUP-ENTRY.
           IF WS-ENTRY-COUNT = WS-MAX-ENTRIES THEN
               DISPLAY "PISSBKVF - MORE THAN " WS-MAX-ENTRIES
                   " DATASET BACKUPS ON THE PISSBKR DD"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-COUNT TO WS-ENTRY-MATCH-INDEX
               MOVE WS-LOOKUP-STAMP TO WS-ENT-STAMP (WS-ENTRY-COUNT)
               MOVE WS-LOOKUP-DATASET
                   TO WS-ENT-DATASET-ID (WS-ENTRY-COUNT)
               MOVE 400 TO WS-ENT-LRECL (WS-ENTRY-COUNT)
               MOVE ZERO TO WS-ENT-COUNT (WS-ENTRY-COUNT)
               MOVE ZERO TO WS-ENT-HASH (WS-ENTRY-COUNT)
               MOVE "N" TO WS-ENT-SEQUENCE-BREAK (WS-ENTRY-COUNT)
               MOVE "N" TO WS-ENT-CATALOGED (WS-ENTRY-COUNT)
               PERFORM FIND-DATASET-LRECL
                   VARYING WS-DATASET-INDEX FROM 1 BY 1
                   UNTIL WS-DATASET-INDEX > 10
           END-IF.

       FIND-DATASET-LRECL.
           IF WS-DATASET-ID (WS-DATASET-INDEX) = WS-LOOKUP-DATASET THEN
               MOVE WS-DATASET-LRECL (WS-DATASET-INDEX)
                   TO WS-ENT-LRECL (WS-ENTRY-COUNT)
           END-IF.

       HASH-BACKUP-RECORD.
           ADD 1 TO WS-ENT-COUNT (WS-ENTRY-MATCH-INDEX).
           IF BKR-SEQUENCE NOT = WS-ENT-COUNT (WS-ENTRY-MATCH-INDEX)
                   THEN
               MOVE "Y" TO WS-ENT-SEQUENCE-BREAK (WS-ENTRY-MATCH-INDEX)
           END-IF.
           MOVE BKR-DATA TO WS-BACKUP-DATA.
           PERFORM HASH-ONE-BYTE
               VARYING WS-BYTE-INDEX FROM 1 BY 1
               UNTIL WS-BYTE-INDEX >
                   WS-ENT-LRECL (WS-ENTRY-MATCH-INDEX).

       HASH-ONE-BYTE.
           COMPUTE WS-ENT-HASH (WS-ENTRY-MATCH-INDEX) =
               WS-ENT-HASH (WS-ENTRY-MATCH-INDEX)
               + FUNCTION ORD (WS-BACKUP-BYTE (WS-BYTE-INDEX))
               * WS-BYTE-INDEX.

       VERIFY-ONE-CATALOG-RECORD.
           READ PISSBKC-FILE
               AT END
                   SET WS-BKC-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-CATALOG-STAMP
           END-READ.

       CHECK-CATALOG-STAMP.
           MOVE BKC-BACKUP-STAMP TO WS-LOOKUP-STAMP.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-STAMP
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND THEN
               PERFORM CHECK-CATALOG-DATASET
           END-IF.

       MATCH-ONE-STAMP.
           IF WS-ENT-STAMP (WS-ENTRY-INDEX) = WS-LOOKUP-STAMP THEN
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       CHECK-CATALOG-DATASET.
           MOVE BKC-DATASET-ID TO WS-LOOKUP-DATASET.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-ENTRY
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND THEN
               MOVE "Y" TO WS-ENT-CATALOGED (WS-ENTRY-MATCH-INDEX)
               MOVE WS-ENT-COUNT (WS-ENTRY-MATCH-INDEX)
                   TO WS-CHECK-COUNT
               MOVE WS-ENT-HASH (WS-ENTRY-MATCH-INDEX)
                   TO WS-CHECK-HASH
           ELSE
               MOVE ZERO TO WS-CHECK-COUNT
               MOVE ZERO TO WS-CHECK-HASH
           END-IF.
           IF WS-CHECK-COUNT NOT = BKC-RECORD-COUNT THEN
               MOVE "COUNT MISMATCH" TO WS-CHECK-STATUS
           ELSE
               IF WS-CHECK-HASH NOT = BKC-HASH-TOTAL THEN
                   MOVE "HASH MISMATCH" TO WS-CHECK-STATUS
               ELSE
                   IF WS-ENTRY-FOUND AND
                           WS-ENT-SEQUENCE-BREAK (WS-ENTRY-MATCH-INDEX)
                           = "Y" THEN
                       MOVE "SEQUENCE BREAK" TO WS-CHECK-STATUS
                   ELSE
                       MOVE "VERIFIED" TO WS-CHECK-STATUS
                   END-IF
               END-IF
           END-IF.
           IF WS-CHECK-STATUS = "VERIFIED" THEN
               ADD 1 TO WS-VERIFIED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           MOVE BKC-RUN-DATE TO WS-PRINT-RUN-DATE.
           PERFORM PRINT-VERIFY-LINE.

       REPORT-UNCATALOGED-ENTRY.
           IF WS-ENT-CATALOGED (WS-ENTRY-INDEX) = "N" THEN
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-ENT-STAMP (WS-ENTRY-INDEX) TO BKC-BACKUP-STAMP
               MOVE SPACES TO WS-PRINT-RUN-DATE
               MOVE WS-ENT-DATASET-ID (WS-ENTRY-INDEX)
                   TO BKC-DATASET-ID
               MOVE ZERO TO BKC-RECORD-COUNT
               MOVE ZERO TO BKC-HASH-TOTAL
               MOVE WS-ENT-COUNT (WS-ENTRY-INDEX) TO WS-CHECK-COUNT
               MOVE WS-ENT-HASH (WS-ENTRY-INDEX) TO WS-CHECK-HASH
               MOVE "NOT ON CATALOG" TO WS-CHECK-STATUS
               PERFORM PRINT-VERIFY-LINE
           END-IF.

       PRINT-VERIFY-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE BKC-RECORD-COUNT TO WS-EDIT-CATALOG-COUNT.
           MOVE WS-CHECK-COUNT TO WS-EDIT-BACKUP-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING BKC-BACKUP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BKC-BACKUP-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PRINT-RUN-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BKC-DATASET-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-CATALOG-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-BACKUP-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BKC-HASH-TOTAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECK-HASH DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECK-STATUS DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSBALLS BACKUP VERIFICATION REPORT   RUN DATE: "
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
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BACKUP STAMP       RUN DATE  DATASET   "
                   DELIMITED BY SIZE
               "CATALOG COUNT   BACKUP COUNT  CATALOG HASH        "
                   DELIMITED BY SIZE
               "BACKUP HASH         STATUS" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "-----------------  --------  --------  "
                   DELIMITED BY SIZE
               "-------------  -------------  ------------------  "
                   DELIMITED BY SIZE
               "------------------  ------" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

       TERMINATE-RUN.
           CLOSE PISSBKR-FILE.
           CLOSE PISSBKC-FILE.
           MOVE SPACES TO RPT-LINE.
           STRING "BUNDLE RECORDS READ . . " DELIMITED BY SIZE
               WS-BUNDLE-RECORDS DELIMITED BY SIZE
               "   DATASETS VERIFIED . . " DELIMITED BY SIZE
               WS-VERIFIED-COUNT DELIMITED BY SIZE
               "   FAILED . . " DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           CLOSE PISSRPT-FILE.
           DISPLAY "PISSBKVF - DATASETS VERIFIED . . "
               WS-VERIFIED-COUNT.
           DISPLAY "PISSBKVF - DATASETS FAILED . . . "
               WS-FAILED-COUNT.
