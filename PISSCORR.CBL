       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSCORR.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - SINGLE-SET CORRECTION APPLY.     *
      *                   TAKES THE ONE SET RE-CLASSIFIED BY          *
      *                   PISSBALLS UNDER THE PISSCRQ CORRECTION      *
      *                   CARD, COMPARES IT VALUE BY VALUE WITH THE   *
      *                   HISTORY MASTER, AND REPLACES ONLY THAT      *
      *                   SET'S HISTORY, DAILY DETAIL, DAILY SUMMARY, *
      *                   SUMMARY HISTORY AND PERIOD-TO-DATE FIGURES. *
      *                   SHIPS A DELTA (CHANGED VALUES, OLD AND NEW  *
      *                   CLASS) TO EACH SUBSCRIBER TAKING A CHANGED  *
      *                   LABEL AND REGISTERS IT AS A CORRECTION      *
      *                   SHIPMENT FOR PISSACKP. REFUSES (RC 8) WHEN  *
      *                   THE OPERATOR LACKS AUTHORITY, THE PERIOD IS *
      *                   CLOSED OR THE COUNT POPULATION DIFFERS FROM *
      *                   HISTORY. RC 4 WHEN NOTHING CHANGED.         *
      *  10/15/2026 RFK   CARRY THE CORRECTED SET AND ITS SHIPPED     *
      *                   COUNT IN THE REGISTER SET VOLUME SO         *
      *                   CORRECTION SHIPMENTS ARE CHARGED TO THE     *
      *                   SET'S PRODUCT LINE.                         *
      *  10/15/2026 RFK   THE TRANSMISSION REGISTER AND EVERY DELTA   *
      *                   FILE TO BE SHIPPED ARE NOW OPENED AND       *
      *                   CHECKED BEFORE THE HISTORY MASTER IS        *
      *                   REWRITTEN; ONE THAT WILL NOT OPEN REFUSES   *
      *                   THE CORRECTION (RC 8) WITH NOTHING CHANGED  *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISSCRQ-FILE ASSIGN TO PISSCRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRQ-STATUS.
           SELECT PISSOPR-FILE ASSIGN TO PISSOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPTIONAL PISSSVL-FILE ASSIGN TO PISSSVL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-STATUS.
           SELECT OPTIONAL PISSPREG-FILE ASSIGN TO PISSPREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT PISSCSUM-FILE ASSIGN TO PISSCSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSUM-STATUS.
           SELECT PISSCOUT-FILE ASSIGN TO PISSCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COUT-STATUS.
           SELECT PISSHST-FILE ASSIGN TO PISSHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.
           SELECT PISSDLTW-FILE ASSIGN TO PISSDLTW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLTW-STATUS.
           SELECT PISSSUMH-FILE ASSIGN TO PISSSUMH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMH-STATUS.
           SELECT PISSSUHN-FILE ASSIGN TO PISSSUHN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSSUMI-FILE ASSIGN TO PISSSUMI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMI-STATUS.
           SELECT PISSSUMO-FILE ASSIGN TO PISSSUMO
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSOUTI-FILE ASSIGN TO PISSOUTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTI-STATUS.
           SELECT PISSOUTO-FILE ASSIGN TO PISSOUTO
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PISSPTDI-FILE ASSIGN TO PISSPTDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTDI-STATUS.
           SELECT PISSPTDO-FILE ASSIGN TO PISSPTDO
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSSUBM-FILE ASSIGN TO PISSSUBM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT OPTIONAL PISSXRGI-FILE ASSIGN TO PISSXRGI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGI-STATUS.
           SELECT PISSXREG-FILE ASSIGN TO PISSXREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRG-STATUS.
           SELECT PISSDLT1-FILE ASSIGN TO PISSDLT1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.
           SELECT PISSDLT2-FILE ASSIGN TO PISSDLT2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.
           SELECT PISSDLT3-FILE ASSIGN TO PISSDLT3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.
           SELECT PISSDLT4-FILE ASSIGN TO PISSDLT4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.
           SELECT PISSDLT5-FILE ASSIGN TO PISSDLT5
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSRLOG-FILE ASSIGN TO PISSRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSCRQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCRQ.

       FD  PISSOPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOPR.

       FD  PISSSVL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY PISSSVL.

       FD  PISSPREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSPREG.

       FD  PISSCSUM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSSUM.

       FD  PISSCOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOUT.

       FD  PISSHST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSHST.

       FD  PISSDLTW-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSCORR-DELTA-WORK-RECORD.
           05  DLW-COUNT-VALUE          PIC 9(05).
           05  DLW-OLD-CLASS-CODE       PIC X(44).
           05  DLW-OLD-OVERRIDE-FLAG    PIC X(01).
           05  DLW-NEW-CLASS-CODE       PIC X(44).
           05  DLW-NEW-OVERRIDE-FLAG    PIC X(01).
           05  FILLER                   PIC X(05).

       FD  PISSSUMH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSSUM REPLACING LEADING ==SUM== BY ==SHI==
               ==PISSBALLS-SUMMARY-RECORD== BY
               ==PISSCORR-SUMMARY-HIST-RECORD==.

       FD  PISSSUHN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSSUHN-RECORD              PIC X(100).

       FD  PISSSUMI-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSSUM REPLACING LEADING ==SUM== BY ==SMI==
               ==PISSBALLS-SUMMARY-RECORD== BY
               ==PISSCORR-DAILY-SUMMARY-RECORD==.

       FD  PISSSUMO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSSUMO-RECORD              PIC X(100).

       FD  PISSOUTI-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOUT REPLACING LEADING ==OUT== BY ==OTI==
               ==PISSBALLS-OUTPUT-RECORD== BY
               ==PISSCORR-DAILY-OUTPUT-RECORD==.

       FD  PISSOUTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSOUTO-RECORD              PIC X(80).

       FD  PISSPTDI-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
           COPY PISSPTD REPLACING LEADING ==PTD== BY ==PTI==
               ==PISSBALLS-PERIOD-TOTAL-RECORD== BY
               ==PISSCORR-PERIOD-IN-RECORD==.

       FD  PISSPTDO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
           COPY PISSPTD.

       FD  PISSSUBM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSSUB.

       FD  PISSXRGI-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSXRG REPLACING LEADING ==XRG== BY ==RGI==
               ==PISSBALLS-REGISTER-RECORD== BY
               ==PISSCORR-REGISTER-IN-RECORD==.

       FD  PISSXREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSXRG.

       FD  PISSDLT1-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PISSDLT1-RECORD              PIC X(120).

       FD  PISSDLT2-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PISSDLT2-RECORD              PIC X(120).

       FD  PISSDLT3-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PISSDLT3-RECORD              PIC X(120).

       FD  PISSDLT4-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PISSDLT4-RECORD              PIC X(120).

       FD  PISSDLT5-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PISSDLT5-RECORD              PIC X(120).

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       FD  PISSRLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS.
           COPY PISSRLOG.

       WORKING-STORAGE SECTION.
       01 WS-CRQ-STATUS PIC XX VALUE "00".
       01 WS-OPR-STATUS PIC XX VALUE "00".
       01 WS-SVL-STATUS PIC XX VALUE "00".
       01 WS-PREG-STATUS PIC XX VALUE "00".
       01 WS-CSUM-STATUS PIC XX VALUE "00".
       01 WS-COUT-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-DLTW-STATUS PIC XX VALUE "00".
       01 WS-SUMH-STATUS PIC XX VALUE "00".
       01 WS-SUMI-STATUS PIC XX VALUE "00".
       01 WS-OUTI-STATUS PIC XX VALUE "00".
       01 WS-PTDI-STATUS PIC XX VALUE "00".
       01 WS-SUB-STATUS PIC XX VALUE "00".
       01 WS-RGI-STATUS PIC XX VALUE "00".
       01 WS-XRG-STATUS PIC XX VALUE "00".
       01 WS-DLT-STATUS PIC XX VALUE "00".
       01 WS-RLOG-STATUS PIC XX VALUE "00".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-NO-CHANGE-SWITCH PIC X(01) VALUE "N".
           88 WS-NOTHING-CHANGED VALUE "Y".
       01 WS-APPLIED-SWITCH PIC X(01) VALUE "N".
           88 WS-CORRECTION-APPLIED VALUE "Y".
       01 WS-RPT-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-RPT-OPEN VALUE "Y".
       01 WS-HST-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-HST-OPEN VALUE "Y".
       01 WS-XRG-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-XRG-OPEN VALUE "Y".
       01 WS-OPR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OPR-EOF VALUE "Y".
       01 WS-SVL-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-SVL-OPEN VALUE "Y".
       01 WS-OPR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-FOUND VALUE "Y".
       01 WS-AUTH-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-AUTHORIZED VALUE "Y".
       01 WS-AUTH-FUNCTION PIC 9(01) VALUE 8.
       01 WS-AUTH-FUNCTION-NAME PIC X(08) VALUE "CORRECT".
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
               10 WS-OPR-FUNCTION OCCURS 8 TIMES PIC X(01).
       01 WS-OPR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OPR-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-FUNCTION-INDEX PIC 9(01) VALUE ZERO.
       01 WS-VIOLATION-COUNT PIC 9(03) VALUE ZERO.
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-SET-ID PIC X(04) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 WS-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-REASON PIC X(40) VALUE SPACES.
       01 WS-START-TIME PIC X(08) VALUE SPACES.
       01 WS-END-TIME PIC X(08) VALUE SPACES.
       01 WS-REFUSAL PIC X(60) VALUE SPACES.
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
       01 WS-MONTH-STATUS PIC X(01) VALUE SPACE.
       01 WS-QUARTER-STATUS PIC X(01) VALUE SPACE.
       01 WS-PREG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PREG-EOF VALUE "Y".
       01 WS-SUMMARY-FIGURES.
           05 WS-FIGURE-ENTRY OCCURS 2 TIMES.
               10 WS-FIG-RULE-COUNT PIC 9(01).
               10 WS-FIG-RULE OCCURS 5 TIMES.
                   15 WS-FIG-LABEL PIC X(08).
                   15 WS-FIG-HITS PIC 9(05).
               10 WS-FIG-PLAIN PIC 9(05).
               10 WS-FIG-OVERRIDE PIC 9(05).
               10 WS-FIG-TOTAL PIC 9(05).
       01 WS-FIG-INDEX PIC 9(01) VALUE ZERO.
       01 WS-OLD-FIGURES PIC 9(01) VALUE 1.
       01 WS-NEW-FIGURES PIC 9(01) VALUE 2.
       01 WS-NEW-SUMMARY-IMAGE PIC X(100) VALUE SPACES.
       01 WS-OLD-SUMMARY-IMAGE PIC X(100) VALUE SPACES.
       01 WS-SUMH-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-SUMH-FOUND VALUE "Y".
       01 WS-COUT-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-COUT-EOF VALUE "Y".
       01 WS-HST-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-HST-EOF VALUE "Y".
       01 WS-DLTW-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-DLTW-EOF VALUE "Y".
       01 WS-IN-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-IN-EOF VALUE "Y".
       01 WS-CORRECTED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-HISTORY-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CLASS-CHANGED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-HIGH-COUNT-VALUE PIC 9(05) VALUE ZERO.
       01 WS-REWRITE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-SUMH-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-SUMI-REPLACED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-OUTI-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-OUTI-REPLACED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-OUTI-SET-COUNT PIC 9(05) VALUE ZERO.
       01 WS-PTD-ADJUSTED-COUNT PIC 9(02) VALUE ZERO.
       01 WS-PTD-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-PTD PIC 9(03) VALUE 400.
       01 WS-PTD-TABLE.
           05 WS-PTD-ENTRY OCCURS 400 TIMES.
               10 WS-PTD-IMAGE PIC X(240).
       01 WS-PTD-INDEX PIC 9(03) VALUE ZERO.
       01 WS-PTD-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-PTD-FOUND VALUE "Y".
       01 WS-KEY-TYPE PIC X(01) VALUE SPACE.
       01 WS-KEY-ID PIC X(06) VALUE SPACES.
       01 WS-MAX-LABELS PIC 9(02) VALUE 10.
       01 WS-LABEL-INDEX PIC 9(02) VALUE ZERO.
       01 WS-LABEL-SWITCH PIC X(01) VALUE "N".
           88 WS-LABEL-FOUND VALUE "Y".
       01 WS-RULE-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SUB-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUB-EOF VALUE "Y".
       01 WS-SUB-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-SUBSCRIBERS PIC 9(02) VALUE 5.
       01 WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 5 TIMES.
               10 WS-SUB-ID PIC X(08).
               10 WS-SUB-SLOT PIC 9(01).
               10 WS-SUB-LABEL OCCURS 5 TIMES PIC X(08).
               10 WS-SUB-SELECT-COUNT PIC 9(07).
               10 WS-SUB-HASH-TOTAL PIC 9(12).
               10 WS-SUB-DLT-OPEN PIC X(01).
       01 WS-SUB-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SEL-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SET-MATCH-SWITCH PIC X(01) VALUE "N".
           88 WS-SET-SELECTED VALUE "Y".
       01 WS-MATCH-SWITCH PIC X(01) VALUE "N".
           88 WS-RECORD-SELECTED VALUE "Y".
       01 WS-CLASS-TOKENS.
           05 WS-CLASS-TOKEN OCCURS 10 TIMES PIC X(44).
       01 WS-TOKEN-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SHIPPED-SUB-COUNT PIC 9(02) VALUE ZERO.
       01 WS-RGI-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-RGI-EOF VALUE "Y".
       01 WS-CORRECTION-SEQ PIC 9(02) VALUE ZERO.
       01 WS-LAST-SEQ PIC 9(02) VALUE ZERO.
       01 WS-DLT-RECORD PIC X(120) VALUE SPACES.
       01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
       01 WS-DETAIL-COUNT PIC ZZZZ9.
       01 WS-DETAIL-OLD PIC ZZZZ9.
       01 WS-DETAIL-NEW PIC ZZZZ9.
       01 WS-DETAIL-RECORDS PIC ZZZZZZ9.
       01 WS-DETAIL-NAME PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       PISSCORR-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM MATCH-CORRECTED-DETAIL
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM REPLACE-SUMMARY-HISTORY
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               IF WS-CHANGED-COUNT = ZERO
                       AND WS-OLD-SUMMARY-IMAGE = WS-NEW-SUMMARY-IMAGE
                       THEN
                   SET WS-NOTHING-CHANGED TO TRUE
               ELSE
                   PERFORM REPLACE-DAILY-SUMMARY
                   PERFORM REPLACE-DAILY-OUTPUT
                   PERFORM ADJUST-PERIOD-TOTALS
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION
                   AND NOT WS-NOTHING-CHANGED THEN
               PERFORM OPEN-SHIPMENT-FILES
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION
                   AND NOT WS-NOTHING-CHANGED THEN
               PERFORM APPLY-HISTORY-CHANGES
               IF NOT WS-ABEND-CONDITION THEN
                   SET WS-CORRECTION-APPLIED TO TRUE
                   PERFORM SHIP-CORRECTION-DELTAS
               ELSE
                   PERFORM CLOSE-SHIPMENT-FILES
               END-IF
           END-IF.
           PERFORM TERMINATE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HOLD-CONDITION THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-NOTHING-CHANGED THEN
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       WRITE-RUN-LOG.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND PISSRLOG-FILE.
           IF WS-RLOG-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - RUN LOG DATASET WILL NOT OPEN - "
                   "FILE STATUS " WS-RLOG-STATUS
                   " - RUN LOG RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-RUNLOG-RECORD
               MOVE "PISSCORR" TO RLOG-PROGRAM-ID
               MOVE WS-RUN-DATE TO RLOG-RUN-DATE
               MOVE WS-START-TIME TO RLOG-START-TIME
               MOVE WS-END-TIME TO RLOG-END-TIME
               MOVE "N" TO RLOG-RESTART-FLAG
               MOVE "N" TO RLOG-BACKDATE-FLAG
               MOVE "Y" TO RLOG-CORRECTION-FLAG
               MOVE WS-REFERENCE TO RLOG-CORRECTION-REF
               MOVE RETURN-CODE TO RLOG-RETURN-CODE
               MOVE WS-CORRECTED-COUNT TO RLOG-TOTAL-COUNT
               MOVE WS-HIGH-COUNT-VALUE TO RLOG-UPPER-BOUND
               IF WS-CORRECTION-APPLIED THEN
                   MOVE WS-CHANGED-COUNT TO RLOG-CHANGED-COUNT
               ELSE
                   MOVE ZERO TO RLOG-CHANGED-COUNT
               END-IF
               MOVE 1 TO RLOG-SET-COUNT
               MOVE WS-SET-ID TO RLOG-SET-ID (1)
               MOVE ZERO TO RLOG-RULE-COUNT (1)
               WRITE PISSBALLS-RUNLOG-RECORD
               CLOSE PISSRLOG-FILE
           END-IF.

       INITIALIZE-RUN.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM READ-CORRECTION-CARD.
           IF NOT WS-ABEND-CONDITION THEN
               OPEN OUTPUT PISSRPT-FILE
               SET WS-RPT-OPEN TO TRUE
               PERFORM PRINT-REPORT-HEADER
               PERFORM PRINT-REQUEST-LINES
               PERFORM LOAD-OPERATOR-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM CHECK-OPERATOR-AUTHORITY
               PERFORM CLOSE-VIOLATION-LOG
               IF NOT WS-OPERATOR-AUTHORIZED
                       AND NOT WS-ABEND-CONDITION THEN
                   MOVE "OPERATOR IS NOT AUTHORIZED FOR SET CORRECTION"
                       TO WS-REFUSAL
                   PERFORM REFUSE-CORRECTION
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM CHECK-PERIOD-REGISTER
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM LOAD-CORRECTED-SUMMARY
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM LOAD-SUBSCRIBER-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM FIND-CORRECTION-SEQUENCE
           END-IF.

       READ-CORRECTION-CARD.
           OPEN INPUT PISSCRQ-FILE.
           IF WS-CRQ-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - CORRECTION CARD DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CRQ-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               READ PISSCRQ-FILE
                   AT END
                       DISPLAY "PISSCORR - CORRECTION CARD IS EMPTY"
                       SET WS-ABEND-CONDITION TO TRUE
               END-READ
               IF NOT WS-ABEND-CONDITION THEN
                   MOVE CRQ-RUN-DATE TO WS-RUN-DATE
                   MOVE CRQ-SET-ID TO WS-SET-ID
                   MOVE CRQ-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE CRQ-OPERATOR-ID TO WS-AUTH-OPERATOR
                   MOVE CRQ-REFERENCE TO WS-REFERENCE
                   MOVE CRQ-REASON TO WS-REASON
                   MOVE PISSBALLS-CORRECTION-CARD
                       TO WS-AUTH-CARD-IMAGE
               END-IF
               CLOSE PISSCRQ-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION
                   AND WS-RUN-DATE NOT NUMERIC THEN
               DISPLAY "PISSCORR - INVALID CORRECTION CARD - RUN DATE "
                   WS-RUN-DATE " IS NOT NUMERIC YYYYMMDD"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.
           IF NOT WS-ABEND-CONDITION AND WS-SET-ID = SPACES THEN
               DISPLAY "PISSCORR - INVALID CORRECTION CARD - SET ID "
                   "IS BLANK"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.
           IF NOT WS-ABEND-CONDITION AND WS-REFERENCE = SPACES THEN
               DISPLAY "PISSCORR - INVALID CORRECTION CARD - "
                   "REFERENCE IS BLANK"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               DISPLAY "PISSCORR - CORRECTION OF SET " WS-SET-ID
                   " FOR RUN DATE " WS-RUN-DATE
                   " - REFERENCE " WS-REFERENCE
           END-IF.

       REFUSE-CORRECTION.
           DISPLAY "PISSCORR - CORRECTION REFUSED - " WS-REFUSAL.
           SET WS-HOLD-CONDITION TO TRUE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*REFUSED* " DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-ONE-LINE.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT PISSOPR-FILE.
           IF WS-OPR-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - OPERATOR AUTHORIZATION MASTER WILL "
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
               DISPLAY "PISSCORR - OPERATOR AUTHORIZATION MASTER HAS "
                   "MORE THAN " WS-MAX-OPERATORS " OPERATORS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF OPR-OPERATOR-ID = SPACES
                       OR (NOT OPR-ACTIVE AND NOT OPR-REVOKED) THEN
                   DISPLAY "PISSCORR - INVALID OPERATOR AUTHORIZATION "
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
                   MOVE OPR-BACKUP-RESTORE
                       TO WS-OPR-FUNCTION (WS-OPR-COUNT 7)
                   MOVE OPR-SET-CORRECTION
                       TO WS-OPR-FUNCTION (WS-OPR-COUNT 8)
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
           DISPLAY "PISSCORR - SECURITY VIOLATION - OPERATOR "
               WS-AUTH-OPERATOR " - " WS-AUTH-REASON.
           IF NOT WS-SVL-OPEN THEN
               OPEN EXTEND PISSSVL-FILE
               IF WS-SVL-STATUS = "00" OR WS-SVL-STATUS = "05" THEN
                   SET WS-SVL-OPEN TO TRUE
               ELSE
                   DISPLAY "PISSCORR - SECURITY-VIOLATION LOG WILL NOT "
                       "OPEN - FILE STATUS " WS-SVL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.
           IF WS-SVL-OPEN THEN
               MOVE SPACES TO PISSBALLS-VIOLATION-RECORD
               ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SVL-LOG-TIME FROM TIME
               MOVE "PISSCORR" TO SVL-PROGRAM-ID
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

       CHECK-PERIOD-REGISTER.
           MOVE WS-RUN-DATE TO WS-DATE-PARTS.
           MOVE WS-DATE-YEAR TO WS-MONTH-YEAR.
           MOVE WS-DATE-MONTH TO WS-MONTH-NUMBER.
           MOVE WS-DATE-YEAR TO WS-QUARTER-YEAR.
           COMPUTE WS-QUARTER-NUMBER = (WS-DATE-MONTH + 2) / 3.
           OPEN INPUT PISSPREG-FILE.
           IF WS-PREG-STATUS NOT = "00"
                   AND WS-PREG-STATUS NOT = "05" THEN
               DISPLAY "PISSCORR - PERIOD CLOSE REGISTER WILL NOT "
                   "OPEN - FILE STATUS " WS-PREG-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM READ-ONE-PERIOD-REGISTER
                   UNTIL WS-PREG-EOF
               CLOSE PISSPREG-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               IF WS-MONTH-STATUS = "C" THEN
                   STRING "MONTH " DELIMITED BY SIZE
                       WS-MONTH-ID DELIMITED BY SIZE
                       " IS CLOSED - RECORD A REOPEN FIRST"
                           DELIMITED BY SIZE
                       INTO WS-REFUSAL
                   END-STRING
                   PERFORM REFUSE-CORRECTION
               ELSE
                   IF WS-QUARTER-STATUS = "C" THEN
                       STRING "QUARTER " DELIMITED BY SIZE
                           WS-QUARTER-ID DELIMITED BY SIZE
                           " IS CLOSED - RECORD A REOPEN FIRST"
                               DELIMITED BY SIZE
                           INTO WS-REFUSAL
                       END-STRING
                       PERFORM REFUSE-CORRECTION
                   END-IF
               END-IF
           END-IF.

       READ-ONE-PERIOD-REGISTER.
           READ PISSPREG-FILE
               AT END
                   SET WS-PREG-EOF TO TRUE
               NOT AT END
                   IF PRG-PERIOD-TYPE = "M"
                           AND PRG-PERIOD-ID = WS-MONTH-ID THEN
                       MOVE PRG-ACTION TO WS-MONTH-STATUS
                   END-IF
                   IF PRG-PERIOD-TYPE = "Q"
                           AND PRG-PERIOD-ID = WS-QUARTER-ID THEN
                       MOVE PRG-ACTION TO WS-QUARTER-STATUS
                   END-IF
           END-READ.

       LOAD-CORRECTED-SUMMARY.
           OPEN INPUT PISSCSUM-FILE.
           IF WS-CSUM-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - CORRECTED SUMMARY DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CSUM-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               READ PISSCSUM-FILE
                   AT END
                       DISPLAY "PISSCORR - CORRECTED SUMMARY DATASET "
                           "IS EMPTY"
                       SET WS-ABEND-CONDITION TO TRUE
               END-READ
               IF NOT WS-ABEND-CONDITION THEN
                   IF SUM-RUN-DATE NOT = WS-RUN-DATE
                           OR SUM-SET-ID NOT = WS-SET-ID THEN
                       DISPLAY "PISSCORR - CORRECTED SUMMARY IS FOR "
                           "SET "
                           SUM-SET-ID " RUN DATE " SUM-RUN-DATE
                           " - NOT THE SET AND DATE ON THE CARD"
                       SET WS-ABEND-CONDITION TO TRUE
                   ELSE
                       MOVE PISSBALLS-SUMMARY-RECORD
                           TO WS-NEW-SUMMARY-IMAGE
                       PERFORM KEEP-NEW-FIGURES
                   END-IF
               END-IF
               IF NOT WS-ABEND-CONDITION THEN
                   READ PISSCSUM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "PISSCORR - CORRECTED SUMMARY "
                               "HOLDS MORE THAN ONE SET - RUN "
                               "PISSBALLS WITH THE CORRECTION CARD"
                           SET WS-ABEND-CONDITION TO TRUE
                   END-READ
               END-IF
               CLOSE PISSCSUM-FILE
           END-IF.

       KEEP-NEW-FIGURES.
           MOVE SUM-RULE-COUNT TO WS-FIG-RULE-COUNT (WS-NEW-FIGURES).
           PERFORM KEEP-ONE-NEW-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > 5.
           MOVE SUM-PLAIN-COUNT TO WS-FIG-PLAIN (WS-NEW-FIGURES).
           MOVE SUM-OVERRIDE-COUNT TO WS-FIG-OVERRIDE (WS-NEW-FIGURES).
           MOVE SUM-TOTAL-COUNT TO WS-FIG-TOTAL (WS-NEW-FIGURES).

       KEEP-ONE-NEW-RULE.
           IF WS-RULE-INDEX > SUM-RULE-COUNT THEN
               MOVE SPACES
                   TO WS-FIG-LABEL (WS-NEW-FIGURES WS-RULE-INDEX)
               MOVE ZERO TO WS-FIG-HITS (WS-NEW-FIGURES WS-RULE-INDEX)
           ELSE
               MOVE SUM-RULE-LABEL (WS-RULE-INDEX)
                   TO WS-FIG-LABEL (WS-NEW-FIGURES WS-RULE-INDEX)
               MOVE SUM-RULE-HITS (WS-RULE-INDEX)
                   TO WS-FIG-HITS (WS-NEW-FIGURES WS-RULE-INDEX)
           END-IF.

       LOAD-SUBSCRIBER-MASTER.
           OPEN INPUT PISSSUBM-FILE.
           IF WS-SUB-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - SUBSCRIBER MASTER WILL NOT OPEN "
                   "- FILE STATUS " WS-SUB-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-SUBSCRIBER
                   UNTIL WS-SUB-EOF OR WS-ABEND-CONDITION
               CLOSE PISSSUBM-FILE
           END-IF.

       LOAD-ONE-SUBSCRIBER.
           READ PISSSUBM-FILE
               AT END
                   SET WS-SUB-EOF TO TRUE
               NOT AT END
                   IF SUB-ACTIVE THEN
                       PERFORM KEEP-ONE-SUBSCRIBER
                   END-IF
           END-READ.

       KEEP-ONE-SUBSCRIBER.
           MOVE "N" TO WS-SET-MATCH-SWITCH.
           IF SUB-SET-ID (1) = SPACES AND SUB-SET-ID (2) = SPACES
                   AND SUB-SET-ID (3) = SPACES
                   AND SUB-SET-ID (4) = SPACES
                   AND SUB-SET-ID (5) = SPACES THEN
               SET WS-SET-SELECTED TO TRUE
           ELSE
               PERFORM MATCH-ONE-SUBSCRIBER-SET
                   VARYING WS-SEL-INDEX FROM 1 BY 1
                   UNTIL WS-SEL-INDEX > 5
                       OR WS-SET-SELECTED
           END-IF.
           IF WS-SET-SELECTED THEN
               IF SUB-DWN-SLOT-X NOT NUMERIC
                       OR SUB-DWN-SLOT = ZERO
                       OR SUB-DWN-SLOT > 5 THEN
                   DISPLAY "PISSCORR - SUBSCRIBER " SUB-SUBSCRIBER-ID
                       " SLOT " SUB-DWN-SLOT-X " IS NOT 1 THRU 5"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   IF WS-SUB-COUNT = WS-MAX-SUBSCRIBERS THEN
                       DISPLAY "PISSCORR - MORE THAN "
                           WS-MAX-SUBSCRIBERS " ACTIVE SUBSCRIBERS"
                       SET WS-ABEND-CONDITION TO TRUE
                   ELSE
                       ADD 1 TO WS-SUB-COUNT
                       MOVE SUB-SUBSCRIBER-ID
                           TO WS-SUB-ID (WS-SUB-COUNT)
                       MOVE SUB-DWN-SLOT TO WS-SUB-SLOT (WS-SUB-COUNT)
                       PERFORM KEEP-ONE-SUBSCRIBER-LABEL
                           VARYING WS-SEL-INDEX FROM 1 BY 1
                           UNTIL WS-SEL-INDEX > 5
                       MOVE ZERO TO WS-SUB-SELECT-COUNT (WS-SUB-COUNT)
                       MOVE "N" TO WS-SUB-DLT-OPEN (WS-SUB-COUNT)
                       MOVE ZERO TO WS-SUB-HASH-TOTAL (WS-SUB-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-SUBSCRIBER-SET.
           IF SUB-SET-ID (WS-SEL-INDEX) = WS-SET-ID THEN
               SET WS-SET-SELECTED TO TRUE
           END-IF.

       KEEP-ONE-SUBSCRIBER-LABEL.
           MOVE SUB-CLASS-LABEL (WS-SEL-INDEX)
               TO WS-SUB-LABEL (WS-SUB-COUNT WS-SEL-INDEX).

       FIND-CORRECTION-SEQUENCE.
           MOVE ZERO TO WS-LAST-SEQ.
           OPEN INPUT PISSXRGI-FILE.
           IF WS-RGI-STATUS NOT = "00"
                   AND WS-RGI-STATUS NOT = "05" THEN
               DISPLAY "PISSCORR - TRANSMISSION REGISTER WILL NOT "
                   "OPEN - FILE STATUS " WS-RGI-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM SCAN-ONE-REGISTER-RECORD
                   UNTIL WS-RGI-EOF
               CLOSE PISSXRGI-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               IF WS-LAST-SEQ = 99 THEN
                   STRING "99 CORRECTIONS ALREADY SHIPPED FOR THE "
                           DELIMITED BY SIZE
                       "RUN DATE" DELIMITED BY SIZE
                       INTO WS-REFUSAL
                   END-STRING
                   PERFORM REFUSE-CORRECTION
               ELSE
                   COMPUTE WS-CORRECTION-SEQ = WS-LAST-SEQ + 1
               END-IF
           END-IF.

       SCAN-ONE-REGISTER-RECORD.
           READ PISSXRGI-FILE
               AT END
                   SET WS-RGI-EOF TO TRUE
               NOT AT END
                   IF RGI-RUN-DATE = WS-RUN-DATE AND RGI-CORRECTION
                           AND RGI-CORRECTION-SEQ-X NUMERIC
                           AND RGI-CORRECTION-SEQ > WS-LAST-SEQ THEN
                       MOVE RGI-CORRECTION-SEQ TO WS-LAST-SEQ
                   END-IF
           END-READ.

       MATCH-CORRECTED-DETAIL.
           OPEN INPUT PISSCOUT-FILE.
           IF WS-COUT-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - CORRECTED DETAIL DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-COUT-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               OPEN I-O PISSHST-FILE
               IF WS-HST-STATUS NOT = "00" THEN
                   DISPLAY "PISSCORR - HISTORY MASTER WILL NOT OPEN "
                       "- FILE STATUS " WS-HST-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
                   CLOSE PISSCOUT-FILE
               ELSE
                   SET WS-HST-OPEN TO TRUE
                   OPEN OUTPUT PISSDLTW-FILE
                   PERFORM POSITION-TO-CORRECTION-SET
                   PERFORM READ-ONE-CORRECTED-DETAIL
                   PERFORM READ-ONE-HISTORY-RECORD
                   PERFORM MATCH-ONE-DETAIL
                       UNTIL (WS-COUT-EOF AND WS-HST-EOF)
                           OR WS-ABEND-CONDITION
                           OR WS-HOLD-CONDITION
                   CLOSE PISSCOUT-FILE
                   CLOSE PISSDLTW-FILE
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               IF WS-HISTORY-COUNT = ZERO THEN
                   STRING "NO HISTORY FOR THE SET AND DATE - SEE THE "
                           DELIMITED BY SIZE
                       "PISSHARC MANIFEST" DELIMITED BY SIZE
                       INTO WS-REFUSAL
                   END-STRING
                   PERFORM REFUSE-CORRECTION
               END-IF
           END-IF.

       POSITION-TO-CORRECTION-SET.
           MOVE WS-RUN-DATE TO HST-RUN-DATE.
           MOVE WS-SET-ID TO HST-SET-ID.
           MOVE ZERO TO HST-COUNT-VALUE.
           START PISSHST-FILE KEY NOT LESS THAN HST-KEY
               INVALID KEY
                   SET WS-HST-EOF TO TRUE
           END-START.

       READ-ONE-CORRECTED-DETAIL.
           READ PISSCOUT-FILE
               AT END
                   SET WS-COUT-EOF TO TRUE
               NOT AT END
                   IF OUT-SET-ID NOT = WS-SET-ID
                           OR OUT-RUN-DATE NOT = WS-RUN-DATE THEN
                       DISPLAY "PISSCORR - CORRECTED DETAIL HOLDS SET "
                           OUT-SET-ID " RUN DATE " OUT-RUN-DATE
                           " - NOT THE SET AND DATE ON THE CARD"
                       SET WS-ABEND-CONDITION TO TRUE
                   ELSE
                       ADD 1 TO WS-CORRECTED-COUNT
                       MOVE OUT-COUNT-VALUE TO WS-HIGH-COUNT-VALUE
                   END-IF
           END-READ.

       READ-ONE-HISTORY-RECORD.
           IF NOT WS-HST-EOF THEN
               READ PISSHST-FILE NEXT RECORD
                   AT END
                       SET WS-HST-EOF TO TRUE
                   NOT AT END
                       IF HST-RUN-DATE NOT = WS-RUN-DATE
                               OR HST-SET-ID NOT = WS-SET-ID THEN
                           SET WS-HST-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-HISTORY-COUNT
                       END-IF
               END-READ
           END-IF.

       MATCH-ONE-DETAIL.
           IF WS-COUT-EOF OR WS-HST-EOF
                   OR OUT-COUNT-VALUE NOT = HST-COUNT-VALUE THEN
               IF WS-HISTORY-COUNT > ZERO THEN
                   STRING "COUNT VALUES DIFFER FROM HISTORY - USE "
                           DELIMITED BY SIZE
                       "AN AS-OF REBUILD" DELIMITED BY SIZE
                       INTO WS-REFUSAL
                   END-STRING
                   PERFORM REFUSE-CORRECTION
               ELSE
                   SET WS-COUT-EOF TO TRUE
                   SET WS-HST-EOF TO TRUE
               END-IF
           ELSE
               IF OUT-CLASS-CODE NOT = HST-CLASS-CODE
                       OR OUT-OVERRIDE-FLAG NOT = HST-OVERRIDE-FLAG THEN
                   PERFORM WRITE-ONE-DELTA
               END-IF
               PERFORM READ-ONE-CORRECTED-DETAIL
               PERFORM READ-ONE-HISTORY-RECORD
           END-IF.

       WRITE-ONE-DELTA.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE SPACES TO PISSCORR-DELTA-WORK-RECORD.
           MOVE HST-COUNT-VALUE TO DLW-COUNT-VALUE.
           MOVE HST-CLASS-CODE TO DLW-OLD-CLASS-CODE.
           MOVE HST-OVERRIDE-FLAG TO DLW-OLD-OVERRIDE-FLAG.
           MOVE OUT-CLASS-CODE TO DLW-NEW-CLASS-CODE.
           MOVE OUT-OVERRIDE-FLAG TO DLW-NEW-OVERRIDE-FLAG.
           WRITE PISSCORR-DELTA-WORK-RECORD.
           IF DLW-OLD-CLASS-CODE NOT = DLW-NEW-CLASS-CODE THEN
               ADD 1 TO WS-CLASS-CHANGED-COUNT
               PERFORM PARSE-DELTA-TOKENS
               PERFORM TALLY-ONE-SUBSCRIBER
                   VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > WS-SUB-COUNT
           END-IF.

       TALLY-ONE-SUBSCRIBER.
           PERFORM SELECT-DELTA-FOR-SUBSCRIBER.
           IF WS-RECORD-SELECTED THEN
               ADD 1 TO WS-SUB-SELECT-COUNT (WS-SUB-INDEX)
               ADD DLW-COUNT-VALUE TO WS-SUB-HASH-TOTAL (WS-SUB-INDEX)
           END-IF.

       PARSE-DELTA-TOKENS.
           MOVE SPACES TO WS-CLASS-TOKENS.
           UNSTRING DLW-OLD-CLASS-CODE DELIMITED BY ALL SPACES
               INTO WS-CLASS-TOKEN (1)
                   WS-CLASS-TOKEN (2)
                   WS-CLASS-TOKEN (3)
                   WS-CLASS-TOKEN (4)
                   WS-CLASS-TOKEN (5)
           END-UNSTRING.
           UNSTRING DLW-NEW-CLASS-CODE DELIMITED BY ALL SPACES
               INTO WS-CLASS-TOKEN (6)
                   WS-CLASS-TOKEN (7)
                   WS-CLASS-TOKEN (8)
                   WS-CLASS-TOKEN (9)
                   WS-CLASS-TOKEN (10)
           END-UNSTRING.

       SELECT-DELTA-FOR-SUBSCRIBER.
           MOVE "N" TO WS-MATCH-SWITCH.
           PERFORM MATCH-ONE-SELECTION
               VARYING WS-SEL-INDEX FROM 1 BY 1
               UNTIL WS-SEL-INDEX > 5
                   OR WS-RECORD-SELECTED.

       MATCH-ONE-SELECTION.
           PERFORM MATCH-ONE-TOKEN
               VARYING WS-TOKEN-INDEX FROM 1 BY 1
               UNTIL WS-TOKEN-INDEX > 10
                   OR WS-RECORD-SELECTED.

       MATCH-ONE-TOKEN.
           IF WS-SUB-LABEL (WS-SUB-INDEX WS-SEL-INDEX) NOT = SPACES
                   AND WS-CLASS-TOKEN (WS-TOKEN-INDEX) NOT = SPACES
                   AND WS-CLASS-TOKEN (WS-TOKEN-INDEX) =
                       WS-SUB-LABEL (WS-SUB-INDEX WS-SEL-INDEX) THEN
               SET WS-RECORD-SELECTED TO TRUE
           END-IF.

       REPLACE-SUMMARY-HISTORY.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSSUMH-FILE.
           IF WS-SUMH-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - SUMMARY HISTORY WILL NOT OPEN - "
                   "FILE STATUS " WS-SUMH-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               OPEN OUTPUT PISSSUHN-FILE
               PERFORM COPY-ONE-SUMMARY-HISTORY
                   UNTIL WS-IN-EOF
               CLOSE PISSSUMH-FILE
               CLOSE PISSSUHN-FILE
               IF NOT WS-SUMH-FOUND THEN
                   MOVE "SET AND DATE ARE NOT ON THE SUMMARY HISTORY"
                       TO WS-REFUSAL
                   PERFORM REFUSE-CORRECTION
               END-IF
           END-IF.

       COPY-ONE-SUMMARY-HISTORY.
           READ PISSSUMH-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUMH-READ-COUNT
                   IF SHI-RUN-DATE = WS-RUN-DATE
                           AND SHI-SET-ID = WS-SET-ID THEN
                       SET WS-SUMH-FOUND TO TRUE
                       MOVE PISSCORR-SUMMARY-HIST-RECORD
                           TO WS-OLD-SUMMARY-IMAGE
                       PERFORM KEEP-OLD-FIGURES
                       WRITE PISSSUHN-RECORD FROM WS-NEW-SUMMARY-IMAGE
                   ELSE
                       WRITE PISSSUHN-RECORD
                           FROM PISSCORR-SUMMARY-HIST-RECORD
                   END-IF
           END-READ.

       KEEP-OLD-FIGURES.
           MOVE SHI-RULE-COUNT TO WS-FIG-RULE-COUNT (WS-OLD-FIGURES).
           PERFORM KEEP-ONE-OLD-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > 5.
           MOVE SHI-PLAIN-COUNT TO WS-FIG-PLAIN (WS-OLD-FIGURES).
           IF SHI-OVERRIDE-COUNT NUMERIC THEN
               MOVE SHI-OVERRIDE-COUNT
                   TO WS-FIG-OVERRIDE (WS-OLD-FIGURES)
           ELSE
               MOVE ZERO TO WS-FIG-OVERRIDE (WS-OLD-FIGURES)
           END-IF.
           MOVE SHI-TOTAL-COUNT TO WS-FIG-TOTAL (WS-OLD-FIGURES).

       KEEP-ONE-OLD-RULE.
           IF WS-RULE-INDEX > SHI-RULE-COUNT THEN
               MOVE SPACES
                   TO WS-FIG-LABEL (WS-OLD-FIGURES WS-RULE-INDEX)
               MOVE ZERO TO WS-FIG-HITS (WS-OLD-FIGURES WS-RULE-INDEX)
           ELSE
               MOVE SHI-RULE-LABEL (WS-RULE-INDEX)
                   TO WS-FIG-LABEL (WS-OLD-FIGURES WS-RULE-INDEX)
               MOVE SHI-RULE-HITS (WS-RULE-INDEX)
                   TO WS-FIG-HITS (WS-OLD-FIGURES WS-RULE-INDEX)
           END-IF.

       REPLACE-DAILY-SUMMARY.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSSUMI-FILE.
           IF WS-SUMI-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - DAILY SUMMARY WILL NOT OPEN - "
                   "FILE STATUS " WS-SUMI-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               OPEN OUTPUT PISSSUMO-FILE
               PERFORM COPY-ONE-DAILY-SUMMARY
                   UNTIL WS-IN-EOF
               CLOSE PISSSUMI-FILE
               CLOSE PISSSUMO-FILE
           END-IF.

       COPY-ONE-DAILY-SUMMARY.
           READ PISSSUMI-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   IF SMI-RUN-DATE = WS-RUN-DATE
                           AND SMI-SET-ID = WS-SET-ID THEN
                       ADD 1 TO WS-SUMI-REPLACED-COUNT
                       WRITE PISSSUMO-RECORD FROM WS-NEW-SUMMARY-IMAGE
                   ELSE
                       WRITE PISSSUMO-RECORD
                           FROM PISSCORR-DAILY-SUMMARY-RECORD
                   END-IF
           END-READ.

       REPLACE-DAILY-OUTPUT.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSOUTI-FILE.
           IF WS-OUTI-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - DAILY OUTPUT WILL NOT OPEN - "
                   "FILE STATUS " WS-OUTI-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               OPEN OUTPUT PISSOUTO-FILE
               PERFORM OPEN-DELTA-WORK
               PERFORM COPY-ONE-DAILY-OUTPUT
                   UNTIL WS-IN-EOF
               CLOSE PISSOUTI-FILE
               CLOSE PISSOUTO-FILE
               CLOSE PISSDLTW-FILE
           END-IF.

       COPY-ONE-DAILY-OUTPUT.
           READ PISSOUTI-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUTI-READ-COUNT
                   IF OTI-RUN-DATE = WS-RUN-DATE
                           AND OTI-SET-ID = WS-SET-ID THEN
                       ADD 1 TO WS-OUTI-SET-COUNT
                       PERFORM READ-ONE-DELTA-WORK
                           UNTIL WS-DLTW-EOF
                               OR DLW-COUNT-VALUE NOT <
                                   OTI-COUNT-VALUE
                       IF NOT WS-DLTW-EOF
                               AND DLW-COUNT-VALUE = OTI-COUNT-VALUE
                               THEN
                           MOVE DLW-NEW-CLASS-CODE TO OTI-CLASS-CODE
                           MOVE DLW-NEW-OVERRIDE-FLAG
                               TO OTI-OVERRIDE-FLAG
                           ADD 1 TO WS-OUTI-REPLACED-COUNT
                       END-IF
                   END-IF
                   WRITE PISSOUTO-RECORD
                       FROM PISSCORR-DAILY-OUTPUT-RECORD
           END-READ.

       OPEN-DELTA-WORK.
           MOVE "N" TO WS-DLTW-EOF-SWITCH.
           MOVE ZERO TO DLW-COUNT-VALUE.
           OPEN INPUT PISSDLTW-FILE.
           IF WS-DLTW-STATUS NOT = "00" THEN
               DISPLAY "PISSCORR - DELTA WORK DATASET WILL NOT OPEN - "
                   "FILE STATUS " WS-DLTW-STATUS
               SET WS-ABEND-CONDITION TO TRUE
               SET WS-DLTW-EOF TO TRUE
           END-IF.

       READ-ONE-DELTA-WORK.
           READ PISSDLTW-FILE
               AT END
                   SET WS-DLTW-EOF TO TRUE
           END-READ.

       ADJUST-PERIOD-TOTALS.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSPTDI-FILE.
           IF WS-PTDI-STATUS NOT = "00"
                   AND WS-PTDI-STATUS NOT = "05" THEN
               DISPLAY "PISSCORR - PERIOD-TO-DATE MASTER WILL NOT "
                   "OPEN - FILE STATUS " WS-PTDI-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-PERIOD-RECORD
                   UNTIL WS-IN-EOF OR WS-ABEND-CONDITION
               CLOSE PISSPTDI-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               MOVE "M" TO WS-KEY-TYPE
               MOVE WS-MONTH-ID TO WS-KEY-ID
               PERFORM ADJUST-ONE-PERIOD
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               MOVE "Q" TO WS-KEY-TYPE
               MOVE WS-QUARTER-ID TO WS-KEY-ID
               PERFORM ADJUST-ONE-PERIOD
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               OPEN OUTPUT PISSPTDO-FILE
               PERFORM WRITE-ONE-PERIOD-RECORD
                   VARYING WS-PTD-INDEX FROM 1 BY 1
                   UNTIL WS-PTD-INDEX > WS-PTD-COUNT
               CLOSE PISSPTDO-FILE
           END-IF.

       LOAD-ONE-PERIOD-RECORD.
           READ PISSPTDI-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   IF WS-PTD-COUNT = WS-MAX-PTD THEN
                       DISPLAY "PISSCORR - PERIOD-TO-DATE MASTER HAS "
                           "MORE THAN " WS-MAX-PTD " RECORDS"
                       SET WS-ABEND-CONDITION TO TRUE
                   ELSE
                       ADD 1 TO WS-PTD-COUNT
                       MOVE PISSCORR-PERIOD-IN-RECORD
                           TO WS-PTD-IMAGE (WS-PTD-COUNT)
                   END-IF
           END-READ.

       ADJUST-ONE-PERIOD.
           MOVE "N" TO WS-PTD-FOUND-SWITCH.
           PERFORM FIND-ONE-PERIOD
               VARYING WS-PTD-INDEX FROM 1 BY 1
               UNTIL WS-PTD-INDEX > WS-PTD-COUNT
                   OR WS-PTD-FOUND.
           MOVE SPACES TO WS-PRINT-LINE.
           IF NOT WS-PTD-FOUND THEN
               STRING "PERIOD TOTALS " DELIMITED BY SIZE
                   WS-KEY-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KEY-ID DELIMITED BY SIZE
                   " DO NOT COVER THE RUN DATE - NOT ADJUSTED"
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-ONE-LINE
           ELSE
               SUBTRACT 1 FROM WS-PTD-INDEX
               MOVE WS-PTD-IMAGE (WS-PTD-INDEX)
                   TO PISSBALLS-PERIOD-TOTAL-RECORD
               PERFORM REMOVE-OLD-FIGURES
               IF NOT WS-HOLD-CONDITION THEN
                   PERFORM ADD-NEW-FIGURES
               END-IF
               IF NOT WS-HOLD-CONDITION THEN
                   MOVE PISSBALLS-PERIOD-TOTAL-RECORD
                       TO WS-PTD-IMAGE (WS-PTD-INDEX)
                   ADD 1 TO WS-PTD-ADJUSTED-COUNT
                   STRING "PERIOD TOTALS " DELIMITED BY SIZE
                       WS-KEY-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-KEY-ID DELIMITED BY SIZE
                       " ADJUSTED - OLD SUMMARY OUT, NEW SUMMARY IN"
                           DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM PRINT-ONE-LINE
               END-IF
           END-IF.

       FIND-ONE-PERIOD.
           MOVE WS-PTD-IMAGE (WS-PTD-INDEX)
               TO PISSBALLS-PERIOD-TOTAL-RECORD.
           IF PTD-PERIOD-TYPE = WS-KEY-TYPE
                   AND PTD-PERIOD-ID = WS-KEY-ID
                   AND PTD-SET-ID = WS-SET-ID
                   AND PTD-FIRST-RUN-DATE NOT > WS-RUN-DATE
                   AND PTD-LAST-RUN-DATE NOT < WS-RUN-DATE THEN
               SET WS-PTD-FOUND TO TRUE
           END-IF.

       REMOVE-OLD-FIGURES.
           IF PTD-PLAIN-COUNT < WS-FIG-PLAIN (WS-OLD-FIGURES)
                   OR PTD-OVERRIDE-COUNT <
                       WS-FIG-OVERRIDE (WS-OLD-FIGURES)
                   OR PTD-TOTAL-COUNT < WS-FIG-TOTAL (WS-OLD-FIGURES)
                   THEN
               PERFORM REFUSE-PERIOD-MISMATCH
           ELSE
               SUBTRACT WS-FIG-PLAIN (WS-OLD-FIGURES)
                   FROM PTD-PLAIN-COUNT
               SUBTRACT WS-FIG-OVERRIDE (WS-OLD-FIGURES)
                   FROM PTD-OVERRIDE-COUNT
               SUBTRACT WS-FIG-TOTAL (WS-OLD-FIGURES)
                   FROM PTD-TOTAL-COUNT
               PERFORM REMOVE-ONE-OLD-LABEL
                   VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX >
                           WS-FIG-RULE-COUNT (WS-OLD-FIGURES)
                       OR WS-HOLD-CONDITION
           END-IF.

       REMOVE-ONE-OLD-LABEL.
           MOVE WS-OLD-FIGURES TO WS-FIG-INDEX.
           PERFORM FIND-PERIOD-LABEL.
           IF NOT WS-LABEL-FOUND THEN
               PERFORM REFUSE-PERIOD-MISMATCH
           ELSE
               IF PTD-LABEL-HITS (WS-LABEL-INDEX) <
                       WS-FIG-HITS (WS-OLD-FIGURES WS-RULE-INDEX) THEN
                   PERFORM REFUSE-PERIOD-MISMATCH
               ELSE
                   SUBTRACT WS-FIG-HITS (WS-OLD-FIGURES WS-RULE-INDEX)
                       FROM PTD-LABEL-HITS (WS-LABEL-INDEX)
               END-IF
           END-IF.

       ADD-NEW-FIGURES.
           ADD WS-FIG-PLAIN (WS-NEW-FIGURES) TO PTD-PLAIN-COUNT.
           ADD WS-FIG-OVERRIDE (WS-NEW-FIGURES) TO PTD-OVERRIDE-COUNT.
           ADD WS-FIG-TOTAL (WS-NEW-FIGURES) TO PTD-TOTAL-COUNT.
           PERFORM ADD-ONE-NEW-LABEL
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-FIG-RULE-COUNT (WS-NEW-FIGURES)
                   OR WS-HOLD-CONDITION.

       ADD-ONE-NEW-LABEL.
           MOVE WS-NEW-FIGURES TO WS-FIG-INDEX.
           PERFORM FIND-PERIOD-LABEL.
           IF NOT WS-LABEL-FOUND THEN
               IF PTD-LABEL-COUNT = WS-MAX-LABELS THEN
                   STRING "PERIOD " DELIMITED BY SIZE
                       WS-KEY-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-KEY-ID DELIMITED BY SIZE
                       " HAS NO ROOM FOR LABEL " DELIMITED BY SIZE
                       WS-FIG-LABEL (WS-NEW-FIGURES WS-RULE-INDEX)
                           DELIMITED BY SIZE
                       INTO WS-REFUSAL
                   END-STRING
                   PERFORM REFUSE-CORRECTION
               ELSE
                   ADD 1 TO PTD-LABEL-COUNT
                   MOVE PTD-LABEL-COUNT TO WS-LABEL-INDEX
                   MOVE WS-FIG-LABEL (WS-NEW-FIGURES WS-RULE-INDEX)
                       TO PTD-LABEL (WS-LABEL-INDEX)
                   MOVE ZERO TO PTD-LABEL-HITS (WS-LABEL-INDEX)
                   SET WS-LABEL-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-LABEL-FOUND THEN
               ADD WS-FIG-HITS (WS-NEW-FIGURES WS-RULE-INDEX)
                   TO PTD-LABEL-HITS (WS-LABEL-INDEX)
           END-IF.

       FIND-PERIOD-LABEL.
           MOVE "N" TO WS-LABEL-SWITCH.
           PERFORM MATCH-ONE-PERIOD-LABEL
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX > PTD-LABEL-COUNT
                   OR WS-LABEL-FOUND.
           IF WS-LABEL-FOUND THEN
               SUBTRACT 1 FROM WS-LABEL-INDEX
           END-IF.

       MATCH-ONE-PERIOD-LABEL.
           IF PTD-LABEL (WS-LABEL-INDEX) =
                   WS-FIG-LABEL (WS-FIG-INDEX WS-RULE-INDEX) THEN
               SET WS-LABEL-FOUND TO TRUE
           END-IF.

       REFUSE-PERIOD-MISMATCH.
           STRING "PERIOD " DELIMITED BY SIZE
               WS-KEY-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KEY-ID DELIMITED BY SIZE
               " DOES NOT HOLD THE OLD SUMMARY - RECONCILE"
                   DELIMITED BY SIZE
               INTO WS-REFUSAL
           END-STRING.
           PERFORM REFUSE-CORRECTION.

       WRITE-ONE-PERIOD-RECORD.
           WRITE PISSBALLS-PERIOD-TOTAL-RECORD
               FROM WS-PTD-IMAGE (WS-PTD-INDEX).

       OPEN-SHIPMENT-FILES.
           PERFORM COUNT-ONE-SHIPPED-SUBSCRIBER
               VARYING WS-SUB-INDEX FROM 1 BY 1
               UNTIL WS-SUB-INDEX > WS-SUB-COUNT.
           IF WS-CLASS-CHANGED-COUNT > ZERO
                   AND WS-SHIPPED-SUB-COUNT > ZERO THEN
               OPEN EXTEND PISSXREG-FILE
               IF WS-XRG-STATUS NOT = "00" THEN
                   STRING "TRANSMISSION REGISTER WILL NOT OPEN - "
                           DELIMITED BY SIZE
                       "FILE STATUS " DELIMITED BY SIZE
                       WS-XRG-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSAL
                   END-STRING
                   PERFORM REFUSE-CORRECTION
               ELSE
                   SET WS-XRG-OPEN TO TRUE
                   PERFORM OPEN-ONE-DELTA-FILE
                       VARYING WS-SUB-INDEX FROM 1 BY 1
                       UNTIL WS-SUB-INDEX > WS-SUB-COUNT
                           OR WS-HOLD-CONDITION
               END-IF
               IF WS-HOLD-CONDITION THEN
                   PERFORM CLOSE-SHIPMENT-FILES
               END-IF
           END-IF.

       OPEN-ONE-DELTA-FILE.
           IF WS-SUB-SELECT-COUNT (WS-SUB-INDEX) > ZERO THEN
               EVALUATE WS-SUB-SLOT (WS-SUB-INDEX)
                   WHEN 1 OPEN OUTPUT PISSDLT1-FILE
                   WHEN 2 OPEN OUTPUT PISSDLT2-FILE
                   WHEN 3 OPEN OUTPUT PISSDLT3-FILE
                   WHEN 4 OPEN OUTPUT PISSDLT4-FILE
                   WHEN 5 OPEN OUTPUT PISSDLT5-FILE
               END-EVALUATE
               IF WS-DLT-STATUS NOT = "00" THEN
                   STRING "DELTA FILE PISSDLT" DELIMITED BY SIZE
                       WS-SUB-SLOT (WS-SUB-INDEX) DELIMITED BY SIZE
                       " WILL NOT OPEN - FILE STATUS " DELIMITED BY SIZE
                       WS-DLT-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSAL
                   END-STRING
                   PERFORM REFUSE-CORRECTION
               ELSE
                   MOVE "Y" TO WS-SUB-DLT-OPEN (WS-SUB-INDEX)
               END-IF
           END-IF.

       CLOSE-SHIPMENT-FILES.
           PERFORM CLOSE-ONE-UNSHIPPED-FILE
               VARYING WS-SUB-INDEX FROM 1 BY 1
               UNTIL WS-SUB-INDEX > WS-SUB-COUNT.
           IF WS-XRG-OPEN THEN
               CLOSE PISSXREG-FILE
               MOVE "N" TO WS-XRG-OPEN-SWITCH
           END-IF.

       CLOSE-ONE-UNSHIPPED-FILE.
           IF WS-SUB-DLT-OPEN (WS-SUB-INDEX) = "Y" THEN
               EVALUATE WS-SUB-SLOT (WS-SUB-INDEX)
                   WHEN 1 CLOSE PISSDLT1-FILE
                   WHEN 2 CLOSE PISSDLT2-FILE
                   WHEN 3 CLOSE PISSDLT3-FILE
                   WHEN 4 CLOSE PISSDLT4-FILE
                   WHEN 5 CLOSE PISSDLT5-FILE
               END-EVALUATE
               MOVE "N" TO WS-SUB-DLT-OPEN (WS-SUB-INDEX)
           END-IF.

       APPLY-HISTORY-CHANGES.
           PERFORM PRINT-CHANGE-HEADINGS.
           PERFORM OPEN-DELTA-WORK.
           PERFORM READ-ONE-DELTA-WORK.
           PERFORM APPLY-ONE-HISTORY-CHANGE
               UNTIL WS-DLTW-EOF OR WS-ABEND-CONDITION.
           CLOSE PISSDLTW-FILE.
           IF WS-CHANGED-COUNT = ZERO THEN
               MOVE "  NO COUNT VALUE CHANGED - SUMMARY FIGURES ONLY"
                   TO WS-PRINT-LINE
               PERFORM PRINT-ONE-LINE
           END-IF.

       APPLY-ONE-HISTORY-CHANGE.
           MOVE WS-RUN-DATE TO HST-RUN-DATE.
           MOVE WS-SET-ID TO HST-SET-ID.
           MOVE DLW-COUNT-VALUE TO HST-COUNT-VALUE.
           READ PISSHST-FILE
               INVALID KEY
                   DISPLAY "PISSCORR - HISTORY RECORD " HST-KEY
                       " NO LONGER ON THE MASTER - FILE STATUS "
                       WS-HST-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
           END-READ.
           IF NOT WS-ABEND-CONDITION THEN
               MOVE DLW-NEW-CLASS-CODE TO HST-CLASS-CODE
               MOVE DLW-NEW-OVERRIDE-FLAG TO HST-OVERRIDE-FLAG
               REWRITE PISSBALLS-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "PISSCORR - HISTORY RECORD " HST-KEY
                           " WILL NOT REWRITE - FILE STATUS "
                           WS-HST-STATUS
                       SET WS-ABEND-CONDITION TO TRUE
               END-REWRITE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               ADD 1 TO WS-REWRITE-COUNT
               PERFORM PRINT-CHANGE-LINE
               PERFORM READ-ONE-DELTA-WORK
           END-IF.

       SHIP-CORRECTION-DELTAS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE.
           IF WS-CLASS-CHANGED-COUNT = ZERO THEN
               MOVE "NO CLASSIFICATION CHANGED - NOTHING SHIPPED"
                   TO WS-PRINT-LINE
               PERFORM PRINT-ONE-LINE
           ELSE
               IF WS-SHIPPED-SUB-COUNT = ZERO THEN
                   STRING "NO SUBSCRIBER TAKES A CHANGED LABEL - "
                           DELIMITED BY SIZE
                       "NOTHING SHIPPED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM PRINT-ONE-LINE
               ELSE
                   PERFORM SHIP-ALL-DELTAS
               END-IF
           END-IF.

       COUNT-ONE-SHIPPED-SUBSCRIBER.
           IF WS-SUB-SELECT-COUNT (WS-SUB-INDEX) > ZERO THEN
               ADD 1 TO WS-SHIPPED-SUB-COUNT
           END-IF.

       SHIP-ALL-DELTAS.
           PERFORM WRITE-ONE-DELTA-HEADER
               VARYING WS-SUB-INDEX FROM 1 BY 1
               UNTIL WS-SUB-INDEX > WS-SUB-COUNT.
           PERFORM OPEN-DELTA-WORK.
           PERFORM READ-ONE-DELTA-WORK.
           PERFORM SHIP-ONE-DELTA
               UNTIL WS-DLTW-EOF.
           CLOSE PISSDLTW-FILE.
           PERFORM CLOSE-ONE-DELTA-FILE
               VARYING WS-SUB-INDEX FROM 1 BY 1
               UNTIL WS-SUB-INDEX > WS-SUB-COUNT.
           CLOSE PISSXREG-FILE.
           MOVE "N" TO WS-XRG-OPEN-SWITCH.

       WRITE-ONE-DELTA-HEADER.
           IF WS-SUB-SELECT-COUNT (WS-SUB-INDEX) > ZERO THEN
               MOVE SPACES TO WS-DLT-RECORD
               STRING "HDR|" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-SUB-ID (WS-SUB-INDEX) DELIMITED BY SIZE
                   "|CORRECTION|" DELIMITED BY SIZE
                   WS-CORRECTION-SEQ DELIMITED BY SIZE
                   INTO WS-DLT-RECORD
               END-STRING
               PERFORM WRITE-DELTA-RECORD
           END-IF.

       SHIP-ONE-DELTA.
           IF DLW-OLD-CLASS-CODE NOT = DLW-NEW-CLASS-CODE THEN
               PERFORM PARSE-DELTA-TOKENS
               PERFORM SHIP-DELTA-TO-ONE-SUBSCRIBER
                   VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > WS-SUB-COUNT
           END-IF.
           PERFORM READ-ONE-DELTA-WORK.

       SHIP-DELTA-TO-ONE-SUBSCRIBER.
           IF WS-SUB-SELECT-COUNT (WS-SUB-INDEX) > ZERO THEN
               PERFORM SELECT-DELTA-FOR-SUBSCRIBER
               IF WS-RECORD-SELECTED THEN
                   MOVE SPACES TO WS-DLT-RECORD
                   STRING "DTL|" DELIMITED BY SIZE
                       DLW-COUNT-VALUE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SET-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       DLW-OLD-CLASS-CODE DELIMITED BY "  "
                       "|" DELIMITED BY SIZE
                       DLW-NEW-CLASS-CODE DELIMITED BY "  "
                       INTO WS-DLT-RECORD
                   END-STRING
                   PERFORM WRITE-DELTA-RECORD
               END-IF
           END-IF.

       CLOSE-ONE-DELTA-FILE.
           IF WS-SUB-SELECT-COUNT (WS-SUB-INDEX) > ZERO THEN
               MOVE SPACES TO WS-DLT-RECORD
               STRING "TRL|" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-SUB-SELECT-COUNT (WS-SUB-INDEX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-SUB-HASH-TOTAL (WS-SUB-INDEX) DELIMITED BY SIZE
                   INTO WS-DLT-RECORD
               END-STRING
               PERFORM WRITE-DELTA-RECORD
               EVALUATE WS-SUB-SLOT (WS-SUB-INDEX)
                   WHEN 1 CLOSE PISSDLT1-FILE
                   WHEN 2 CLOSE PISSDLT2-FILE
                   WHEN 3 CLOSE PISSDLT3-FILE
                   WHEN 4 CLOSE PISSDLT4-FILE
                   WHEN 5 CLOSE PISSDLT5-FILE
               END-EVALUATE
               MOVE "N" TO WS-SUB-DLT-OPEN (WS-SUB-INDEX)
               PERFORM WRITE-ONE-REGISTER-RECORD
               PERFORM PRINT-SHIPMENT-LINE
           END-IF.

       WRITE-DELTA-RECORD.
           EVALUATE WS-SUB-SLOT (WS-SUB-INDEX)
               WHEN 1
                   WRITE PISSDLT1-RECORD FROM WS-DLT-RECORD
               WHEN 2
                   WRITE PISSDLT2-RECORD FROM WS-DLT-RECORD
               WHEN 3
                   WRITE PISSDLT3-RECORD FROM WS-DLT-RECORD
               WHEN 4
                   WRITE PISSDLT4-RECORD FROM WS-DLT-RECORD
               WHEN 5
                   WRITE PISSDLT5-RECORD FROM WS-DLT-RECORD
           END-EVALUATE.

       WRITE-ONE-REGISTER-RECORD.
           MOVE SPACES TO PISSBALLS-REGISTER-RECORD.
           MOVE WS-RUN-DATE TO XRG-RUN-DATE.
           MOVE WS-SUB-SELECT-COUNT (WS-SUB-INDEX)
               TO XRG-RECORD-COUNT.
           MOVE WS-SUB-HASH-TOTAL (WS-SUB-INDEX) TO XRG-HASH-TOTAL.
           MOVE "S" TO XRG-STATUS.
           MOVE SPACES TO XRG-ACK-DATE.
           MOVE ZERO TO XRG-AGE-DAYS.
           MOVE WS-SUB-ID (WS-SUB-INDEX) TO XRG-SUBSCRIBER-ID.
           MOVE "C" TO XRG-SHIPMENT-TYPE.
           MOVE WS-CORRECTION-SEQ TO XRG-CORRECTION-SEQ.
           MOVE WS-SET-ID TO XRG-SHIP-SET-ID (1).
           MOVE WS-SUB-SELECT-COUNT (WS-SUB-INDEX)
               TO XRG-SHIP-SET-COUNT (1).
           WRITE PISSBALLS-REGISTER-RECORD.

       PRINT-REQUEST-LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SET: " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "   REFERENCE: " DELIMITED BY SIZE
               WS-REFERENCE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-ONE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REASON: " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-ONE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE.

       PRINT-CHANGE-HEADINGS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COUNT  OLD CLASSIFICATION                       "
                   DELIMITED BY SIZE
               "OVR  NEW CLASSIFICATION                       "
                   DELIMITED BY SIZE
               "OVR" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-ONE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "-----  -------------------------------------------"
                   DELIMITED BY SIZE
               "-  ---  -------------------------------------------"
                   DELIMITED BY SIZE
               "-  ---" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-ONE-LINE.

       PRINT-CHANGE-LINE.
           MOVE DLW-COUNT-VALUE TO WS-DETAIL-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DETAIL-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DLW-OLD-CLASS-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DLW-OLD-OVERRIDE-FLAG DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               DLW-NEW-CLASS-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DLW-NEW-OVERRIDE-FLAG DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-ONE-LINE.

       PRINT-SHIPMENT-LINE.
           MOVE WS-SUB-SELECT-COUNT (WS-SUB-INDEX) TO WS-DETAIL-RECORDS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DELTA SHIPPED TO " DELIMITED BY SIZE
               WS-SUB-ID (WS-SUB-INDEX) DELIMITED BY SIZE
               " ON PISSDLT" DELIMITED BY SIZE
               WS-SUB-SLOT (WS-SUB-INDEX) DELIMITED BY SIZE
               " - CORRECTION " DELIMITED BY SIZE
               WS-CORRECTION-SEQ DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-DETAIL-RECORDS DELIMITED BY SIZE
               "  HASH " DELIMITED BY SIZE
               WS-SUB-HASH-TOTAL (WS-SUB-INDEX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-ONE-LINE.

       PRINT-SUMMARY-COMPARISON.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE "FIGURE       OLD    NEW" TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE "----------  -----  -----" TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE.
           PERFORM PRINT-ONE-OLD-LABEL
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-FIG-RULE-COUNT (WS-OLD-FIGURES).
           PERFORM PRINT-ONE-NEW-LABEL
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-FIG-RULE-COUNT (WS-NEW-FIGURES).
           MOVE "PLAIN" TO WS-DETAIL-NAME.
           MOVE WS-FIG-PLAIN (WS-OLD-FIGURES) TO WS-DETAIL-OLD.
           MOVE WS-FIG-PLAIN (WS-NEW-FIGURES) TO WS-DETAIL-NEW.
           PERFORM PRINT-ONE-FIGURE.
           MOVE "OVERRIDDEN" TO WS-DETAIL-NAME.
           MOVE WS-FIG-OVERRIDE (WS-OLD-FIGURES) TO WS-DETAIL-OLD.
           MOVE WS-FIG-OVERRIDE (WS-NEW-FIGURES) TO WS-DETAIL-NEW.
           PERFORM PRINT-ONE-FIGURE.
           MOVE "TOTAL" TO WS-DETAIL-NAME.
           MOVE WS-FIG-TOTAL (WS-OLD-FIGURES) TO WS-DETAIL-OLD.
           MOVE WS-FIG-TOTAL (WS-NEW-FIGURES) TO WS-DETAIL-NEW.
           PERFORM PRINT-ONE-FIGURE.

       PRINT-ONE-OLD-LABEL.
           MOVE WS-FIG-LABEL (WS-OLD-FIGURES WS-RULE-INDEX)
               TO WS-DETAIL-NAME.
           MOVE WS-FIG-HITS (WS-OLD-FIGURES WS-RULE-INDEX)
               TO WS-DETAIL-OLD.
           MOVE WS-OLD-FIGURES TO WS-FIG-INDEX.
           PERFORM FIND-FIGURE-LABEL.
           IF WS-LABEL-FOUND THEN
               MOVE WS-FIG-HITS (WS-NEW-FIGURES WS-LABEL-INDEX)
                   TO WS-DETAIL-NEW
           ELSE
               MOVE ZERO TO WS-DETAIL-NEW
           END-IF.
           PERFORM PRINT-ONE-FIGURE.

       PRINT-ONE-NEW-LABEL.
           MOVE WS-NEW-FIGURES TO WS-FIG-INDEX.
           PERFORM FIND-FIGURE-LABEL.
           IF NOT WS-LABEL-FOUND THEN
               MOVE WS-FIG-LABEL (WS-NEW-FIGURES WS-RULE-INDEX)
                   TO WS-DETAIL-NAME
               MOVE ZERO TO WS-DETAIL-OLD
               MOVE WS-FIG-HITS (WS-NEW-FIGURES WS-RULE-INDEX)
                   TO WS-DETAIL-NEW
               PERFORM PRINT-ONE-FIGURE
           END-IF.

       FIND-FIGURE-LABEL.
           MOVE "N" TO WS-LABEL-SWITCH.
           IF WS-FIG-INDEX = WS-OLD-FIGURES THEN
               PERFORM MATCH-ONE-NEW-FIGURE-LABEL
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX >
                           WS-FIG-RULE-COUNT (WS-NEW-FIGURES)
                       OR WS-LABEL-FOUND
           ELSE
               PERFORM MATCH-ONE-OLD-FIGURE-LABEL
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX >
                           WS-FIG-RULE-COUNT (WS-OLD-FIGURES)
                       OR WS-LABEL-FOUND
           END-IF.
           IF WS-LABEL-FOUND THEN
               SUBTRACT 1 FROM WS-LABEL-INDEX
           END-IF.

       MATCH-ONE-NEW-FIGURE-LABEL.
           IF WS-FIG-LABEL (WS-NEW-FIGURES WS-LABEL-INDEX) =
                   WS-FIG-LABEL (WS-OLD-FIGURES WS-RULE-INDEX) THEN
               SET WS-LABEL-FOUND TO TRUE
           END-IF.

       MATCH-ONE-OLD-FIGURE-LABEL.
           IF WS-FIG-LABEL (WS-OLD-FIGURES WS-LABEL-INDEX) =
                   WS-FIG-LABEL (WS-NEW-FIGURES WS-RULE-INDEX) THEN
               SET WS-LABEL-FOUND TO TRUE
           END-IF.

       PRINT-ONE-FIGURE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DETAIL-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DETAIL-OLD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DETAIL-NEW DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-ONE-LINE.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSCORR SET CORRECTION REPORT" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   SET: " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
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
           MOVE ZERO TO WS-LINES-ON-PAGE.

       PRINT-ONE-LINE.
           IF WS-RPT-OPEN THEN
               IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
                   PERFORM PRINT-REPORT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO RPT-LINE
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       TERMINATE-RUN.
           IF WS-HST-OPEN THEN
               CLOSE PISSHST-FILE
           END-IF.
           IF WS-SUMH-FOUND THEN
               PERFORM PRINT-SUMMARY-COMPARISON
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-ABEND-CONDITION THEN
               MOVE "CORRECTION ABENDED - SEE THE JOB LOG"
                   TO WS-PRINT-LINE
           ELSE
               IF WS-HOLD-CONDITION THEN
                   MOVE "CORRECTION REFUSED - NOTHING WAS CHANGED"
                       TO WS-PRINT-LINE
               ELSE
                   IF WS-NOTHING-CHANGED THEN
                       STRING "RE-CLASSIFICATION MATCHES THE HISTORY "
                               DELIMITED BY SIZE
                           "MASTER - NOTHING TO CORRECT"
                               DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                   ELSE
                       MOVE WS-REWRITE-COUNT TO WS-DETAIL-RECORDS
                       STRING "CORRECTION APPLIED - HISTORY RECORDS "
                               DELIMITED BY SIZE
                           "REWRITTEN: " DELIMITED BY SIZE
                           WS-DETAIL-RECORDS DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           PERFORM PRINT-ONE-LINE.
           IF WS-RPT-OPEN THEN
               CLOSE PISSRPT-FILE
           END-IF.
           DISPLAY "PISSCORR SET CORRECTION TOTALS FOR SET " WS-SET-ID
               " RUN DATE " WS-RUN-DATE.
           DISPLAY "VALUES RE-CLASSIFIED . " WS-CORRECTED-COUNT.
           DISPLAY "HISTORY RECORDS READ . " WS-HISTORY-COUNT.
           DISPLAY "VALUES CHANGED . . . . " WS-CHANGED-COUNT.
           DISPLAY "HISTORY REWRITTEN. . . " WS-REWRITE-COUNT.
           DISPLAY "DAILY DETAIL REPLACED. " WS-OUTI-REPLACED-COUNT.
           DISPLAY "DAILY SUMMARY REPLACED " WS-SUMI-REPLACED-COUNT.
           DISPLAY "PERIODS ADJUSTED . . . " WS-PTD-ADJUSTED-COUNT.
           DISPLAY "SUBSCRIBERS SHIPPED. . " WS-SHIPPED-SUB-COUNT.
