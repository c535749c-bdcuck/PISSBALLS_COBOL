       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSCHRG.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - MONTHLY BATCH CHARGEBACK. PRICES *
      *                   EACH RULE SET'S VOLUME FOR THE MONTH ON THE *
      *                   PISSCBPM CARD (BLANK = PREVIOUS MONTH) AT   *
      *                   ITS PISSCBR RATE-TABLE RATES: COUNTS        *
      *                   CLASSIFIED FROM SUMMARY.HISTORY (LAST       *
      *                   RECORD PER RUN DATE AND SET), RECORDS       *
      *                   SHIPPED FROM THE XMIT.REGISTER SET VOLUME,  *
      *                   AND HISTORY.MASTER RECORDS RETAINED AT      *
      *                   MONTH END. PRINTS A STATEMENT PER OWNING    *
      *                   COST CENTER AND A SUMMARY AND EXCEPTIONS    *
      *                   PAGE, AND WRITES THE PISSGLJ GENERAL LEDGER *
      *                   JOURNAL FEED - A DEBIT PER CHARGED SET AND  *
      *                   A BALANCING RECOVERY CREDIT TO OPERATIONS.  *
      *                   A MONTH NOT YET CLOSED IS STATED            *
      *                   PRELIMINARY AND NOT JOURNALED (RC 4), AS    *
      *                   ARE UNPRICED SETS AND SHIPMENTS WITH NO SET *
      *                   BREAKDOWN. AN INVALID CARD OR RATE TABLE    *
      *                   HOLDS THE RUN (RC 8)                        *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PISSCBPM-FILE ASSIGN TO PISSCBPM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PISSCBR-FILE ASSIGN TO PISSCBR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBR-STATUS.
           SELECT PISSSUMH-FILE ASSIGN TO PISSSUMH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMH-STATUS.
           SELECT PISSXREG-FILE ASSIGN TO PISSXREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREG-STATUS.
           SELECT PISSHST-FILE ASSIGN TO PISSHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.
           SELECT OPTIONAL PISSPREG-FILE ASSIGN TO PISSPREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT PISSGLJ-FILE ASSIGN TO PISSGLJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSCBPM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCBPM.

       FD  PISSCBR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCBR.

       FD  PISSSUMH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSSUM.

       FD  PISSXREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSXRG.

       FD  PISSHST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSHST.

       FD  PISSPREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSPREG.

       FD  PISSGLJ-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSGLJ.

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC XX VALUE "00".
       01 WS-CBR-STATUS PIC XX VALUE "00".
       01 WS-SUMH-STATUS PIC XX VALUE "00".
       01 WS-XREG-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-PREG-STATUS PIC XX VALUE "00".
       01 WS-GLJ-STATUS PIC XX VALUE "00".
       01 WS-CBR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-CBR-EOF VALUE "Y".
       01 WS-SUMH-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUMH-EOF VALUE "Y".
       01 WS-XREG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-XREG-EOF VALUE "Y".
       01 WS-HST-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-HST-EOF VALUE "Y".
       01 WS-PREG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PREG-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-WARNING-SWITCH PIC X(01) VALUE "N".
           88 WS-WARNING-CONDITION VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-MONTH-ACTION PIC X(01) VALUE SPACE.
           88 WS-MONTH-CLOSED VALUE "C".
       01 WS-JOURNAL-STATUS PIC X(01) VALUE "F".
           88 WS-FINAL-JOURNAL VALUE "F".
           88 WS-PRELIMINARY-JOURNAL VALUE "P".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-WORK-DATE.
           05 WS-WORK-YEAR PIC 9(04).
           05 WS-WORK-MONTH PIC 9(02).
           05 WS-WORK-DAY PIC 9(02).
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYYMM PIC X(06).
           05 FILLER PIC X(02).
       01 WS-CHARGE-MONTH PIC X(06) VALUE SPACES.
       01 WS-CHARGE-MONTH-N REDEFINES WS-CHARGE-MONTH.
           05 WS-CHARGE-YEAR PIC 9(04).
           05 WS-CHARGE-MM PIC 9(02).
       01 WS-MONTH-LAST-DATE PIC X(08) VALUE SPACES.
       01 WS-JOURNAL-ID PIC X(08) VALUE SPACES.
       01 WS-CREDIT-COST-CENTER PIC X(06) VALUE SPACES.
       01 WS-CREDIT-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-SET-ID PIC X(04) VALUE SPACES.
       01 WS-MAX-RATES PIC 9(02) VALUE 50.
       01 WS-RATE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-RATE-RECORD-COUNT PIC 9(03) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-RATE-SET-ID PIC X(04).
               10 WS-RATE-GL-ACCOUNT PIC X(10).
               10 WS-RATE-CC-INDEX PIC 9(02).
               10 WS-RATE-CLASSIFY PIC 9(03)V99.
               10 WS-RATE-SHIP PIC 9(01)V9(04).
               10 WS-RATE-RETAIN PIC 9(01)V9(04).
       01 WS-RATE-INDEX PIC 9(02) VALUE ZERO.
       01 WS-RATE-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CC-COUNT PIC 9(02) VALUE ZERO.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 50 TIMES.
               10 WS-CC-ID PIC X(06).
               10 WS-CC-NAME PIC X(20).
               10 WS-CC-SET-COUNT PIC 9(02).
               10 WS-CC-TOTAL PIC 9(09)V99.
       01 WS-CC-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CC-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-MAX-SETS PIC 9(02) VALUE 50.
       01 WS-SET-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 50 TIMES.
               10 WS-SET-ID PIC X(04).
               10 WS-SET-RATE-INDEX PIC 9(02).
               10 WS-SET-DAY OCCURS 31 TIMES.
                   15 WS-SET-DAY-SWITCH PIC X(01).
                   15 WS-SET-DAY-TOTAL PIC 9(05).
               10 WS-SET-RUN-DAYS PIC 9(02).
               10 WS-SET-CLASSIFIED PIC 9(09).
               10 WS-SET-SHIPPED PIC 9(09).
               10 WS-SET-RETAINED PIC 9(09).
               10 WS-SET-CLASSIFY-CHARGE PIC 9(09)V99.
               10 WS-SET-SHIP-CHARGE PIC 9(09)V99.
               10 WS-SET-RETAIN-CHARGE PIC 9(09)V99.
               10 WS-SET-TOTAL-CHARGE PIC 9(09)V99.
       01 WS-SET-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SET-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-DAY-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SHIP-INDEX PIC 9(01) VALUE ZERO.
       01 WS-GRAND-CLASSIFY-CHARGE PIC 9(09)V99 VALUE ZERO.
       01 WS-GRAND-SHIP-CHARGE PIC 9(09)V99 VALUE ZERO.
       01 WS-GRAND-RETAIN-CHARGE PIC 9(09)V99 VALUE ZERO.
       01 WS-GRAND-TOTAL-CHARGE PIC 9(09)V99 VALUE ZERO.
       01 WS-SUMH-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-SUMH-USED-COUNT PIC 9(07) VALUE ZERO.
       01 WS-SUMH-SUPERSEDED-COUNT PIC 9(07) VALUE ZERO.
       01 WS-XREG-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-XREG-USED-COUNT PIC 9(07) VALUE ZERO.
       01 WS-UNATTRIB-SHIPMENTS PIC 9(07) VALUE ZERO.
       01 WS-UNATTRIB-RECORDS PIC 9(09) VALUE ZERO.
       01 WS-HST-READ-COUNT PIC 9(09) VALUE ZERO.
       01 WS-UNPRICED-COUNT PIC 9(02) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(03) VALUE ZERO.
       01 WS-GLJ-DETAIL-COUNT PIC 9(07) VALUE ZERO.
       01 WS-GLJ-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-GLJ-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-USAGE-TEXT PIC X(28) VALUE SPACES.
       01 WS-SUBTITLE-TEXT PIC X(60) VALUE SPACES.
       01 WS-EDIT-VOLUME PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-CLASSIFY-RATE PIC ZZ9.99.
       01 WS-EDIT-UNIT-RATE PIC 9.9999.
       01 WS-EDIT-SHIPPED PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-RETAINED PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-CHARGE PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RUN-DAYS PIC Z9.
       01 WS-EDIT-SET-COUNT PIC Z9.
       01 WS-EDIT-SHIPMENTS PIC Z,ZZZ,ZZ9.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.

       PROCEDURE DIVISION.
       PISSCHRG-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HOLD-CONDITION THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GATHER-MONTH-VOLUMES
                   IF WS-ABEND-CONDITION THEN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM PRICE-ONE-SET
                           VARYING WS-SET-INDEX FROM 1 BY 1
                           UNTIL WS-SET-INDEX > WS-SET-COUNT
                       PERFORM WRITE-STATEMENTS
                       PERFORM WRITE-GL-JOURNAL
                       PERFORM TERMINATE-RUN
                       IF WS-ABEND-CONDITION THEN
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           IF WS-WARNING-CONDITION THEN
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETER-CARD.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM SET-CHARGE-MONTH
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-RATE-TABLE
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM READ-PERIOD-REGISTER
           END-IF.

       READ-PARAMETER-CARD.
           OPEN INPUT PISSCBPM-FILE.
           IF WS-PRM-STATUS NOT = "00" AND WS-PRM-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSCHRG - PARAMETER CARD DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-PRM-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               READ PISSCBPM-FILE
                   AT END
                       DISPLAY "PISSCHRG - NO PARAMETER CARD - THE "
                           "OPERATIONS CREDIT COST CENTER AND ACCOUNT "
                           "ARE REQUIRED - RUN HELD"
                       SET WS-HOLD-CONDITION TO TRUE
                   NOT AT END
                       PERFORM EDIT-PARAMETER-CARD
               END-READ
               CLOSE PISSCBPM-FILE
           END-IF.

       EDIT-PARAMETER-CARD.
           IF CBP-MONTH NOT = SPACES THEN
               MOVE CBP-MONTH TO WS-CHARGE-MONTH
               IF WS-CHARGE-MONTH NOT NUMERIC
                       OR WS-CHARGE-MM < 1 OR WS-CHARGE-MM > 12 THEN
                   DISPLAY "PISSCHRG - MONTH " CBP-MONTH
                       " MUST BE YYYYMM OR BLANK - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF CBP-CREDIT-COST-CENTER = SPACES
                   OR CBP-CREDIT-ACCOUNT = SPACES THEN
               DISPLAY "PISSCHRG - THE OPERATIONS CREDIT COST CENTER "
                   "AND ACCOUNT ARE REQUIRED - RUN HELD"
               SET WS-HOLD-CONDITION TO TRUE
           ELSE
               MOVE CBP-CREDIT-COST-CENTER TO WS-CREDIT-COST-CENTER
               MOVE CBP-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF.

       SET-CHARGE-MONTH.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           IF WS-CHARGE-MONTH = SPACES THEN
               IF WS-WORK-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-WORK-YEAR
                   MOVE 12 TO WS-WORK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
               MOVE WS-WORK-YYYYMM TO WS-CHARGE-MONTH
           ELSE
               IF WS-CHARGE-MONTH NOT < WS-WORK-YYYYMM THEN
                   DISPLAY "PISSCHRG - MONTH " WS-CHARGE-MONTH
                       " HAS NOT ENDED - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           STRING WS-CHARGE-MONTH DELIMITED BY SIZE
               "31" DELIMITED BY SIZE
               INTO WS-MONTH-LAST-DATE
           END-STRING.
           STRING "CB" DELIMITED BY SIZE
               WS-CHARGE-MONTH DELIMITED BY SIZE
               INTO WS-JOURNAL-ID
           END-STRING.

       LOAD-RATE-TABLE.
           OPEN INPUT PISSCBR-FILE.
           IF WS-CBR-STATUS NOT = "00" THEN
               DISPLAY "PISSCHRG - CHARGEBACK RATE TABLE WILL NOT "
                   "OPEN - FILE STATUS " WS-CBR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-RATE
                   UNTIL WS-CBR-EOF
               CLOSE PISSCBR-FILE
               IF WS-RATE-COUNT = ZERO AND NOT WS-HOLD-CONDITION THEN
                   DISPLAY "PISSCHRG - CHARGEBACK RATE TABLE IS EMPTY "
                       "- RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.

       LOAD-ONE-RATE.
           READ PISSCBR-FILE
               AT END
                   SET WS-CBR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-RECORD-COUNT
                   PERFORM EDIT-ONE-RATE
           END-READ.

       EDIT-ONE-RATE.
           IF CBR-SET-ID = SPACES OR CBR-COST-CENTER = SPACES
                   OR CBR-GL-ACCOUNT = SPACES THEN
               DISPLAY "PISSCHRG - RATE RECORD " WS-RATE-RECORD-COUNT
                   " - SET ID, COST CENTER AND GL ACCOUNT ARE "
                   "REQUIRED - RUN HELD"
               SET WS-HOLD-CONDITION TO TRUE
           ELSE
               IF CBR-CLASSIFY-RATE NOT NUMERIC
                       OR CBR-SHIP-RATE NOT NUMERIC
                       OR CBR-RETAIN-RATE NOT NUMERIC THEN
                   DISPLAY "PISSCHRG - RATE RECORD FOR SET " CBR-SET-ID
                       " - RATES MUST BE NUMERIC - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               ELSE
                   MOVE CBR-SET-ID TO WS-LOOKUP-SET-ID
                   PERFORM FIND-RATE-ENTRY
                   IF WS-ENTRY-FOUND THEN
                       DISPLAY "PISSCHRG - SET " CBR-SET-ID
                           " APPEARS MORE THAN ONCE IN THE RATE TABLE "
                           "- RUN HELD"
                       SET WS-HOLD-CONDITION TO TRUE
                   ELSE
                       IF WS-RATE-COUNT = WS-MAX-RATES THEN
                           DISPLAY "PISSCHRG - MORE THAN "
                               WS-MAX-RATES " SETS IN THE RATE TABLE "
                               "- RUN HELD"
                           SET WS-HOLD-CONDITION TO TRUE
                       ELSE
                           PERFORM KEEP-ONE-RATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       KEEP-ONE-RATE.
           ADD 1 TO WS-RATE-COUNT.
           MOVE CBR-SET-ID TO WS-RATE-SET-ID (WS-RATE-COUNT).
           MOVE CBR-GL-ACCOUNT TO WS-RATE-GL-ACCOUNT (WS-RATE-COUNT).
           MOVE CBR-CLASSIFY-RATE TO WS-RATE-CLASSIFY (WS-RATE-COUNT).
           MOVE CBR-SHIP-RATE TO WS-RATE-SHIP (WS-RATE-COUNT).
           MOVE CBR-RETAIN-RATE TO WS-RATE-RETAIN (WS-RATE-COUNT).
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-COST-CENTER
               VARYING WS-CC-INDEX FROM 1 BY 1
               UNTIL WS-CC-INDEX > WS-CC-COUNT
                   OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-CC-MATCH-INDEX
               MOVE CBR-COST-CENTER TO WS-CC-ID (WS-CC-MATCH-INDEX)
               MOVE CBR-COST-CENTER-NAME
                   TO WS-CC-NAME (WS-CC-MATCH-INDEX)
               MOVE ZERO TO WS-CC-SET-COUNT (WS-CC-MATCH-INDEX)
               MOVE ZERO TO WS-CC-TOTAL (WS-CC-MATCH-INDEX)
           END-IF.
           MOVE WS-CC-MATCH-INDEX TO WS-RATE-CC-INDEX (WS-RATE-COUNT).

       MATCH-ONE-COST-CENTER.
           IF WS-CC-ID (WS-CC-INDEX) = CBR-COST-CENTER THEN
               MOVE WS-CC-INDEX TO WS-CC-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       FIND-RATE-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-RATE-MATCH-INDEX.
           PERFORM MATCH-ONE-RATE
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                   OR WS-ENTRY-FOUND.

       MATCH-ONE-RATE.
           IF WS-RATE-SET-ID (WS-RATE-INDEX) = WS-LOOKUP-SET-ID THEN
               MOVE WS-RATE-INDEX TO WS-RATE-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       READ-PERIOD-REGISTER.
           OPEN INPUT PISSPREG-FILE.
           IF WS-PREG-STATUS NOT = "00"
                   AND WS-PREG-STATUS NOT = "05" THEN
               DISPLAY "PISSCHRG - PERIOD REGISTER WILL NOT OPEN - "
                   "FILE STATUS " WS-PREG-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM READ-ONE-PERIOD-RECORD
                   UNTIL WS-PREG-EOF
               CLOSE PISSPREG-FILE
               IF NOT WS-MONTH-CLOSED THEN
                   DISPLAY "PISSCHRG - MONTH " WS-CHARGE-MONTH
                       " IS NOT CLOSED ON THE PERIOD REGISTER - "
                       "STATEMENTS ARE PRELIMINARY AND NOTHING IS "
                       "JOURNALED"
                   SET WS-PRELIMINARY-JOURNAL TO TRUE
                   SET WS-WARNING-CONDITION TO TRUE
               END-IF
           END-IF.

       READ-ONE-PERIOD-RECORD.
           READ PISSPREG-FILE
               AT END
                   SET WS-PREG-EOF TO TRUE
               NOT AT END
                   IF PRG-PERIOD-TYPE = "M"
                           AND PRG-PERIOD-ID = WS-CHARGE-MONTH THEN
                       MOVE PRG-ACTION TO WS-MONTH-ACTION
                   END-IF
           END-READ.

       GATHER-MONTH-VOLUMES.
           PERFORM SEED-ONE-SET
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT.
           PERFORM GATHER-CLASSIFIED-COUNTS.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM GATHER-SHIPPED-RECORDS
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM GATHER-RETAINED-HISTORY
           END-IF.

       SEED-ONE-SET.
           ADD 1 TO WS-SET-COUNT.
           INITIALIZE WS-SET-ENTRY (WS-SET-COUNT).
           MOVE WS-RATE-SET-ID (WS-RATE-INDEX)
               TO WS-SET-ID (WS-SET-COUNT).
           MOVE WS-RATE-INDEX TO WS-SET-RATE-INDEX (WS-SET-COUNT).

       GATHER-CLASSIFIED-COUNTS.
           OPEN INPUT PISSSUMH-FILE.
           IF WS-SUMH-STATUS NOT = "00" THEN
               DISPLAY "PISSCHRG - SUMMARY HISTORY DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-SUMH-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM TALLY-ONE-SUMMARY
                   UNTIL WS-SUMH-EOF OR WS-ABEND-CONDITION
               CLOSE PISSSUMH-FILE
               PERFORM TOTAL-ONE-SET-DAYS
                   VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX > WS-SET-COUNT
           END-IF.

       TALLY-ONE-SUMMARY.
           READ PISSSUMH-FILE
               AT END
                   SET WS-SUMH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUMH-READ-COUNT
                   MOVE SUM-RUN-DATE TO WS-WORK-DATE
                   IF WS-WORK-YYYYMM = WS-CHARGE-MONTH
                           AND WS-WORK-DATE NUMERIC
                           AND WS-WORK-DAY > ZERO
                           AND WS-WORK-DAY NOT > 31 THEN
                       PERFORM KEEP-ONE-SUMMARY
                   END-IF
           END-READ.

       KEEP-ONE-SUMMARY.
           IF SUM-TOTAL-COUNT NOT NUMERIC THEN
               DISPLAY "PISSCHRG - SUMMARY HISTORY RECORD FOR "
                   SUM-RUN-DATE " SET " SUM-SET-ID " HAS A "
                   "NON-NUMERIC TOTAL - HISTORY DATASET MAY BE CORRUPT"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               MOVE SUM-SET-ID TO WS-LOOKUP-SET-ID
               PERFORM FIND-SET-ENTRY
               IF NOT WS-ABEND-CONDITION THEN
                   ADD 1 TO WS-SUMH-USED-COUNT
                   IF WS-SET-DAY-SWITCH
                           (WS-SET-MATCH-INDEX WS-WORK-DAY) = "Y" THEN
                       ADD 1 TO WS-SUMH-SUPERSEDED-COUNT
                   ELSE
                       MOVE "Y" TO WS-SET-DAY-SWITCH
                           (WS-SET-MATCH-INDEX WS-WORK-DAY)
                       ADD 1 TO WS-SET-RUN-DAYS (WS-SET-MATCH-INDEX)
                   END-IF
                   MOVE SUM-TOTAL-COUNT TO WS-SET-DAY-TOTAL
                       (WS-SET-MATCH-INDEX WS-WORK-DAY)
               END-IF
           END-IF.

       TOTAL-ONE-SET-DAYS.
           PERFORM ADD-ONE-SET-DAY
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 31.

       ADD-ONE-SET-DAY.
           ADD WS-SET-DAY-TOTAL (WS-SET-INDEX WS-DAY-INDEX)
               TO WS-SET-CLASSIFIED (WS-SET-INDEX).

       GATHER-SHIPPED-RECORDS.
           OPEN INPUT PISSXREG-FILE.
           IF WS-XREG-STATUS NOT = "00" THEN
               DISPLAY "PISSCHRG - TRANSMISSION REGISTER WILL NOT "
                   "OPEN - FILE STATUS " WS-XREG-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM TALLY-ONE-SHIPMENT
                   UNTIL WS-XREG-EOF OR WS-ABEND-CONDITION
               CLOSE PISSXREG-FILE
           END-IF.

       TALLY-ONE-SHIPMENT.
           READ PISSXREG-FILE
               AT END
                   SET WS-XREG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-XREG-READ-COUNT
                   MOVE XRG-RUN-DATE TO WS-WORK-DATE
                   IF WS-WORK-YYYYMM = WS-CHARGE-MONTH THEN
                       ADD 1 TO WS-XREG-USED-COUNT
                       IF XRG-SHIP-SET-COUNT (1) NUMERIC THEN
                           PERFORM TALLY-ONE-SHIPPED-SET
                               VARYING WS-SHIP-INDEX FROM 1 BY 1
                               UNTIL WS-SHIP-INDEX > 5
                                   OR WS-ABEND-CONDITION
                       ELSE
                           ADD 1 TO WS-UNATTRIB-SHIPMENTS
                           IF XRG-RECORD-COUNT NUMERIC THEN
                               ADD XRG-RECORD-COUNT
                                   TO WS-UNATTRIB-RECORDS
                           END-IF
                           SET WS-WARNING-CONDITION TO TRUE
                       END-IF
                   END-IF
           END-READ.

       TALLY-ONE-SHIPPED-SET.
           IF XRG-SHIP-SET-ID (WS-SHIP-INDEX) NOT = SPACES
                   AND XRG-SHIP-SET-COUNT (WS-SHIP-INDEX) NUMERIC THEN
               MOVE XRG-SHIP-SET-ID (WS-SHIP-INDEX) TO WS-LOOKUP-SET-ID
               PERFORM FIND-SET-ENTRY
               IF NOT WS-ABEND-CONDITION THEN
                   ADD XRG-SHIP-SET-COUNT (WS-SHIP-INDEX)
                       TO WS-SET-SHIPPED (WS-SET-MATCH-INDEX)
               END-IF
           END-IF.

       GATHER-RETAINED-HISTORY.
           OPEN INPUT PISSHST-FILE.
           IF WS-HST-STATUS NOT = "00" THEN
               DISPLAY "PISSCHRG - HISTORY MASTER WILL NOT OPEN - "
                   "FILE STATUS " WS-HST-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               MOVE LOW-VALUES TO HST-KEY
               START PISSHST-FILE KEY NOT LESS THAN HST-KEY
                   INVALID KEY
                       SET WS-HST-EOF TO TRUE
               END-START
               PERFORM TALLY-ONE-HISTORY-RECORD
                   UNTIL WS-HST-EOF OR WS-ABEND-CONDITION
               CLOSE PISSHST-FILE
           END-IF.

       TALLY-ONE-HISTORY-RECORD.
           READ PISSHST-FILE NEXT RECORD
               AT END
                   SET WS-HST-EOF TO TRUE
               NOT AT END
                   IF HST-RUN-DATE > WS-MONTH-LAST-DATE THEN
                       SET WS-HST-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-HST-READ-COUNT
                       MOVE HST-SET-ID TO WS-LOOKUP-SET-ID
                       PERFORM FIND-SET-ENTRY
                       IF NOT WS-ABEND-CONDITION THEN
                           ADD 1 TO WS-SET-RETAINED (WS-SET-MATCH-INDEX)
                       END-IF
                   END-IF
           END-READ.

       FIND-SET-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-COUNT
                   OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-SET-COUNT = WS-MAX-SETS THEN
                   DISPLAY "PISSCHRG - MORE THAN " WS-MAX-SETS
                       " RULE SETS IN THE MONTH'S VOLUME"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-SET-COUNT TO WS-SET-MATCH-INDEX
                   INITIALIZE WS-SET-ENTRY (WS-SET-MATCH-INDEX)
                   MOVE WS-LOOKUP-SET-ID
                       TO WS-SET-ID (WS-SET-MATCH-INDEX)
                   MOVE ZERO TO WS-SET-RATE-INDEX (WS-SET-MATCH-INDEX)
               END-IF
           END-IF.

       MATCH-ONE-SET.
           IF WS-SET-ID (WS-SET-INDEX) = WS-LOOKUP-SET-ID THEN
               MOVE WS-SET-INDEX TO WS-SET-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       PRICE-ONE-SET.
           IF WS-SET-RATE-INDEX (WS-SET-INDEX) = ZERO THEN
               ADD 1 TO WS-UNPRICED-COUNT
               SET WS-WARNING-CONDITION TO TRUE
           ELSE
               MOVE WS-SET-RATE-INDEX (WS-SET-INDEX) TO WS-RATE-INDEX
               COMPUTE WS-SET-CLASSIFY-CHARGE (WS-SET-INDEX) ROUNDED =
                   WS-SET-CLASSIFIED (WS-SET-INDEX)
                   * WS-RATE-CLASSIFY (WS-RATE-INDEX) / 1000
               COMPUTE WS-SET-SHIP-CHARGE (WS-SET-INDEX) ROUNDED =
                   WS-SET-SHIPPED (WS-SET-INDEX)
                   * WS-RATE-SHIP (WS-RATE-INDEX)
               COMPUTE WS-SET-RETAIN-CHARGE (WS-SET-INDEX) ROUNDED =
                   WS-SET-RETAINED (WS-SET-INDEX)
                   * WS-RATE-RETAIN (WS-RATE-INDEX)
               COMPUTE WS-SET-TOTAL-CHARGE (WS-SET-INDEX) =
                   WS-SET-CLASSIFY-CHARGE (WS-SET-INDEX)
                   + WS-SET-SHIP-CHARGE (WS-SET-INDEX)
                   + WS-SET-RETAIN-CHARGE (WS-SET-INDEX)
               MOVE WS-RATE-CC-INDEX (WS-RATE-INDEX) TO WS-CC-INDEX
               ADD 1 TO WS-CC-SET-COUNT (WS-CC-INDEX)
               ADD WS-SET-TOTAL-CHARGE (WS-SET-INDEX)
                   TO WS-CC-TOTAL (WS-CC-INDEX)
               ADD WS-SET-CLASSIFY-CHARGE (WS-SET-INDEX)
                   TO WS-GRAND-CLASSIFY-CHARGE
               ADD WS-SET-SHIP-CHARGE (WS-SET-INDEX)
                   TO WS-GRAND-SHIP-CHARGE
               ADD WS-SET-RETAIN-CHARGE (WS-SET-INDEX)
                   TO WS-GRAND-RETAIN-CHARGE
               ADD WS-SET-TOTAL-CHARGE (WS-SET-INDEX)
                   TO WS-GRAND-TOTAL-CHARGE
           END-IF.

       WRITE-STATEMENTS.
           OPEN OUTPUT PISSRPT-FILE.
           PERFORM PRINT-ONE-STATEMENT
               VARYING WS-CC-INDEX FROM 1 BY 1
               UNTIL WS-CC-INDEX > WS-CC-COUNT.
           PERFORM PRINT-SUMMARY-PAGE.

       PRINT-ONE-STATEMENT.
           MOVE SPACES TO WS-SUBTITLE-TEXT.
           STRING "STATEMENT FOR COST CENTER " DELIMITED BY SIZE
               WS-CC-ID (WS-CC-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CC-NAME (WS-CC-INDEX) DELIMITED BY SIZE
               INTO WS-SUBTITLE-TEXT
           END-STRING.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-STATEMENT-HEADING.
           PERFORM PRINT-ONE-STATEMENT-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-COUNT.
           MOVE WS-CC-TOTAL (WS-CC-INDEX) TO WS-EDIT-CHARGE.
           MOVE WS-CC-SET-COUNT (WS-CC-INDEX) TO WS-EDIT-SET-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "COST CENTER " DELIMITED BY SIZE
               WS-CC-ID (WS-CC-INDEX) DELIMITED BY SIZE
               " TOTAL FOR " DELIMITED BY SIZE
               WS-CHARGE-MONTH DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-EDIT-SET-COUNT DELIMITED BY SIZE
               " RULE SET(S)              " DELIMITED BY SIZE
               WS-EDIT-CHARGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINES-ON-PAGE.

       PRINT-STATEMENT-HEADING.
           MOVE SPACES TO RPT-LINE.
           STRING "SET   GL ACCOUNT  USAGE                       "
                   DELIMITED BY SIZE
               "      VOLUME    RATE          CHARGE"
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINES-ON-PAGE.

       PRINT-ONE-STATEMENT-SET.
           IF WS-SET-RATE-INDEX (WS-SET-INDEX) NOT = ZERO THEN
               MOVE WS-SET-RATE-INDEX (WS-SET-INDEX) TO WS-RATE-INDEX
               IF WS-RATE-CC-INDEX (WS-RATE-INDEX) = WS-CC-INDEX THEN
                   PERFORM PRINT-STATEMENT-SET-LINES
               END-IF
           END-IF.

       PRINT-STATEMENT-SET-LINES.
           IF WS-LINES-ON-PAGE + 5 > WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
               PERFORM PRINT-STATEMENT-HEADING
           END-IF.
           MOVE WS-SET-CLASSIFIED (WS-SET-INDEX) TO WS-EDIT-VOLUME.
           MOVE WS-RATE-CLASSIFY (WS-RATE-INDEX)
               TO WS-EDIT-CLASSIFY-RATE.
           MOVE WS-SET-CLASSIFY-CHARGE (WS-SET-INDEX) TO WS-EDIT-CHARGE.
           MOVE SPACES TO RPT-LINE.
           STRING WS-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RATE-GL-ACCOUNT (WS-RATE-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               "COUNTS CLASSIFIED (PER 1000) " DELIMITED BY SIZE
               WS-EDIT-VOLUME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-CLASSIFY-RATE DELIMITED BY SIZE
               WS-EDIT-CHARGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-SET-SHIPPED (WS-SET-INDEX) TO WS-EDIT-VOLUME.
           MOVE WS-RATE-SHIP (WS-RATE-INDEX) TO WS-EDIT-UNIT-RATE.
           MOVE WS-SET-SHIP-CHARGE (WS-SET-INDEX) TO WS-EDIT-CHARGE.
           MOVE "RECORDS SHIPPED DOWNSTREAM" TO WS-USAGE-TEXT.
           PERFORM PRINT-UNIT-RATE-LINE.
           MOVE WS-SET-RETAINED (WS-SET-INDEX) TO WS-EDIT-VOLUME.
           MOVE WS-RATE-RETAIN (WS-RATE-INDEX) TO WS-EDIT-UNIT-RATE.
           MOVE WS-SET-RETAIN-CHARGE (WS-SET-INDEX) TO WS-EDIT-CHARGE.
           MOVE "HISTORY RECORDS RETAINED" TO WS-USAGE-TEXT.
           PERFORM PRINT-UNIT-RATE-LINE.
           MOVE WS-SET-RUN-DAYS (WS-SET-INDEX) TO WS-EDIT-RUN-DAYS.
           MOVE WS-SET-TOTAL-CHARGE (WS-SET-INDEX) TO WS-EDIT-CHARGE.
           MOVE SPACES TO RPT-LINE.
           STRING "                  SET TOTAL - " DELIMITED BY SIZE
               WS-EDIT-RUN-DAYS DELIMITED BY SIZE
               " RUN DAYS                         " DELIMITED BY SIZE
               WS-EDIT-CHARGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 5 TO WS-LINES-ON-PAGE.

       PRINT-UNIT-RATE-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "                  " DELIMITED BY SIZE
               WS-USAGE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-VOLUME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-UNIT-RATE DELIMITED BY SIZE
               WS-EDIT-CHARGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.

       PRINT-SUMMARY-PAGE.
           MOVE "SUMMARY BY COST CENTER AND EXCEPTIONS"
               TO WS-SUBTITLE-TEXT.
           PERFORM PRINT-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "COST CENTER  NAME                  "
                   DELIMITED BY SIZE
               "SETS       CHARGE" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINES-ON-PAGE.
           PERFORM PRINT-ONE-COST-CENTER-TOTAL
               VARYING WS-CC-INDEX FROM 1 BY 1
               UNTIL WS-CC-INDEX > WS-CC-COUNT.
           MOVE WS-GRAND-CLASSIFY-CHARGE TO WS-EDIT-CHARGE.
           MOVE "COUNTS CLASSIFIED" TO WS-USAGE-TEXT.
           PERFORM PRINT-GRAND-TOTAL-LINE.
           MOVE WS-GRAND-SHIP-CHARGE TO WS-EDIT-CHARGE.
           MOVE "RECORDS SHIPPED DOWNSTREAM" TO WS-USAGE-TEXT.
           PERFORM PRINT-GRAND-TOTAL-LINE.
           MOVE WS-GRAND-RETAIN-CHARGE TO WS-EDIT-CHARGE.
           MOVE "HISTORY RECORDS RETAINED" TO WS-USAGE-TEXT.
           PERFORM PRINT-GRAND-TOTAL-LINE.
           MOVE WS-GRAND-TOTAL-CHARGE TO WS-EDIT-CHARGE.
           MOVE "TOTAL CHARGED BACK" TO WS-USAGE-TEXT.
           PERFORM PRINT-GRAND-TOTAL-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-PRELIMINARY-JOURNAL THEN
               STRING "NOT JOURNALED - MONTH " DELIMITED BY SIZE
                   WS-CHARGE-MONTH DELIMITED BY SIZE
                   " IS NOT CLOSED ON THE PERIOD REGISTER"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "JOURNAL " DELIMITED BY SIZE
                   WS-JOURNAL-ID DELIMITED BY SIZE
                   " - RECOVERY CREDITED TO COST CENTER "
                       DELIMITED BY SIZE
                   WS-CREDIT-COST-CENTER DELIMITED BY SIZE
                   " ACCOUNT " DELIMITED BY SIZE
                   WS-CREDIT-ACCOUNT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           MOVE "EXCEPTIONS" TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 3 LINES.
           ADD 6 TO WS-LINES-ON-PAGE.
           PERFORM PRINT-ONE-UNPRICED-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-COUNT.
           IF WS-UNATTRIB-SHIPMENTS > ZERO THEN
               PERFORM PRINT-UNATTRIBUTED-LINE
           END-IF.
           IF WS-SUMH-SUPERSEDED-COUNT > ZERO THEN
               PERFORM PRINT-SUPERSEDED-LINE
           END-IF.
           IF WS-EXCEPTION-COUNT = ZERO THEN
               MOVE SPACES TO RPT-LINE
               MOVE "NONE" TO RPT-LINE
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-ONE-COST-CENTER-TOTAL.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE WS-CC-SET-COUNT (WS-CC-INDEX) TO WS-EDIT-SET-COUNT.
           MOVE WS-CC-TOTAL (WS-CC-INDEX) TO WS-EDIT-CHARGE.
           MOVE SPACES TO RPT-LINE.
           STRING WS-CC-ID (WS-CC-INDEX) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-CC-NAME (WS-CC-INDEX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDIT-SET-COUNT DELIMITED BY SIZE
               WS-EDIT-CHARGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-GRAND-TOTAL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "ALL COST CENTERS - " DELIMITED BY SIZE
               WS-USAGE-TEXT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-CHARGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           IF WS-USAGE-TEXT = "COUNTS CLASSIFIED" THEN
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINES-ON-PAGE
           ELSE
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       PRINT-ONE-UNPRICED-SET.
           IF WS-SET-RATE-INDEX (WS-SET-INDEX) = ZERO THEN
               IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
                   PERFORM PRINT-REPORT-HEADER
               END-IF
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-SET-CLASSIFIED (WS-SET-INDEX) TO WS-EDIT-VOLUME
               MOVE WS-SET-SHIPPED (WS-SET-INDEX) TO WS-EDIT-SHIPPED
               MOVE WS-SET-RETAINED (WS-SET-INDEX) TO WS-EDIT-RETAINED
               MOVE SPACES TO RPT-LINE
               STRING "UNPRICED SET " DELIMITED BY SIZE
                   WS-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
                   " - NOT IN THE RATE TABLE, NOT CHARGED - "
                       DELIMITED BY SIZE
                   "CLASSIFIED" DELIMITED BY SIZE
                   WS-EDIT-VOLUME DELIMITED BY SIZE
                   " SHIPPED" DELIMITED BY SIZE
                   WS-EDIT-SHIPPED DELIMITED BY SIZE
                   " RETAINED" DELIMITED BY SIZE
                   WS-EDIT-RETAINED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       PRINT-UNATTRIBUTED-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-UNATTRIB-SHIPMENTS TO WS-EDIT-SHIPMENTS.
           MOVE WS-UNATTRIB-RECORDS TO WS-EDIT-VOLUME.
           MOVE SPACES TO RPT-LINE.
           STRING WS-EDIT-SHIPMENTS DELIMITED BY SIZE
               " SHIPMENT(S) OF" DELIMITED BY SIZE
               WS-EDIT-VOLUME DELIMITED BY SIZE
               " RECORDS REGISTERED WITHOUT A SET BREAKDOWN - "
                   DELIMITED BY SIZE
               "SHIPPING NOT CHARGED" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-SUPERSEDED-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-SUMH-SUPERSEDED-COUNT TO WS-EDIT-SHIPMENTS.
           MOVE SPACES TO RPT-LINE.
           STRING WS-EDIT-SHIPMENTS DELIMITED BY SIZE
               " SUMMARY HISTORY RECORD(S) SUPERSEDED BY A LATER "
                   DELIMITED BY SIZE
               "RECORD FOR THE SAME RUN DATE AND SET - LAST ONE "
                   DELIMITED BY SIZE
               "CHARGED" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSCHRG BATCH CHARGEBACK STATEMENT - MONTH "
                   DELIMITED BY SIZE
               WS-CHARGE-MONTH DELIMITED BY SIZE
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
           MOVE WS-SUBTITLE-TEXT TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINES-ON-PAGE.
           IF WS-PRELIMINARY-JOURNAL THEN
               MOVE SPACES TO RPT-LINE
               STRING "*** PRELIMINARY - MONTH " DELIMITED BY SIZE
                   WS-CHARGE-MONTH DELIMITED BY SIZE
                   " IS NOT CLOSED - FIGURES MAY CHANGE ***"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       WRITE-GL-JOURNAL.
           OPEN OUTPUT PISSGLJ-FILE.
           IF WS-GLJ-STATUS NOT = "00" THEN
               DISPLAY "PISSCHRG - GL JOURNAL FEED WILL NOT OPEN - "
                   "FILE STATUS " WS-GLJ-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               MOVE SPACES TO PISSBALLS-GL-JOURNAL-RECORD
               SET GLJ-HEADER-RECORD TO TRUE
               MOVE WS-JOURNAL-ID TO GLJ-JOURNAL-ID
               MOVE WS-CHARGE-MONTH TO GLJ-PERIOD
               MOVE "PISSBALL" TO GLJ-SOURCE-SYSTEM
               MOVE WS-RUN-DATE TO GLJ-CREATED-DATE
               MOVE WS-JOURNAL-STATUS TO GLJ-JOURNAL-STATUS
               MOVE "PISSBALLS BATCH CHARGEBACK" TO GLJ-JOURNAL-TEXT
               WRITE PISSBALLS-GL-JOURNAL-RECORD
               IF WS-FINAL-JOURNAL THEN
                   PERFORM WRITE-ONE-SET-DEBIT
                       VARYING WS-SET-INDEX FROM 1 BY 1
                       UNTIL WS-SET-INDEX > WS-SET-COUNT
                   IF WS-GRAND-TOTAL-CHARGE > ZERO THEN
                       PERFORM WRITE-RECOVERY-CREDIT
                   END-IF
               END-IF
               MOVE SPACES TO PISSBALLS-GL-JOURNAL-RECORD
               SET GLJ-TRAILER-RECORD TO TRUE
               MOVE WS-JOURNAL-ID TO GLJ-JOURNAL-ID
               MOVE WS-CHARGE-MONTH TO GLJ-PERIOD
               MOVE WS-GLJ-DETAIL-COUNT TO GLJ-DETAIL-COUNT
               MOVE WS-GLJ-DEBIT-TOTAL TO GLJ-DEBIT-TOTAL
               MOVE WS-GLJ-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL
               WRITE PISSBALLS-GL-JOURNAL-RECORD
               CLOSE PISSGLJ-FILE
           END-IF.

       WRITE-ONE-SET-DEBIT.
           IF WS-SET-RATE-INDEX (WS-SET-INDEX) NOT = ZERO
                   AND WS-SET-TOTAL-CHARGE (WS-SET-INDEX) > ZERO THEN
               MOVE WS-SET-RATE-INDEX (WS-SET-INDEX) TO WS-RATE-INDEX
               MOVE WS-RATE-CC-INDEX (WS-RATE-INDEX) TO WS-CC-INDEX
               MOVE SPACES TO PISSBALLS-GL-JOURNAL-RECORD
               SET GLJ-DETAIL-RECORD TO TRUE
               MOVE WS-JOURNAL-ID TO GLJ-JOURNAL-ID
               MOVE WS-CHARGE-MONTH TO GLJ-PERIOD
               ADD 1 TO WS-GLJ-DETAIL-COUNT
               MOVE WS-GLJ-DETAIL-COUNT TO GLJ-LINE-NUMBER
               MOVE WS-CC-ID (WS-CC-INDEX) TO GLJ-COST-CENTER
               MOVE WS-RATE-GL-ACCOUNT (WS-RATE-INDEX) TO GLJ-GL-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               MOVE WS-SET-TOTAL-CHARGE (WS-SET-INDEX) TO GLJ-AMOUNT
               MOVE WS-SET-ID (WS-SET-INDEX) TO GLJ-SET-ID
               STRING "BATCH CHARGEBACK SET " DELIMITED BY SIZE
                   WS-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
                   INTO GLJ-DESCRIPTION
               END-STRING
               WRITE PISSBALLS-GL-JOURNAL-RECORD
               ADD WS-SET-TOTAL-CHARGE (WS-SET-INDEX)
                   TO WS-GLJ-DEBIT-TOTAL
           END-IF.

       WRITE-RECOVERY-CREDIT.
           MOVE SPACES TO PISSBALLS-GL-JOURNAL-RECORD.
           SET GLJ-DETAIL-RECORD TO TRUE.
           MOVE WS-JOURNAL-ID TO GLJ-JOURNAL-ID.
           MOVE WS-CHARGE-MONTH TO GLJ-PERIOD.
           ADD 1 TO WS-GLJ-DETAIL-COUNT.
           MOVE WS-GLJ-DETAIL-COUNT TO GLJ-LINE-NUMBER.
           MOVE WS-CREDIT-COST-CENTER TO GLJ-COST-CENTER.
           MOVE WS-CREDIT-ACCOUNT TO GLJ-GL-ACCOUNT.
           SET GLJ-CREDIT TO TRUE.
           MOVE WS-GRAND-TOTAL-CHARGE TO GLJ-AMOUNT.
           MOVE "BATCH CHARGEBACK RECOVERY" TO GLJ-DESCRIPTION.
           WRITE PISSBALLS-GL-JOURNAL-RECORD.
           ADD WS-GRAND-TOTAL-CHARGE TO WS-GLJ-CREDIT-TOTAL.

       TERMINATE-RUN.
           CLOSE PISSRPT-FILE.
           DISPLAY "PISSCHRG - MONTH CHARGED . . . . . . . "
               WS-CHARGE-MONTH.
           DISPLAY "PISSCHRG - RATE TABLE SETS . . . . . . "
               WS-RATE-COUNT.
           DISPLAY "PISSCHRG - SUMMARY HISTORY RECORDS USED "
               WS-SUMH-USED-COUNT.
           DISPLAY "PISSCHRG - REGISTER SHIPMENTS USED . . "
               WS-XREG-USED-COUNT.
           DISPLAY "PISSCHRG - HISTORY RECORDS RETAINED . . "
               WS-HST-READ-COUNT.
           DISPLAY "PISSCHRG - UNPRICED SETS . . . . . . . "
               WS-UNPRICED-COUNT.
           DISPLAY "PISSCHRG - UNATTRIBUTED SHIPMENTS . . . "
               WS-UNATTRIB-SHIPMENTS.
           DISPLAY "PISSCHRG - JOURNAL DETAIL RECORDS . . . "
               WS-GLJ-DETAIL-COUNT.
           DISPLAY "PISSCHRG - JOURNAL DEBIT TOTAL . . . . "
               WS-GLJ-DEBIT-TOTAL.
