      *                   AGAINST THE AS-OF DATE (IT MUST BE A         *
      *                   PROCESSING DATE WITH NO SUCCESSFUL RUN       *
      *                   ALREADY LOGGED), NOT AGAINST TODAY           *
      *  10/15/2026 RFK   READS THE PISSPREG PERIOD CLOSE REGISTER AND *
      *                   HOLDS THE RUN (RC 8) WHEN THE RUN DATE OR    *
      *                   AS-OF DATE FALLS IN A CLOSED MONTH OR        *
      *                   QUARTER - A REBUILD INTO A CERTIFIED PERIOD  *
      *                   NEEDS A REOPEN RECORDED BY PISSPCLJ FIRST    *
      *  10/15/2026 RFK   EVERY RUN NOW ENDS BY APPENDING A PISSCST    *
      *                   CONTROL STATUS RECORD (RETURN CODE AND       *
      *                   MISSED-DATE COUNT) TO                        *
      *                   PISSBALLS.DAILY.CONTROL.STATUS FOR THE       *
      *                   PISSMORN MORNING STATUS PAGE AND MONITORING  *
      *                   RECORD                                       *
      *  10/15/2026 RFK   SINGLE-SET CORRECTION RUNS OF PISSBALLS ARE  *
      *                   FLAGGED ON THE RUN LOG AND NO LONGER COUNT   *
      *                   AS A NIGHTLY RUN FOR THE DOUBLE-SUBMISSION   *
      *                   AND MISSED-RUN CHECKS                        *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PISSADAT-FILE ASSIGN TO PISSADAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.
           SELECT OPTIONAL PISSPREG-FILE ASSIGN TO PISSPREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT PISSCST-FILE ASSIGN TO PISSCST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSADAT.

       FD  PISSPREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSPREG.

       FD  PISSCST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCST.

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX VALUE "00".
       01 WS-RLOG-STATUS PIC XX VALUE "00".
       01 WS-ADT-STATUS PIC XX VALUE "00".
       01 WS-PREG-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-BACKDATE-SWITCH PIC X(01) VALUE "N".
           88 WS-BACKDATE-CONDITION VALUE "Y".
       01 WS-CAL-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       01 WS-RLOG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-RLOG-EOF VALUE "Y".
       01 WS-PREG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PREG-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
       01 WS-LAST-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-MISSED-COUNT PIC 9(03) VALUE ZERO.
       01 WS-SUCCESS-COUNT PIC 9(05) VALUE ZERO.
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
       01 WS-MONTH-ACTION PIC X(01) VALUE SPACE.
       01 WS-QUARTER-ACTION PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       PISSCGAT-MAIN SECTION.
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CHECK-TODAY-SCHEDULED
               PERFORM CHECK-CLOSED-PERIODS
               PERFORM SCAN-RUN-LOG
               PERFORM CHECK-MISSED-RUNS
               PERFORM TERMINATE-RUN
           END-IF.
           PERFORM WRITE-CONTROL-STATUS.
           STOP RUN.

       WRITE-CONTROL-STATUS.
           OPEN EXTEND PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "PISSCGAT - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - STATUS RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-CONTROL-STATUS
               MOVE "PISSCGAT" TO CST-PROGRAM-ID
               MOVE WS-RUN-DATE TO CST-RUN-DATE
               MOVE RETURN-CODE TO CST-RETURN-CODE
               MOVE WS-MISSED-COUNT TO CST-ITEM-COUNT
               MOVE "MISSED PROCESSING DATES" TO CST-ITEM-TEXT
               ACCEPT CST-WRITTEN-DATE FROM DATE YYYYMMDD
               ACCEPT CST-WRITTEN-TIME FROM TIME
               WRITE PISSBALLS-CONTROL-STATUS
               CLOSE PISSCST-FILE
           END-IF.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-AS-OF-DATE.
               MOVE WS-CAL-TYPE (WS-CAL-INDEX) TO WS-TODAY-TYPE
           END-IF.

       CHECK-CLOSED-PERIODS.
           MOVE WS-RUN-DATE TO WS-DATE-PARTS.
           MOVE WS-DATE-YEAR TO WS-MONTH-YEAR.
           MOVE WS-DATE-MONTH TO WS-MONTH-NUMBER.
           MOVE WS-DATE-YEAR TO WS-QUARTER-YEAR.
           COMPUTE WS-QUARTER-NUMBER = (WS-DATE-MONTH + 2) / 3.
           OPEN INPUT PISSPREG-FILE.
           IF WS-PREG-STATUS NOT = "00"
                   AND WS-PREG-STATUS NOT = "05" THEN
               DISPLAY "PISSCGAT - PERIOD CLOSE REGISTER WILL NOT "
                   "OPEN - FILE STATUS " WS-PREG-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM SCAN-ONE-REGISTER-RECORD
                   UNTIL WS-PREG-EOF
               CLOSE PISSPREG-FILE
               IF WS-MONTH-ACTION = "C" THEN
                   DISPLAY "PISSCGAT - RUN DATE " WS-RUN-DATE
                       " FALLS IN CLOSED MONTH " WS-MONTH-ID
                       " - RECORD A REOPEN BEFORE REBUILDING - "
                       "RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
               IF WS-QUARTER-ACTION = "C" THEN
                   DISPLAY "PISSCGAT - RUN DATE " WS-RUN-DATE
                       " FALLS IN CLOSED QUARTER " WS-QUARTER-ID
                       " - RECORD A REOPEN BEFORE REBUILDING - "
                       "RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.

       SCAN-ONE-REGISTER-RECORD.
           READ PISSPREG-FILE
               AT END
                   SET WS-PREG-EOF TO TRUE
               NOT AT END
                   IF PRG-PERIOD-TYPE = "M"
                           AND PRG-PERIOD-ID = WS-MONTH-ID THEN
                       MOVE PRG-ACTION TO WS-MONTH-ACTION
                   END-IF
                   IF PRG-PERIOD-TYPE = "Q"
                           AND PRG-PERIOD-ID = WS-QUARTER-ID THEN
                       MOVE PRG-ACTION TO WS-QUARTER-ACTION
                   END-IF
           END-READ.

       SCAN-RUN-LOG.
           OPEN INPUT PISSRLOG-FILE.
           IF WS-RLOG-STATUS NOT = "00"

       EXAMINE-ONE-RUN-LOG-RECORD.
           IF RLOG-PROGRAM-ID = "PISSBALLS"
                   AND RLOG-CORRECTION-FLAG NOT = "Y"
                   AND RLOG-RETURN-CODE NUMERIC
                   AND RLOG-RETURN-CODE <= 4 THEN
               ADD 1 TO WS-SUCCESS-COUNT
