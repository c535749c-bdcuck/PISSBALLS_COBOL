       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSPCLS.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - MONTH-END AND QUARTER-END PERIOD  *
      *                   CLOSE.  APPLIES PISSPCTX CLOSE AND REOPEN    *
      *                   CARDS TO THE PERMANENT PISSPREG PERIOD       *
      *                   CLOSE REGISTER.  A CLOSE IS CERTIFIED        *
      *                   BEFORE IT IS RECORDED: THE PERIOD MUST HAVE  *
      *                   ENDED, EVERY PROCESSING DATE IN IT ON THE    *
      *                   PISSCAL CALENDAR MUST HAVE SUMMARY HISTORY,  *
      *                   NO SET MAY HAVE TWO SUMMARIES FOR ONE DATE,  *
      *                   AND THE PISSPTD PERIOD-TO-DATE TOTALS MUST   *
      *                   AGREE, SET BY SET AND LABEL BY LABEL, WITH   *
      *                   A RECOMPUTE FROM THE SUMMARY HISTORY.  THE   *
      *                   CERTIFIED PERIOD-END CONTROL REPORT LISTS    *
      *                   EACH SET'S RULE-LABEL, PLAIN, OVERRIDDEN     *
      *                   AND TOTAL COUNTS.  A REOPEN NEEDS A REASON   *
      *                   AND IS WHAT LETS PISSCGAT ALLOW AN AS-OF     *
      *                   REBUILD INTO THE PERIOD AGAIN.  ANY ERROR    *
      *                   HOLDS THE WHOLE DECK (RC 8) - NOTHING IS     *
      *                   RECORDED UNLESS EVERY CARD IS CLEAN          *
      *  10/15/2026 RFK   EVERY CARD'S OPERATOR ID IS CHECKED AGAINST  *
      *                   THE PISSOPR AUTHORIZATION MASTER - IT MUST   *
      *                   BE ACTIVE AND HOLD PERIOD CLOSE/REOPEN.  A   *
      *                   REJECTED CARD IS AN ERROR AND IS APPENDED    *
      *                   TO THE PISSSVL SECURITY-VIOLATION LOG        *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISSPCTX-FILE ASSIGN TO PISSPCTX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.
           SELECT PISSCAL-FILE ASSIGN TO PISSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL PISSPTD-FILE ASSIGN TO PISSPTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTD-STATUS.
           SELECT PISSSUMH-FILE ASSIGN TO PISSSUMH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMH-STATUS.
           SELECT OPTIONAL PISSPREG-FILE ASSIGN TO PISSPREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
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
       FD  PISSPCTX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSPCTX-RECORD              PIC X(80).

       FD  PISSCAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCAL.

       FD  PISSPTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
           COPY PISSPTD.

       FD  PISSSUMH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSSUM.

       FD  PISSPREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSPREG-RECORD              PIC X(100).

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
       01 WS-PCT-STATUS PIC XX VALUE "00".
       01 WS-CAL-STATUS PIC XX VALUE "00".
       01 WS-PTD-STATUS PIC XX VALUE "00".
       01 WS-SUMH-STATUS PIC XX VALUE "00".
       01 WS-PREG-STATUS PIC XX VALUE "00".
       01 WS-OPR-STATUS PIC XX VALUE "00".
       01 WS-SVL-STATUS PIC XX VALUE "00".
       01 WS-OPR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OPR-EOF VALUE "Y".
       01 WS-SVL-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-SVL-OPEN VALUE "Y".
       01 WS-OPR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-FOUND VALUE "Y".
       01 WS-AUTH-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-AUTHORIZED VALUE "Y".
       01 WS-AUTH-FUNCTION PIC 9(01) VALUE 6.
       01 WS-AUTH-FUNCTION-NAME PIC X(08) VALUE "PERIOD".
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
               10 WS-OPR-FUNCTION OCCURS 6 TIMES PIC X(01).
       01 WS-OPR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OPR-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-FUNCTION-INDEX PIC 9(01) VALUE ZERO.
       01 WS-VIOLATION-COUNT PIC 9(03) VALUE ZERO.
       01 WS-PCT-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PCT-EOF VALUE "Y".
       01 WS-CAL-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       01 WS-PTD-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PTD-EOF VALUE "Y".
       01 WS-SUMH-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUMH-EOF VALUE "Y".
       01 WS-PREG-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PREG-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-CARD-VALID-SWITCH PIC X(01) VALUE "N".
           88 WS-CARD-VALID VALUE "Y".
       01 WS-MATCH-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-LABEL-SWITCH PIC X(01) VALUE "N".
           88 WS-LABEL-FOUND VALUE "Y".
       01 WS-DATE-SWITCH PIC X(01) VALUE "N".
           88 WS-DATE-FOUND VALUE "Y".
       01 WS-IN-PERIOD-SWITCH PIC X(01) VALUE "N".
           88 WS-DATE-IN-PERIOD VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-TIME PIC X(08) VALUE SPACES.
       01 WS-RUN-MONTH-ID PIC X(06) VALUE SPACES.
       01 WS-RUN-QUARTER-ID PIC X(06) VALUE SPACES.
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
       01 WS-PERIOD-KEY.
           05 WS-KEY-TYPE PIC X(01).
           05 WS-KEY-ID PIC X(06).
       01 WS-KEY-STATUS PIC X(01) VALUE SPACE.
       01 WS-CAL-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-CAL-DATES PIC 9(03) VALUE 400.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
               10 WS-CAL-DATE PIC X(08).
               10 WS-CAL-TYPE PIC X(01).
       01 WS-CAL-INDEX PIC 9(03) VALUE ZERO.
       01 WS-PRG-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-PERIODS PIC 9(03) VALUE 200.
       01 WS-PRG-TABLE.
           05 WS-PRG-ENTRY OCCURS 200 TIMES.
               10 WS-PRG-TYPE PIC X(01).
               10 WS-PRG-ID PIC X(06).
               10 WS-PRG-ACTION PIC X(01).
       01 WS-PRG-INDEX PIC 9(03) VALUE ZERO.
       01 WS-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-PTD-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-PTD PIC 9(03) VALUE 400.
       01 WS-PTD-TABLE.
           05 WS-PTD-ENTRY OCCURS 400 TIMES.
               10 WS-PTD-TYPE PIC X(01).
               10 WS-PTD-ID PIC X(06).
               10 WS-PTD-SET-ID PIC X(04).
               10 WS-PTD-DAYS PIC 9(03).
               10 WS-PTD-LABEL-COUNT PIC 9(02).
               10 WS-PTD-LABEL-TOTAL OCCURS 10 TIMES.
                   15 WS-PTD-LABEL PIC X(08).
                   15 WS-PTD-LABEL-HITS PIC 9(07).
               10 WS-PTD-PLAIN PIC 9(07).
               10 WS-PTD-OVERRIDE PIC 9(07).
               10 WS-PTD-TOTAL PIC 9(07).
       01 WS-PTD-INDEX PIC 9(03) VALUE ZERO.
       01 WS-MAX-LABELS PIC 9(02) VALUE 10.
       01 WS-LABEL-INDEX PIC 9(02) VALUE ZERO.
       01 WS-OTHER-LABEL-INDEX PIC 9(02) VALUE ZERO.
       01 WS-RULE-INDEX PIC 9(01) VALUE ZERO.
       01 WS-RCS-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-RCS PIC 9(02) VALUE 10.
       01 WS-RCS-TABLE.
           05 WS-RCS-ENTRY OCCURS 10 TIMES.
               10 WS-RCS-SET-ID PIC X(04).
               10 WS-RCS-MATCHED PIC X(01).
               10 WS-RCS-FIRST-DATE PIC X(08).
               10 WS-RCS-LAST-DATE PIC X(08).
               10 WS-RCS-DAYS PIC 9(03).
               10 WS-RCS-DATE OCCURS 92 TIMES PIC X(08).
               10 WS-RCS-LABEL-COUNT PIC 9(02).
               10 WS-RCS-LABEL-TOTAL OCCURS 10 TIMES.
                   15 WS-RCS-LABEL PIC X(08).
                   15 WS-RCS-LABEL-HITS PIC 9(07).
               10 WS-RCS-PLAIN PIC 9(07).
               10 WS-RCS-OVERRIDE PIC 9(07).
               10 WS-RCS-TOTAL PIC 9(07).
       01 WS-RCS-INDEX PIC 9(02) VALUE ZERO.
       01 WS-MAX-PERIOD-DATES PIC 9(02) VALUE 92.
       01 WS-DAY-INDEX PIC 9(02) VALUE ZERO.
       01 WS-PDT-COUNT PIC 9(02) VALUE ZERO.
       01 WS-PDT-TABLE.
           05 WS-PDT-DATE OCCURS 92 TIMES PIC X(08).
       01 WS-PDT-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SUMMARY-OVERRIDE PIC 9(05) VALUE ZERO.
       01 WS-PROCESSING-DAYS PIC 9(03) VALUE ZERO.
       01 WS-PERIOD-TOTAL PIC 9(09) VALUE ZERO.
       01 WS-CARD-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-CARDS PIC 9(02) VALUE 20.
       01 WS-REG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 20 TIMES PIC X(100).
       01 WS-REG-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CLOSE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-REOPEN-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(03) VALUE ZERO.
       01 WS-ERRORS-BEFORE PIC 9(03) VALUE ZERO.
       01 WS-EDIT-MESSAGE PIC X(100) VALUE SPACES.
       01 WS-MSG-CARD PIC Z9.
       01 WS-MSG-DAYS PIC ZZ9.
       01 WS-MSG-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-MSG-OTHER-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
       01 WS-DETAIL-NAME PIC X(10) VALUE SPACES.
       01 WS-DETAIL-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-DETAIL-DAYS PIC ZZ9.
       01 WS-DETAIL-SETS PIC Z9.
       01 WS-DETAIL-TOTAL PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-ERRORS PIC ZZ9.
       01 WS-EDIT-CLOSES PIC Z9.
       01 WS-EDIT-REOPENS PIC Z9.
           COPY PISSPCTX.
           COPY PISSPREG.

       PROCEDURE DIVISION.
       PISSPCLS-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM APPLY-ONE-REQUEST
                   UNTIL WS-PCT-EOF OR WS-ABEND-CONDITION
               IF NOT WS-ABEND-CONDITION THEN
                   PERFORM CHECK-EMPTY-REQUESTS
               END-IF
               PERFORM TERMINATE-RUN
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DATE-PARTS.
           PERFORM DERIVE-DATE-PERIODS.
           MOVE WS-MONTH-ID TO WS-RUN-MONTH-ID.
           MOVE WS-QUARTER-ID TO WS-RUN-QUARTER-ID.
           PERFORM LOAD-CALENDAR.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-PERIOD-REGISTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-PERIOD-TOTALS
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OPERATOR-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               OPEN INPUT PISSPCTX-FILE
               IF WS-PCT-STATUS NOT = "00" THEN
                   DISPLAY "PISSPCLS - REQUEST CARD DATASET WILL NOT "
                       "OPEN - FILE STATUS " WS-PCT-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   OPEN OUTPUT PISSRPT-FILE
                   PERFORM PRINT-REPORT-HEADER
               END-IF
           END-IF.

       DERIVE-DATE-PERIODS.
           MOVE WS-DATE-YEAR TO WS-MONTH-YEAR.
           MOVE WS-DATE-MONTH TO WS-MONTH-NUMBER.
           MOVE WS-DATE-YEAR TO WS-QUARTER-YEAR.
           COMPUTE WS-QUARTER-NUMBER = (WS-DATE-MONTH + 2) / 3.

       LOAD-CALENDAR.
           OPEN INPUT PISSCAL-FILE.
           IF WS-CAL-STATUS NOT = "00" THEN
               DISPLAY "PISSPCLS - CALENDAR DATASET WILL NOT OPEN - "
                   "FILE STATUS " WS-CAL-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-CALENDAR-DATE
                   UNTIL WS-CAL-EOF OR WS-ABEND-CONDITION
               CLOSE PISSCAL-FILE
           END-IF.

       LOAD-ONE-CALENDAR-DATE.
           READ PISSCAL-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-CALENDAR-DATE
           END-READ.

       KEEP-ONE-CALENDAR-DATE.
           IF WS-CAL-COUNT = WS-MAX-CAL-DATES THEN
               DISPLAY "PISSPCLS - CALENDAR HAS MORE THAN "
                   WS-MAX-CAL-DATES " DATES"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF CAL-DATE NOT NUMERIC
                       OR (NOT CAL-PROCESSING-DAY
                           AND NOT CAL-HOLIDAY) THEN
                   DISPLAY "PISSPCLS - INVALID CALENDAR RECORD - "
                       "DATE " CAL-DATE " TYPE " CAL-DAY-TYPE
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT)
               END-IF
           END-IF.

       LOAD-PERIOD-REGISTER.
           OPEN INPUT PISSPREG-FILE.
           IF WS-PREG-STATUS NOT = "00"
                   AND WS-PREG-STATUS NOT = "05" THEN
               DISPLAY "PISSPCLS - PERIOD CLOSE REGISTER WILL NOT "
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
                   MOVE PISSPREG-RECORD TO PISSBALLS-PERIOD-REG-RECORD
                   MOVE PRG-PERIOD-TYPE TO WS-KEY-TYPE
                   MOVE PRG-PERIOD-ID TO WS-KEY-ID
                   MOVE PRG-ACTION TO WS-KEY-STATUS
                   PERFORM SET-PERIOD-STATUS
           END-READ.

       SET-PERIOD-STATUS.
           PERFORM FIND-REGISTER-ENTRY.
           IF WS-ENTRY-FOUND THEN
               MOVE WS-KEY-STATUS TO WS-PRG-ACTION (WS-MATCH-INDEX)
           ELSE
               IF WS-PRG-COUNT = WS-MAX-PERIODS THEN
                   DISPLAY "PISSPCLS - PERIOD CLOSE REGISTER HAS "
                       "MORE THAN " WS-MAX-PERIODS " PERIODS"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-PRG-COUNT
                   MOVE WS-KEY-TYPE TO WS-PRG-TYPE (WS-PRG-COUNT)
                   MOVE WS-KEY-ID TO WS-PRG-ID (WS-PRG-COUNT)
                   MOVE WS-KEY-STATUS TO WS-PRG-ACTION (WS-PRG-COUNT)
               END-IF
           END-IF.

       GET-PERIOD-STATUS.
           PERFORM FIND-REGISTER-ENTRY.
           IF WS-ENTRY-FOUND THEN
               MOVE WS-PRG-ACTION (WS-MATCH-INDEX) TO WS-KEY-STATUS
           ELSE
               MOVE SPACE TO WS-KEY-STATUS
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

       LOAD-PERIOD-TOTALS.
           OPEN INPUT PISSPTD-FILE.
           IF WS-PTD-STATUS NOT = "00"
                   AND WS-PTD-STATUS NOT = "05" THEN
               DISPLAY "PISSPCLS - PERIOD-TO-DATE MASTER WILL NOT "
                   "OPEN - FILE STATUS " WS-PTD-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-PERIOD-TOTAL
                   UNTIL WS-PTD-EOF OR WS-ABEND-CONDITION
               CLOSE PISSPTD-FILE
           END-IF.

       LOAD-ONE-PERIOD-TOTAL.
           READ PISSPTD-FILE
               AT END
                   SET WS-PTD-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-PERIOD-TOTAL
           END-READ.

       KEEP-ONE-PERIOD-TOTAL.
           IF WS-PTD-COUNT = WS-MAX-PTD THEN
               DISPLAY "PISSPCLS - PERIOD-TO-DATE MASTER HAS MORE "
                   "THAN " WS-MAX-PTD " RECORDS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-PTD-COUNT
               MOVE PTD-PERIOD-TYPE TO WS-PTD-TYPE (WS-PTD-COUNT)
               MOVE PTD-PERIOD-ID TO WS-PTD-ID (WS-PTD-COUNT)
               MOVE PTD-SET-ID TO WS-PTD-SET-ID (WS-PTD-COUNT)
               MOVE PTD-RUN-DAYS TO WS-PTD-DAYS (WS-PTD-COUNT)
               MOVE PTD-LABEL-COUNT
                   TO WS-PTD-LABEL-COUNT (WS-PTD-COUNT)
               PERFORM KEEP-ONE-PERIOD-LABEL
                   VARYING WS-LABEL-INDEX FROM 1 BY 1
                   UNTIL WS-LABEL-INDEX > WS-MAX-LABELS
               MOVE PTD-PLAIN-COUNT TO WS-PTD-PLAIN (WS-PTD-COUNT)
               MOVE PTD-OVERRIDE-COUNT
                   TO WS-PTD-OVERRIDE (WS-PTD-COUNT)
               MOVE PTD-TOTAL-COUNT TO WS-PTD-TOTAL (WS-PTD-COUNT)
           END-IF.

       KEEP-ONE-PERIOD-LABEL.
           MOVE PTD-LABEL (WS-LABEL-INDEX)
               TO WS-PTD-LABEL (WS-PTD-COUNT WS-LABEL-INDEX).
           MOVE PTD-LABEL-HITS (WS-LABEL-INDEX)
               TO WS-PTD-LABEL-HITS (WS-PTD-COUNT WS-LABEL-INDEX).

       APPLY-ONE-REQUEST.
           READ PISSPCTX-FILE
               AT END
                   SET WS-PCT-EOF TO TRUE
               NOT AT END
                   PERFORM EXAMINE-ONE-REQUEST
           END-READ.

       EXAMINE-ONE-REQUEST.
           IF WS-CARD-COUNT = WS-MAX-CARDS THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "MORE THAN " DELIMITED BY SIZE
                   WS-MAX-CARDS DELIMITED BY SIZE
                   " REQUEST CARDS - UPDATE ABANDONED"
                       DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE PISSPCTX-RECORD TO PISSPCLS-REQUEST-CARD
               MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE
               PERFORM PRINT-REQUEST-ECHO
               PERFORM VALIDATE-ONE-REQUEST
               IF WS-CARD-VALID THEN
                   MOVE PCT-PERIOD-TYPE TO WS-KEY-TYPE
                   MOVE PCT-PERIOD-ID TO WS-KEY-ID
                   PERFORM GET-PERIOD-STATUS
                   IF PCT-CLOSE THEN
                       PERFORM APPLY-CLOSE
                   ELSE
                       PERFORM APPLY-REOPEN
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ONE-REQUEST.
           MOVE "Y" TO WS-CARD-VALID-SWITCH.
           MOVE WS-CARD-COUNT TO WS-MSG-CARD.
           IF NOT PCT-CLOSE AND NOT PCT-REOPEN THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - ACTION " DELIMITED BY SIZE
                   PCT-ACTION DELIMITED BY SIZE
                   " IS NOT CLOSE OR REOPEN" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF.
           MOVE PCT-OPERATOR-ID TO WS-AUTH-OPERATOR.
           MOVE PISSPCTX-RECORD TO WS-AUTH-CARD-IMAGE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF NOT WS-OPERATOR-AUTHORIZED THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-AUTH-REASON DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF.
           PERFORM VALIDATE-PERIOD-ID.
           IF PCT-REFERENCE = SPACES THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - APPROVAL REFERENCE IS BLANK" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF.
           IF PCT-REOPEN AND PCT-REASON = SPACES THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - A REOPEN MUST GIVE A REASON" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF.

       VALIDATE-PERIOD-ID.
           IF PCT-MONTH THEN
               IF PCT-PERIOD-YEAR NOT NUMERIC
                       OR PCT-PERIOD-MONTH NOT NUMERIC
                       OR PCT-PERIOD-MONTH < "01"
                       OR PCT-PERIOD-MONTH > "12" THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "REQUEST " DELIMITED BY SIZE
                       WS-MSG-CARD DELIMITED BY SIZE
                       " - MONTH " DELIMITED BY SIZE
                       PCT-PERIOD-ID DELIMITED BY SIZE
                       " IS NOT YYYYMM" DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
                   MOVE "N" TO WS-CARD-VALID-SWITCH
               END-IF
           ELSE
               IF PCT-QUARTER THEN
                   IF PCT-PERIOD-YEAR NOT NUMERIC
                           OR PCT-QUARTER-LETTER NOT = "Q"
                           OR PCT-QUARTER-NUMBER < "1"
                           OR PCT-QUARTER-NUMBER > "4" THEN
                       MOVE SPACES TO WS-EDIT-MESSAGE
                       STRING "REQUEST " DELIMITED BY SIZE
                           WS-MSG-CARD DELIMITED BY SIZE
                           " - QUARTER " DELIMITED BY SIZE
                           PCT-PERIOD-ID DELIMITED BY SIZE
                           " IS NOT YYYYQN (N = 1-4)"
                               DELIMITED BY SIZE
                           INTO WS-EDIT-MESSAGE
                       END-STRING
                       PERFORM RECORD-ONE-EDIT-ERROR
                       MOVE "N" TO WS-CARD-VALID-SWITCH
                   END-IF
               ELSE
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "REQUEST " DELIMITED BY SIZE
                       WS-MSG-CARD DELIMITED BY SIZE
                       " - PERIOD TYPE " DELIMITED BY SIZE
                       PCT-PERIOD-TYPE DELIMITED BY SIZE
                       " IS NOT M OR Q" DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
                   MOVE "N" TO WS-CARD-VALID-SWITCH
               END-IF
           END-IF.

       APPLY-CLOSE.
           IF WS-KEY-STATUS = "C" THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - PERIOD " DELIMITED BY SIZE
                   PCT-PERIOD-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PCT-PERIOD-ID DELIMITED BY SIZE
                   " IS ALREADY CLOSED" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               IF (PCT-MONTH AND PCT-PERIOD-ID NOT < WS-RUN-MONTH-ID)
                       OR (PCT-QUARTER
                           AND PCT-PERIOD-ID NOT < WS-RUN-QUARTER-ID)
                       THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "REQUEST " DELIMITED BY SIZE
                       WS-MSG-CARD DELIMITED BY SIZE
                       " - PERIOD " DELIMITED BY SIZE
                       PCT-PERIOD-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PCT-PERIOD-ID DELIMITED BY SIZE
                       " HAS NOT ENDED - IT CANNOT BE CLOSED YET"
                           DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
               ELSE
                   PERFORM CERTIFY-ONE-PERIOD
               END-IF
           END-IF.

       CERTIFY-ONE-PERIOD.
           PERFORM COUNT-PROCESSING-DATES.
           PERFORM RECOMPUTE-FROM-HISTORY.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM CHECK-ONE-PROCESSING-DATE
                   VARYING WS-CAL-INDEX FROM 1 BY 1
                   UNTIL WS-CAL-INDEX > WS-CAL-COUNT
               PERFORM CHECK-ONE-PERIOD-TOTAL
                   VARYING WS-PTD-INDEX FROM 1 BY 1
                   UNTIL WS-PTD-INDEX > WS-PTD-COUNT
               PERFORM CHECK-ONE-UNMATCHED-SET
                   VARYING WS-RCS-INDEX FROM 1 BY 1
                   UNTIL WS-RCS-INDEX > WS-RCS-COUNT
               PERFORM PRINT-CERTIFIED-PERIOD
               IF WS-ERROR-COUNT = WS-ERRORS-BEFORE THEN
                   PERFORM RECORD-CLOSE
               END-IF
           END-IF.

       COUNT-PROCESSING-DATES.
           MOVE ZERO TO WS-PROCESSING-DAYS.
           PERFORM COUNT-ONE-PROCESSING-DATE
               VARYING WS-CAL-INDEX FROM 1 BY 1
               UNTIL WS-CAL-INDEX > WS-CAL-COUNT.
           IF WS-PROCESSING-DAYS = ZERO THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - THE CALENDAR HAS NO PROCESSING DATES IN "
                       DELIMITED BY SIZE
                   PCT-PERIOD-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PCT-PERIOD-ID DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.

       COUNT-ONE-PROCESSING-DATE.
           IF WS-CAL-TYPE (WS-CAL-INDEX) = "P" THEN
               MOVE WS-CAL-DATE (WS-CAL-INDEX) TO WS-DATE-PARTS
               PERFORM TEST-DATE-IN-PERIOD
               IF WS-DATE-IN-PERIOD THEN
                   ADD 1 TO WS-PROCESSING-DAYS
               END-IF
           END-IF.

       TEST-DATE-IN-PERIOD.
           MOVE "N" TO WS-IN-PERIOD-SWITCH.
           PERFORM DERIVE-DATE-PERIODS.
           IF (PCT-MONTH AND WS-MONTH-ID = PCT-PERIOD-ID)
                   OR (PCT-QUARTER AND WS-QUARTER-ID = PCT-PERIOD-ID)
                   THEN
               SET WS-DATE-IN-PERIOD TO TRUE
           END-IF.

       RECOMPUTE-FROM-HISTORY.
           MOVE ZERO TO WS-RCS-COUNT.
           MOVE ZERO TO WS-PDT-COUNT.
           MOVE "N" TO WS-SUMH-EOF-SWITCH.
           OPEN INPUT PISSSUMH-FILE.
           IF WS-SUMH-STATUS NOT = "00" THEN
               DISPLAY "PISSPCLS - SUMMARY HISTORY DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-SUMH-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM RECOMPUTE-ONE-SUMMARY
                   UNTIL WS-SUMH-EOF OR WS-ABEND-CONDITION
               CLOSE PISSSUMH-FILE
           END-IF.

       RECOMPUTE-ONE-SUMMARY.
           READ PISSSUMH-FILE
               AT END
                   SET WS-SUMH-EOF TO TRUE
               NOT AT END
                   PERFORM EXAMINE-ONE-SUMMARY
           END-READ.

       EXAMINE-ONE-SUMMARY.
           IF SUM-RULE-COUNT NOT NUMERIC OR SUM-RULE-COUNT > 5
                   OR SUM-RUN-DATE NOT NUMERIC THEN
               DISPLAY "PISSPCLS - SUMMARY HISTORY RECORD FOR SET "
                   SUM-SET-ID " RUN DATE " SUM-RUN-DATE
                   " IS INVALID - HISTORY DATASET MAY BE CORRUPT"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               MOVE SUM-RUN-DATE TO WS-DATE-PARTS
               PERFORM TEST-DATE-IN-PERIOD
               IF WS-DATE-IN-PERIOD THEN
                   PERFORM FIND-RECOMPUTE-SET
                   IF WS-RCS-INDEX > ZERO THEN
                       PERFORM ADD-ONE-SUMMARY-DATE
                   END-IF
               END-IF
           END-IF.

       FIND-RECOMPUTE-SET.
           MOVE "N" TO WS-MATCH-SWITCH.
           PERFORM MATCH-ONE-RECOMPUTE-SET
               VARYING WS-RCS-INDEX FROM 1 BY 1
               UNTIL WS-RCS-INDEX > WS-RCS-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND THEN
               SUBTRACT 1 FROM WS-RCS-INDEX
           ELSE
               IF WS-RCS-COUNT = WS-MAX-RCS THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "REQUEST " DELIMITED BY SIZE
                       WS-MSG-CARD DELIMITED BY SIZE
                       " - MORE THAN " DELIMITED BY SIZE
                       WS-MAX-RCS DELIMITED BY SIZE
                       " SETS IN THE PERIOD - SET " DELIMITED BY SIZE
                       SUM-SET-ID DELIMITED BY SIZE
                       " NOT CERTIFIED" DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
                   MOVE ZERO TO WS-RCS-INDEX
               ELSE
                   ADD 1 TO WS-RCS-COUNT
                   MOVE WS-RCS-COUNT TO WS-RCS-INDEX
                   MOVE SUM-SET-ID TO WS-RCS-SET-ID (WS-RCS-INDEX)
                   MOVE "N" TO WS-RCS-MATCHED (WS-RCS-INDEX)
                   MOVE SUM-RUN-DATE
                       TO WS-RCS-FIRST-DATE (WS-RCS-INDEX)
                   MOVE SUM-RUN-DATE
                       TO WS-RCS-LAST-DATE (WS-RCS-INDEX)
                   MOVE ZERO TO WS-RCS-DAYS (WS-RCS-INDEX)
                   MOVE ZERO TO WS-RCS-LABEL-COUNT (WS-RCS-INDEX)
                   MOVE ZERO TO WS-RCS-PLAIN (WS-RCS-INDEX)
                   MOVE ZERO TO WS-RCS-OVERRIDE (WS-RCS-INDEX)
                   MOVE ZERO TO WS-RCS-TOTAL (WS-RCS-INDEX)
               END-IF
           END-IF.

       MATCH-ONE-RECOMPUTE-SET.
           IF WS-RCS-SET-ID (WS-RCS-INDEX) = SUM-SET-ID THEN
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       ADD-ONE-SUMMARY-DATE.
           MOVE "N" TO WS-DATE-SWITCH.
           PERFORM MATCH-ONE-SET-DATE
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > WS-RCS-DAYS (WS-RCS-INDEX)
                   OR WS-DATE-FOUND.
           IF WS-DATE-FOUND THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - SET " DELIMITED BY SIZE
                   SUM-SET-ID DELIMITED BY SIZE
                   " HAS MORE THAN ONE SUMMARY FOR RUN DATE "
                       DELIMITED BY SIZE
                   SUM-RUN-DATE DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               IF WS-RCS-DAYS (WS-RCS-INDEX) = WS-MAX-PERIOD-DATES
                       THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "REQUEST " DELIMITED BY SIZE
                       WS-MSG-CARD DELIMITED BY SIZE
                       " - SET " DELIMITED BY SIZE
                       SUM-SET-ID DELIMITED BY SIZE
                       " HAS MORE RUN DATES THAN THE PERIOD HAS DAYS"
                           DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
               ELSE
                   PERFORM ADD-ONE-SUMMARY-TOTALS
               END-IF
           END-IF.

       MATCH-ONE-SET-DATE.
           IF WS-RCS-DATE (WS-RCS-INDEX WS-DAY-INDEX) = SUM-RUN-DATE
                   THEN
               SET WS-DATE-FOUND TO TRUE
           END-IF.

       ADD-ONE-SUMMARY-TOTALS.
           ADD 1 TO WS-RCS-DAYS (WS-RCS-INDEX).
           MOVE SUM-RUN-DATE
               TO WS-RCS-DATE (WS-RCS-INDEX WS-RCS-DAYS (WS-RCS-INDEX)).
           IF SUM-RUN-DATE < WS-RCS-FIRST-DATE (WS-RCS-INDEX) THEN
               MOVE SUM-RUN-DATE TO WS-RCS-FIRST-DATE (WS-RCS-INDEX)
           END-IF.
           IF SUM-RUN-DATE > WS-RCS-LAST-DATE (WS-RCS-INDEX) THEN
               MOVE SUM-RUN-DATE TO WS-RCS-LAST-DATE (WS-RCS-INDEX)
           END-IF.
           IF SUM-OVERRIDE-COUNT NUMERIC THEN
               MOVE SUM-OVERRIDE-COUNT TO WS-SUMMARY-OVERRIDE
           ELSE
               MOVE ZERO TO WS-SUMMARY-OVERRIDE
           END-IF.
           ADD SUM-PLAIN-COUNT TO WS-RCS-PLAIN (WS-RCS-INDEX).
           ADD WS-SUMMARY-OVERRIDE TO WS-RCS-OVERRIDE (WS-RCS-INDEX).
           ADD SUM-TOTAL-COUNT TO WS-RCS-TOTAL (WS-RCS-INDEX).
           PERFORM ADD-ONE-SUMMARY-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > SUM-RULE-COUNT.
           PERFORM KEEP-PERIOD-DATE.

       ADD-ONE-SUMMARY-RULE.
           MOVE "N" TO WS-LABEL-SWITCH.
           PERFORM MATCH-ONE-RECOMPUTE-LABEL
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX >
                       WS-RCS-LABEL-COUNT (WS-RCS-INDEX)
                   OR WS-LABEL-FOUND.
           IF WS-LABEL-FOUND THEN
               SUBTRACT 1 FROM WS-LABEL-INDEX
               ADD SUM-RULE-HITS (WS-RULE-INDEX)
                   TO WS-RCS-LABEL-HITS (WS-RCS-INDEX WS-LABEL-INDEX)
           ELSE
               IF WS-RCS-LABEL-COUNT (WS-RCS-INDEX) = WS-MAX-LABELS
                       THEN
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "REQUEST " DELIMITED BY SIZE
                       WS-MSG-CARD DELIMITED BY SIZE
                       " - SET " DELIMITED BY SIZE
                       SUM-SET-ID DELIMITED BY SIZE
                       " HAS MORE THAN " DELIMITED BY SIZE
                       WS-MAX-LABELS DELIMITED BY SIZE
                       " RULE LABELS IN THE PERIOD" DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
               ELSE
                   ADD 1 TO WS-RCS-LABEL-COUNT (WS-RCS-INDEX)
                   MOVE WS-RCS-LABEL-COUNT (WS-RCS-INDEX)
                       TO WS-LABEL-INDEX
                   MOVE SUM-RULE-LABEL (WS-RULE-INDEX)
                       TO WS-RCS-LABEL (WS-RCS-INDEX WS-LABEL-INDEX)
                   MOVE SUM-RULE-HITS (WS-RULE-INDEX)
                       TO WS-RCS-LABEL-HITS
                           (WS-RCS-INDEX WS-LABEL-INDEX)
               END-IF
           END-IF.

       MATCH-ONE-RECOMPUTE-LABEL.
           IF WS-RCS-LABEL (WS-RCS-INDEX WS-LABEL-INDEX) =
                   SUM-RULE-LABEL (WS-RULE-INDEX) THEN
               SET WS-LABEL-FOUND TO TRUE
           END-IF.

       KEEP-PERIOD-DATE.
           MOVE "N" TO WS-DATE-SWITCH.
           PERFORM MATCH-ONE-PERIOD-DATE
               VARYING WS-PDT-INDEX FROM 1 BY 1
               UNTIL WS-PDT-INDEX > WS-PDT-COUNT
                   OR WS-DATE-FOUND.
           IF NOT WS-DATE-FOUND
                   AND WS-PDT-COUNT < WS-MAX-PERIOD-DATES THEN
               ADD 1 TO WS-PDT-COUNT
               MOVE SUM-RUN-DATE TO WS-PDT-DATE (WS-PDT-COUNT)
           END-IF.

       MATCH-ONE-PERIOD-DATE.
           IF WS-PDT-DATE (WS-PDT-INDEX) = SUM-RUN-DATE THEN
               SET WS-DATE-FOUND TO TRUE
           END-IF.

       CHECK-ONE-PROCESSING-DATE.
           IF WS-CAL-TYPE (WS-CAL-INDEX) = "P" THEN
               MOVE WS-CAL-DATE (WS-CAL-INDEX) TO WS-DATE-PARTS
               PERFORM TEST-DATE-IN-PERIOD
               IF WS-DATE-IN-PERIOD THEN
                   MOVE "N" TO WS-DATE-SWITCH
                   PERFORM MATCH-ONE-CALENDAR-DATE
                       VARYING WS-PDT-INDEX FROM 1 BY 1
                       UNTIL WS-PDT-INDEX > WS-PDT-COUNT
                           OR WS-DATE-FOUND
                   IF NOT WS-DATE-FOUND THEN
                       MOVE SPACES TO WS-EDIT-MESSAGE
                       STRING "REQUEST " DELIMITED BY SIZE
                           WS-MSG-CARD DELIMITED BY SIZE
                           " - PROCESSING DATE " DELIMITED BY SIZE
                           WS-CAL-DATE (WS-CAL-INDEX)
                               DELIMITED BY SIZE
                           " HAS NO SUMMARY HISTORY - REBUILD IT "
                               DELIMITED BY SIZE
                           "BEFORE CLOSING" DELIMITED BY SIZE
                           INTO WS-EDIT-MESSAGE
                       END-STRING
                       PERFORM RECORD-ONE-EDIT-ERROR
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-CALENDAR-DATE.
           IF WS-PDT-DATE (WS-PDT-INDEX) = WS-CAL-DATE (WS-CAL-INDEX)
                   THEN
               SET WS-DATE-FOUND TO TRUE
           END-IF.

       CHECK-ONE-PERIOD-TOTAL.
           IF WS-PTD-TYPE (WS-PTD-INDEX) = PCT-PERIOD-TYPE
                   AND WS-PTD-ID (WS-PTD-INDEX) = PCT-PERIOD-ID THEN
               MOVE "N" TO WS-MATCH-SWITCH
               PERFORM MATCH-PERIOD-TOTAL-SET
                   VARYING WS-RCS-INDEX FROM 1 BY 1
                   UNTIL WS-RCS-INDEX > WS-RCS-COUNT
                       OR WS-ENTRY-FOUND
               IF WS-ENTRY-FOUND THEN
                   SUBTRACT 1 FROM WS-RCS-INDEX
                   MOVE "Y" TO WS-RCS-MATCHED (WS-RCS-INDEX)
                   PERFORM COMPARE-PERIOD-TOTAL
               ELSE
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "REQUEST " DELIMITED BY SIZE
                       WS-MSG-CARD DELIMITED BY SIZE
                       " - SET " DELIMITED BY SIZE
                       WS-PTD-SET-ID (WS-PTD-INDEX) DELIMITED BY SIZE
                       " HAS PERIOD-TO-DATE TOTALS BUT NO SUMMARY "
                           DELIMITED BY SIZE
                       "HISTORY IN THE PERIOD" DELIMITED BY SIZE
                       INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM RECORD-ONE-EDIT-ERROR
               END-IF
           END-IF.

       MATCH-PERIOD-TOTAL-SET.
           IF WS-RCS-SET-ID (WS-RCS-INDEX) =
                   WS-PTD-SET-ID (WS-PTD-INDEX) THEN
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       COMPARE-PERIOD-TOTAL.
           IF WS-PTD-DAYS (WS-PTD-INDEX) NOT =
                   WS-RCS-DAYS (WS-RCS-INDEX) THEN
               MOVE "RUN DAYS" TO WS-DETAIL-NAME
               MOVE WS-PTD-DAYS (WS-PTD-INDEX) TO WS-MSG-COUNT
               MOVE WS-RCS-DAYS (WS-RCS-INDEX) TO WS-MSG-OTHER-COUNT
               PERFORM RECORD-TOTAL-MISMATCH
           END-IF.
           IF WS-PTD-PLAIN (WS-PTD-INDEX) NOT =
                   WS-RCS-PLAIN (WS-RCS-INDEX) THEN
               MOVE "PLAIN" TO WS-DETAIL-NAME
               MOVE WS-PTD-PLAIN (WS-PTD-INDEX) TO WS-MSG-COUNT
               MOVE WS-RCS-PLAIN (WS-RCS-INDEX) TO WS-MSG-OTHER-COUNT
               PERFORM RECORD-TOTAL-MISMATCH
           END-IF.
           IF WS-PTD-OVERRIDE (WS-PTD-INDEX) NOT =
                   WS-RCS-OVERRIDE (WS-RCS-INDEX) THEN
               MOVE "OVERRIDDEN" TO WS-DETAIL-NAME
               MOVE WS-PTD-OVERRIDE (WS-PTD-INDEX) TO WS-MSG-COUNT
               MOVE WS-RCS-OVERRIDE (WS-RCS-INDEX)
                   TO WS-MSG-OTHER-COUNT
               PERFORM RECORD-TOTAL-MISMATCH
           END-IF.
           IF WS-PTD-TOTAL (WS-PTD-INDEX) NOT =
                   WS-RCS-TOTAL (WS-RCS-INDEX) THEN
               MOVE "TOTAL" TO WS-DETAIL-NAME
               MOVE WS-PTD-TOTAL (WS-PTD-INDEX) TO WS-MSG-COUNT
               MOVE WS-RCS-TOTAL (WS-RCS-INDEX) TO WS-MSG-OTHER-COUNT
               PERFORM RECORD-TOTAL-MISMATCH
           END-IF.
           IF WS-PTD-LABEL-COUNT (WS-PTD-INDEX) NOT =
                   WS-RCS-LABEL-COUNT (WS-RCS-INDEX) THEN
               MOVE "LABELS" TO WS-DETAIL-NAME
               MOVE WS-PTD-LABEL-COUNT (WS-PTD-INDEX) TO WS-MSG-COUNT
               MOVE WS-RCS-LABEL-COUNT (WS-RCS-INDEX)
                   TO WS-MSG-OTHER-COUNT
               PERFORM RECORD-TOTAL-MISMATCH
           END-IF.
           PERFORM COMPARE-ONE-LABEL-TOTAL
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX > WS-PTD-LABEL-COUNT (WS-PTD-INDEX)
                   OR WS-LABEL-INDEX > WS-MAX-LABELS.

       COMPARE-ONE-LABEL-TOTAL.
           MOVE "N" TO WS-LABEL-SWITCH.
           PERFORM MATCH-ONE-CERTIFIED-LABEL
               VARYING WS-OTHER-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-LABEL-INDEX >
                       WS-RCS-LABEL-COUNT (WS-RCS-INDEX)
                   OR WS-LABEL-FOUND.
           MOVE WS-PTD-LABEL (WS-PTD-INDEX WS-LABEL-INDEX)
               TO WS-DETAIL-NAME.
           MOVE WS-PTD-LABEL-HITS (WS-PTD-INDEX WS-LABEL-INDEX)
               TO WS-MSG-COUNT.
           IF WS-LABEL-FOUND THEN
               SUBTRACT 1 FROM WS-OTHER-LABEL-INDEX
               IF WS-PTD-LABEL-HITS (WS-PTD-INDEX WS-LABEL-INDEX)
                       NOT = WS-RCS-LABEL-HITS
                           (WS-RCS-INDEX WS-OTHER-LABEL-INDEX) THEN
                   MOVE WS-RCS-LABEL-HITS
                           (WS-RCS-INDEX WS-OTHER-LABEL-INDEX)
                       TO WS-MSG-OTHER-COUNT
                   PERFORM RECORD-TOTAL-MISMATCH
               END-IF
           ELSE
               MOVE ZERO TO WS-MSG-OTHER-COUNT
               PERFORM RECORD-TOTAL-MISMATCH
           END-IF.

       MATCH-ONE-CERTIFIED-LABEL.
           IF WS-RCS-LABEL (WS-RCS-INDEX WS-OTHER-LABEL-INDEX) =
                   WS-PTD-LABEL (WS-PTD-INDEX WS-LABEL-INDEX) THEN
               SET WS-LABEL-FOUND TO TRUE
           END-IF.

       RECORD-TOTAL-MISMATCH.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           STRING "REQUEST " DELIMITED BY SIZE
               WS-MSG-CARD DELIMITED BY SIZE
               " - SET " DELIMITED BY SIZE
               WS-PTD-SET-ID (WS-PTD-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DETAIL-NAME DELIMITED BY SIZE
               " PERIOD-TO-DATE " DELIMITED BY SIZE
               WS-MSG-COUNT DELIMITED BY SIZE
               " BUT SUMMARY HISTORY " DELIMITED BY SIZE
               WS-MSG-OTHER-COUNT DELIMITED BY SIZE
               INTO WS-EDIT-MESSAGE
           END-STRING.
           PERFORM RECORD-ONE-EDIT-ERROR.

       CHECK-ONE-UNMATCHED-SET.
           IF WS-RCS-MATCHED (WS-RCS-INDEX) NOT = "Y" THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - SET " DELIMITED BY SIZE
                   WS-RCS-SET-ID (WS-RCS-INDEX) DELIMITED BY SIZE
                   " HAS SUMMARY HISTORY IN THE PERIOD BUT NO "
                       DELIMITED BY SIZE
                   "PERIOD-TO-DATE TOTALS" DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.

       RECORD-CLOSE.
           MOVE ZERO TO WS-PERIOD-TOTAL.
           PERFORM ADD-ONE-SET-TO-PERIOD
               VARYING WS-RCS-INDEX FROM 1 BY 1
               UNTIL WS-RCS-INDEX > WS-RCS-COUNT.
           MOVE SPACES TO PISSBALLS-PERIOD-REG-RECORD.
           MOVE "C" TO PRG-ACTION.
           MOVE WS-RCS-COUNT TO PRG-SET-COUNT.
           MOVE WS-PDT-COUNT TO PRG-RUN-DAYS.
           MOVE WS-PERIOD-TOTAL TO PRG-TOTAL-COUNT.
           PERFORM KEEP-REGISTER-ACTION.
           ADD 1 TO WS-CLOSE-COUNT.
           MOVE WS-PERIOD-TOTAL TO WS-DETAIL-TOTAL.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           STRING "CERTIFIED FOR CLOSE BY " DELIMITED BY SIZE
               PCT-OPERATOR-ID DELIMITED BY SIZE
               "  REFERENCE " DELIMITED BY SIZE
               PCT-REFERENCE DELIMITED BY SIZE
               "  PERIOD TOTAL " DELIMITED BY SIZE
               WS-DETAIL-TOTAL DELIMITED BY SIZE
               INTO WS-EDIT-MESSAGE
           END-STRING.
           PERFORM PRINT-RESULT-LINE.

       ADD-ONE-SET-TO-PERIOD.
           ADD WS-RCS-TOTAL (WS-RCS-INDEX) TO WS-PERIOD-TOTAL.

       APPLY-REOPEN.
           IF WS-KEY-STATUS NOT = "C" THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REQUEST " DELIMITED BY SIZE
                   WS-MSG-CARD DELIMITED BY SIZE
                   " - PERIOD " DELIMITED BY SIZE
                   PCT-PERIOD-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PCT-PERIOD-ID DELIMITED BY SIZE
                   " IS NOT CLOSED - NOTHING TO REOPEN"
                       DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
           ELSE
               MOVE SPACES TO PISSBALLS-PERIOD-REG-RECORD
               MOVE "R" TO PRG-ACTION
               MOVE ZERO TO PRG-SET-COUNT
               MOVE ZERO TO PRG-RUN-DAYS
               MOVE ZERO TO PRG-TOTAL-COUNT
               MOVE PCT-REASON TO PRG-REASON
               PERFORM KEEP-REGISTER-ACTION
               ADD 1 TO WS-REOPEN-COUNT
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "REOPENED BY " DELIMITED BY SIZE
                   PCT-OPERATOR-ID DELIMITED BY SIZE
                   "  REFERENCE " DELIMITED BY SIZE
                   PCT-REFERENCE DELIMITED BY SIZE
                   "  REASON " DELIMITED BY SIZE
                   PCT-REASON DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM PRINT-RESULT-LINE
           END-IF.

       KEEP-REGISTER-ACTION.
           MOVE PCT-PERIOD-TYPE TO PRG-PERIOD-TYPE.
           MOVE PCT-PERIOD-ID TO PRG-PERIOD-ID.
           MOVE WS-RUN-DATE TO PRG-ACTION-DATE.
           MOVE WS-RUN-TIME TO PRG-ACTION-TIME.
           MOVE PCT-OPERATOR-ID TO PRG-OPERATOR-ID.
           MOVE PCT-REFERENCE TO PRG-REFERENCE.
           ADD 1 TO WS-REG-COUNT.
           MOVE PISSBALLS-PERIOD-REG-RECORD
               TO WS-REG-ENTRY (WS-REG-COUNT).
           MOVE PCT-PERIOD-TYPE TO WS-KEY-TYPE.
           MOVE PCT-PERIOD-ID TO WS-KEY-ID.
           MOVE PRG-ACTION TO WS-KEY-STATUS.
           PERFORM SET-PERIOD-STATUS.

       CHECK-EMPTY-REQUESTS.
           IF WS-CARD-COUNT = ZERO THEN
               MOVE "REQUEST CARD FILE IS EMPTY - NOTHING TO APPLY"
                   TO WS-EDIT-MESSAGE
               PERFORM RECORD-ONE-EDIT-ERROR
           END-IF.

       TERMINATE-RUN.
           IF WS-ERROR-COUNT = ZERO AND NOT WS-ABEND-CONDITION THEN
               PERFORM WRITE-REGISTER-RECORDS
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PISSPCTX-FILE.
           CLOSE PISSRPT-FILE.
           PERFORM CLOSE-VIOLATION-LOG.
           IF WS-VIOLATION-COUNT > ZERO THEN
               DISPLAY "PISSPCLS - " WS-VIOLATION-COUNT
                   " UNAUTHORIZED REQUESTS LOGGED TO THE "
                   "SECURITY-VIOLATION LOG"
           END-IF.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT = ZERO THEN
                   DISPLAY "PISSPCLS - " WS-CLOSE-COUNT
                       " PERIODS CLOSED, " WS-REOPEN-COUNT
                       " REOPENED"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "PISSPCLS - " WS-ERROR-COUNT " ERRORS "
                       "FOUND - NO PERIOD ACTIONS RECORDED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-REGISTER-RECORDS.
           OPEN EXTEND PISSPREG-FILE.
           IF WS-PREG-STATUS NOT = "00"
                   AND WS-PREG-STATUS NOT = "05" THEN
               DISPLAY "PISSPCLS - PERIOD CLOSE REGISTER WILL NOT "
                   "OPEN - FILE STATUS " WS-PREG-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM WRITE-ONE-REGISTER-RECORD
                   VARYING WS-REG-INDEX FROM 1 BY 1
                   UNTIL WS-REG-INDEX > WS-REG-COUNT
               CLOSE PISSPREG-FILE
           END-IF.

       WRITE-ONE-REGISTER-RECORD.
           MOVE WS-REG-ENTRY (WS-REG-INDEX) TO PISSPREG-RECORD.
           WRITE PISSPREG-RECORD.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT PISSOPR-FILE.
           IF WS-OPR-STATUS NOT = "00" THEN
               DISPLAY "PISSPCLS - OPERATOR AUTHORIZATION MASTER WILL "
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
               DISPLAY "PISSPCLS - OPERATOR AUTHORIZATION MASTER HAS "
                   "MORE THAN " WS-MAX-OPERATORS " OPERATORS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF OPR-OPERATOR-ID = SPACES
                       OR (NOT OPR-ACTIVE AND NOT OPR-REVOKED) THEN
                   DISPLAY "PISSPCLS - INVALID OPERATOR AUTHORIZATION "
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
           DISPLAY "PISSPCLS - SECURITY VIOLATION - OPERATOR "
               WS-AUTH-OPERATOR " - " WS-AUTH-REASON.
           IF NOT WS-SVL-OPEN THEN
               OPEN EXTEND PISSSVL-FILE
               IF WS-SVL-STATUS = "00" OR WS-SVL-STATUS = "05" THEN
                   SET WS-SVL-OPEN TO TRUE
               ELSE
                   DISPLAY "PISSPCLS - SECURITY-VIOLATION LOG WILL NOT "
                       "OPEN - FILE STATUS " WS-SVL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.
           IF WS-SVL-OPEN THEN
               MOVE SPACES TO PISSBALLS-VIOLATION-RECORD
               ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SVL-LOG-TIME FROM TIME
               MOVE "PISSPCLS" TO SVL-PROGRAM-ID
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

       RECORD-ONE-EDIT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "PISSPCLS - " WS-EDIT-MESSAGE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "  *ERROR* " DELIMITED BY SIZE
               WS-EDIT-MESSAGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-RESULT-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-EDIT-MESSAGE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-REQUEST-ECHO.
           MOVE WS-CARD-COUNT TO WS-MSG-CARD.
           IF WS-LINES-ON-PAGE + 2 > WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "REQUEST " DELIMITED BY SIZE
               WS-MSG-CARD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PCT-ACTION DELIMITED BY SIZE
               "  PERIOD " DELIMITED BY SIZE
               PCT-PERIOD-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PCT-PERIOD-ID DELIMITED BY SIZE
               "  OPERATOR " DELIMITED BY SIZE
               PCT-OPERATOR-ID DELIMITED BY SIZE
               "  REFERENCE " DELIMITED BY SIZE
               PCT-REFERENCE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINES-ON-PAGE.

       PRINT-CERTIFIED-PERIOD.
           MOVE WS-PROCESSING-DAYS TO WS-DETAIL-DAYS.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           STRING "PROCESSING DATES ON THE CALENDAR: "
                   DELIMITED BY SIZE
               WS-DETAIL-DAYS DELIMITED BY SIZE
               INTO WS-EDIT-MESSAGE
           END-STRING.
           PERFORM PRINT-RESULT-LINE.
           MOVE WS-PDT-COUNT TO WS-DETAIL-DAYS.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           STRING "RUN DATES WITH SUMMARY HISTORY:   " DELIMITED BY SIZE
               WS-DETAIL-DAYS DELIMITED BY SIZE
               INTO WS-EDIT-MESSAGE
           END-STRING.
           PERFORM PRINT-RESULT-LINE.
           PERFORM PRINT-ONE-CERTIFIED-SET
               VARYING WS-RCS-INDEX FROM 1 BY 1
               UNTIL WS-RCS-INDEX > WS-RCS-COUNT.

       PRINT-ONE-CERTIFIED-SET.
           IF WS-LINES-ON-PAGE + WS-RCS-LABEL-COUNT (WS-RCS-INDEX)
                   + 5 > WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE WS-RCS-DAYS (WS-RCS-INDEX) TO WS-DETAIL-DAYS.
           MOVE SPACES TO RPT-LINE.
           STRING "  SET " DELIMITED BY SIZE
               WS-RCS-SET-ID (WS-RCS-INDEX) DELIMITED BY SIZE
               "   RUN DAYS " DELIMITED BY SIZE
               WS-DETAIL-DAYS DELIMITED BY SIZE
               "   FIRST RUN " DELIMITED BY SIZE
               WS-RCS-FIRST-DATE (WS-RCS-INDEX) DELIMITED BY SIZE
               "   LAST RUN " DELIMITED BY SIZE
               WS-RCS-LAST-DATE (WS-RCS-INDEX) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINES-ON-PAGE.
           PERFORM PRINT-ONE-CERTIFIED-LABEL
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX > WS-RCS-LABEL-COUNT (WS-RCS-INDEX).
           MOVE "PLAIN" TO WS-DETAIL-NAME.
           MOVE WS-RCS-PLAIN (WS-RCS-INDEX) TO WS-DETAIL-COUNT.
           PERFORM PRINT-ONE-CERTIFIED-FIGURE.
           MOVE "OVERRIDDEN" TO WS-DETAIL-NAME.
           MOVE WS-RCS-OVERRIDE (WS-RCS-INDEX) TO WS-DETAIL-COUNT.
           PERFORM PRINT-ONE-CERTIFIED-FIGURE.
           MOVE "TOTAL" TO WS-DETAIL-NAME.
           MOVE WS-RCS-TOTAL (WS-RCS-INDEX) TO WS-DETAIL-COUNT.
           PERFORM PRINT-ONE-CERTIFIED-FIGURE.

       PRINT-ONE-CERTIFIED-LABEL.
           MOVE WS-RCS-LABEL (WS-RCS-INDEX WS-LABEL-INDEX)
               TO WS-DETAIL-NAME.
           MOVE WS-RCS-LABEL-HITS (WS-RCS-INDEX WS-LABEL-INDEX)
               TO WS-DETAIL-COUNT.
           PERFORM PRINT-ONE-CERTIFIED-FIGURE.

       PRINT-ONE-CERTIFIED-FIGURE.
           MOVE SPACES TO RPT-LINE.
           STRING "        " DELIMITED BY SIZE
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
           STRING "PISSBALLS CERTIFIED PERIOD-END CONTROL REPORT"
                   DELIMITED BY SIZE
               "   DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   TIME: " DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
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

       PRINT-REPORT-TRAILER.
           MOVE SPACES TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-ERROR-COUNT = ZERO AND NOT WS-ABEND-CONDITION THEN
               MOVE WS-CLOSE-COUNT TO WS-EDIT-CLOSES
               MOVE WS-REOPEN-COUNT TO WS-EDIT-REOPENS
               STRING "PERIODS CLOSED: " DELIMITED BY SIZE
                   WS-EDIT-CLOSES DELIMITED BY SIZE
                   "   PERIODS REOPENED: " DELIMITED BY SIZE
                   WS-EDIT-REOPENS DELIMITED BY SIZE
                   "   - RECORDED ON THE PERIOD CLOSE REGISTER"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE WS-ERROR-COUNT TO WS-EDIT-ERRORS
               STRING "ERRORS FOUND: " DELIMITED BY SIZE
                   WS-EDIT-ERRORS DELIMITED BY SIZE
                   " - NO PERIOD ACTIONS RECORDED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
