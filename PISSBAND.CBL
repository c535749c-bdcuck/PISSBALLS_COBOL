       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSBAND.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - LABEL CO-OCCURRENCE AND COUNT-   *
      *                   RANGE BAND ANALYSIS PER RULE SET, FROM THE  *
      *                   DAILY PISSOUT DETAIL OR FROM HISTORY.MASTER *
      *                   FOR THE RUN DATES ON THE OPTIONAL PISSBNPM  *
      *                   DECK. PRINTS A LABEL-PAIR MATRIX AND A BAND *
      *                   BREAKDOWN (HITS PER LABEL, MULTI-LABEL,     *
      *                   PLAIN AND TOTAL PER BAND, WIDTH SETTABLE    *
      *                   PER SET) AND WRITES THE SAME FIGURES PIPE-  *
      *                   DELIMITED TO PISSBNDO FOR SPREADSHEET USE.  *
      *                   OVERRIDDEN RECORDS ARE COUNTED BUT NOT      *
      *                   ANALYZED                                    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PISSBNPM-FILE ASSIGN TO PISSBNPM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OPTIONAL PISSOUT-FILE ASSIGN TO PISSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSHST-FILE ASSIGN TO PISSHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.
           SELECT PISSBNDO-FILE ASSIGN TO PISSBNDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BNDO-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSBNPM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSBNPM.

       FD  PISSOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOUT.

       FD  PISSHST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSHST.

       FD  PISSBNDO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSBNDO-RECORD              PIC X(100).

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC XX VALUE "00".
       01 WS-OUT-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-BNDO-STATUS PIC XX VALUE "00".
       01 WS-PRM-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-PRM-EOF VALUE "Y".
       01 WS-DETAIL-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-DETAIL-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-SELECTION-SWITCH PIC X(01) VALUE "N".
           88 WS-SELECTION-READ VALUE "Y".
       01 WS-SOURCE PIC X(01) VALUE "D".
           88 WS-DAILY-SOURCE VALUE "D".
           88 WS-HISTORY-SOURCE VALUE "H".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE PIC X(08) VALUE "00000000".
       01 WS-THRU-DATE PIC X(08) VALUE "99999999".
       01 WS-LOW-RUN-DATE PIC X(08) VALUE HIGH-VALUES.
       01 WS-HIGH-RUN-DATE PIC X(08) VALUE LOW-VALUES.
       01 WS-DEFAULT-BAND-WIDTH PIC 9(05) VALUE 1000.
       01 WS-SELECTION-TEXT PIC X(80) VALUE SPACES.
       01 WS-CARD-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-BAND-CARDS PIC 9(02) VALUE 20.
       01 WS-BCD-COUNT PIC 9(02) VALUE ZERO.
       01 WS-BAND-CARD-TABLE.
           05 WS-BCD-ENTRY OCCURS 20 TIMES.
               10 WS-BCD-SET-ID PIC X(04).
               10 WS-BCD-BAND-WIDTH PIC 9(05).
       01 WS-BCD-INDEX PIC 9(02) VALUE ZERO.
       01 WS-MAX-SETS PIC 9(02) VALUE 20.
       01 WS-SET-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-LABELS PIC 9(02) VALUE 10.
       01 WS-MAX-BANDS PIC 9(03) VALUE 100.
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 20 TIMES.
               10 WS-SET-ID PIC X(04).
               10 WS-SET-BAND-WIDTH PIC 9(05).
               10 WS-SET-RECORDS PIC 9(09).
               10 WS-SET-OVERRIDES PIC 9(09).
               10 WS-SET-PLAIN PIC 9(09).
               10 WS-SET-MULTI PIC 9(09).
               10 WS-SET-HIGH-BAND PIC 9(03).
               10 WS-SET-LABEL-COUNT PIC 9(02).
               10 WS-SET-LABEL PIC X(08) OCCURS 10 TIMES.
               10 WS-SET-PAIR-ROW OCCURS 10 TIMES.
                   15 WS-SET-PAIR-COUNT PIC 9(09) OCCURS 10 TIMES.
               10 WS-SET-BAND OCCURS 100 TIMES.
                   15 WS-BND-LABEL-HITS PIC 9(09) OCCURS 10 TIMES.
                   15 WS-BND-MULTI PIC 9(09).
                   15 WS-BND-PLAIN PIC 9(09).
                   15 WS-BND-TOTAL PIC 9(09).
       01 WS-SET-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SET-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-LABEL-INDEX PIC 9(02) VALUE ZERO.
       01 WS-LABEL-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-PAIR-INDEX PIC 9(02) VALUE ZERO.
       01 WS-BAND-INDEX PIC 9(03) VALUE ZERO.
       01 WS-BAND-NUMBER PIC 9(05) VALUE ZERO.
       01 WS-BAND-FROM PIC 9(07) VALUE ZERO.
       01 WS-BAND-THRU PIC 9(07) VALUE ZERO.
       01 WS-DTL-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-DTL-SET-ID PIC X(04) VALUE SPACES.
       01 WS-DTL-COUNT-VALUE PIC 9(05) VALUE ZERO.
       01 WS-DTL-CLASS-CODE PIC X(44) VALUE SPACES.
       01 WS-DTL-OVERRIDE-FLAG PIC X(01) VALUE SPACES.
       01 WS-CLASS-TOKENS.
           05 WS-CLASS-TOKEN PIC X(08) OCCURS 5 TIMES.
       01 WS-TOKEN-INDEX PIC 9(01) VALUE ZERO.
       01 WS-TOKEN-COUNT PIC 9(01) VALUE ZERO.
       01 WS-TOKEN-LABELS.
           05 WS-TOKEN-LABEL PIC 9(02) OCCURS 5 TIMES.
       01 WS-OUTER-INDEX PIC 9(01) VALUE ZERO.
       01 WS-INNER-INDEX PIC 9(01) VALUE ZERO.
       01 WS-LOOKUP-LABEL PIC X(08) VALUE SPACES.
       01 WS-DETAIL-READ-COUNT PIC 9(09) VALUE ZERO.
       01 WS-DETAIL-USED-COUNT PIC 9(09) VALUE ZERO.
       01 WS-BNDO-COUNT PIC 9(07) VALUE ZERO.
       01 WS-LINE-POINTER PIC 9(03) VALUE ZERO.
       01 WS-EDIT-CELL PIC Z(7)9.
       01 WS-EDIT-BAND-FROM PIC ZZZZ9.
       01 WS-EDIT-BAND-THRU PIC ZZZZ9.
       01 WS-EDIT-WIDTH PIC ZZZZ9.
       01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-RECORDS PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-PLAIN PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-MULTI PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-OVERRIDES PIC ZZZ,ZZZ,ZZ9.
       01 WS-OUT-BAND-FROM PIC 9(05) VALUE ZERO.
       01 WS-OUT-BAND-THRU PIC 9(05) VALUE ZERO.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.

       PROCEDURE DIVISION.
       PISSBAND-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HOLD-CONDITION THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ANALYZE-DETAIL-RECORDS
                   IF WS-ABEND-CONDITION THEN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-ANALYSIS
                       PERFORM TERMINATE-RUN
                       IF WS-DETAIL-USED-COUNT = ZERO THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PISSBNPM-FILE.
           IF WS-PRM-STATUS NOT = "00" AND WS-PRM-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSBAND - PARAMETER CARD DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-PRM-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM READ-ONE-PARAMETER-CARD
                   UNTIL WS-PRM-EOF
               CLOSE PISSBNPM-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM BUILD-SELECTION-TEXT
           END-IF.

       READ-ONE-PARAMETER-CARD.
           READ PISSBNPM-FILE
               AT END
                   SET WS-PRM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   EVALUATE TRUE
                       WHEN BNP-SELECTION-CARD
                           PERFORM EDIT-SELECTION-CARD
                       WHEN BNP-BAND-CARD
                           PERFORM EDIT-BAND-CARD
                       WHEN OTHER
                           DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                               " - CARD TYPE MUST BE S OR B - RUN HELD"
                           SET WS-HOLD-CONDITION TO TRUE
                   END-EVALUATE
           END-READ.

       EDIT-SELECTION-CARD.
           IF WS-SELECTION-READ THEN
               DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                   " - ONLY ONE SELECTION CARD IS ALLOWED - RUN HELD"
               SET WS-HOLD-CONDITION TO TRUE
           ELSE
               SET WS-SELECTION-READ TO TRUE
               IF BNP-DAILY-SOURCE OR BNP-HISTORY-SOURCE THEN
                   MOVE BNP-SOURCE TO WS-SOURCE
               ELSE
                   DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                       " - SOURCE MUST BE D (DAILY PISSOUT) OR H "
                       "(HISTORY MASTER) - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
               IF BNP-DAILY-SOURCE
                       AND (BNP-FROM-DATE NOT = SPACES
                           OR BNP-THRU-DATE NOT = SPACES) THEN
                   DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                       " - RUN DATES APPLY ONLY TO SOURCE H - RUN "
                       "HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
               IF BNP-FROM-DATE NOT = SPACES THEN
                   IF BNP-FROM-DATE NUMERIC THEN
                       MOVE BNP-FROM-DATE TO WS-FROM-DATE
                   ELSE
                       DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                           " - FROM DATE MUST BE NUMERIC YYYYMMDD - "
                           "RUN HELD"
                       SET WS-HOLD-CONDITION TO TRUE
                   END-IF
               END-IF
               IF BNP-THRU-DATE NOT = SPACES THEN
                   IF BNP-THRU-DATE NUMERIC THEN
                       MOVE BNP-THRU-DATE TO WS-THRU-DATE
                   ELSE
                       DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                           " - THRU DATE MUST BE NUMERIC YYYYMMDD - "
                           "RUN HELD"
                       SET WS-HOLD-CONDITION TO TRUE
                   END-IF
               END-IF
               IF WS-FROM-DATE > WS-THRU-DATE THEN
                   DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                       " - FROM DATE IS AFTER THRU DATE - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
               IF BNP-BAND-WIDTH NOT = SPACES THEN
                   IF BNP-BAND-WIDTH NUMERIC
                           AND BNP-BAND-WIDTH > "00000" THEN
                       MOVE BNP-BAND-WIDTH TO WS-DEFAULT-BAND-WIDTH
                   ELSE
                       DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                           " - BAND WIDTH MUST BE NUMERIC "
                           "00001-99999 - RUN HELD"
                       SET WS-HOLD-CONDITION TO TRUE
                   END-IF
               END-IF
           END-IF.

       EDIT-BAND-CARD.
           IF BNP-SET-ID = SPACES THEN
               DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                   " - BAND CARD NEEDS A SET ID - RUN HELD"
               SET WS-HOLD-CONDITION TO TRUE
           ELSE
               IF BNP-SET-BAND-WIDTH NUMERIC
                       AND BNP-SET-BAND-WIDTH > "00000" THEN
                   IF WS-BCD-COUNT = WS-MAX-BAND-CARDS THEN
                       DISPLAY "PISSBAND - MORE THAN "
                           WS-MAX-BAND-CARDS " BAND CARDS - RUN HELD"
                       SET WS-HOLD-CONDITION TO TRUE
                   ELSE
                       ADD 1 TO WS-BCD-COUNT
                       MOVE BNP-SET-ID TO WS-BCD-SET-ID (WS-BCD-COUNT)
                       MOVE BNP-SET-BAND-WIDTH
                           TO WS-BCD-BAND-WIDTH (WS-BCD-COUNT)
                   END-IF
               ELSE
                   DISPLAY "PISSBAND - CARD " WS-CARD-COUNT
                       " - BAND WIDTH MUST BE NUMERIC 00001-99999 - "
                       "RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.

       BUILD-SELECTION-TEXT.
           MOVE WS-DEFAULT-BAND-WIDTH TO WS-EDIT-WIDTH.
           IF WS-DAILY-SOURCE THEN
               STRING "DAILY PISSOUT DETAIL - DEFAULT BAND WIDTH "
                       DELIMITED BY SIZE
                   WS-EDIT-WIDTH DELIMITED BY SIZE
                   INTO WS-SELECTION-TEXT
               END-STRING
           ELSE
               STRING "HISTORY MASTER RUN DATES " DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-THRU-DATE DELIMITED BY SIZE
                   " - DEFAULT BAND WIDTH " DELIMITED BY SIZE
                   WS-EDIT-WIDTH DELIMITED BY SIZE
                   INTO WS-SELECTION-TEXT
               END-STRING
           END-IF.

       ANALYZE-DETAIL-RECORDS.
           IF WS-DAILY-SOURCE THEN
               OPEN INPUT PISSOUT-FILE
               IF WS-OUT-STATUS NOT = "00"
                       AND WS-OUT-STATUS NOT = "05" THEN
                   DISPLAY "PISSBAND - PISSOUT DETAIL WILL NOT OPEN - "
                       "FILE STATUS " WS-OUT-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   PERFORM ANALYZE-ONE-OUTPUT-RECORD
                       UNTIL WS-DETAIL-EOF OR WS-ABEND-CONDITION
                   CLOSE PISSOUT-FILE
               END-IF
           ELSE
               OPEN INPUT PISSHST-FILE
               IF WS-HST-STATUS NOT = "00" THEN
                   DISPLAY "PISSBAND - HISTORY MASTER WILL NOT OPEN - "
                       "FILE STATUS " WS-HST-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   MOVE WS-FROM-DATE TO HST-RUN-DATE
                   MOVE SPACES TO HST-SET-ID
                   MOVE ZERO TO HST-COUNT-VALUE
                   START PISSHST-FILE KEY NOT LESS THAN HST-KEY
                       INVALID KEY
                           SET WS-DETAIL-EOF TO TRUE
                   END-START
                   PERFORM ANALYZE-ONE-HISTORY-RECORD
                       UNTIL WS-DETAIL-EOF OR WS-ABEND-CONDITION
                   CLOSE PISSHST-FILE
               END-IF
           END-IF.

       ANALYZE-ONE-OUTPUT-RECORD.
           READ PISSOUT-FILE
               AT END
                   SET WS-DETAIL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DETAIL-READ-COUNT
                   MOVE OUT-RUN-DATE TO WS-DTL-RUN-DATE
                   MOVE OUT-SET-ID TO WS-DTL-SET-ID
                   MOVE OUT-COUNT-VALUE TO WS-DTL-COUNT-VALUE
                   MOVE OUT-CLASS-CODE TO WS-DTL-CLASS-CODE
                   MOVE OUT-OVERRIDE-FLAG TO WS-DTL-OVERRIDE-FLAG
                   PERFORM TALLY-ONE-DETAIL
           END-READ.

       ANALYZE-ONE-HISTORY-RECORD.
           READ PISSHST-FILE NEXT RECORD
               AT END
                   SET WS-DETAIL-EOF TO TRUE
               NOT AT END
                   IF HST-RUN-DATE > WS-THRU-DATE THEN
                       SET WS-DETAIL-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-DETAIL-READ-COUNT
                       IF HST-RUN-DATE NOT < WS-FROM-DATE THEN
                           MOVE HST-RUN-DATE TO WS-DTL-RUN-DATE
                           MOVE HST-SET-ID TO WS-DTL-SET-ID
                           MOVE HST-COUNT-VALUE TO WS-DTL-COUNT-VALUE
                           MOVE HST-CLASS-CODE TO WS-DTL-CLASS-CODE
                           MOVE HST-OVERRIDE-FLAG
                               TO WS-DTL-OVERRIDE-FLAG
                           PERFORM TALLY-ONE-DETAIL
                       END-IF
                   END-IF
           END-READ.

       TALLY-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-USED-COUNT.
           IF WS-DTL-RUN-DATE < WS-LOW-RUN-DATE THEN
               MOVE WS-DTL-RUN-DATE TO WS-LOW-RUN-DATE
           END-IF.
           IF WS-DTL-RUN-DATE > WS-HIGH-RUN-DATE THEN
               MOVE WS-DTL-RUN-DATE TO WS-HIGH-RUN-DATE
           END-IF.
           PERFORM FIND-SET-ENTRY.
           IF NOT WS-ABEND-CONDITION THEN
               ADD 1 TO WS-SET-RECORDS (WS-SET-MATCH-INDEX)
               IF WS-DTL-OVERRIDE-FLAG = "Y" THEN
                   ADD 1 TO WS-SET-OVERRIDES (WS-SET-MATCH-INDEX)
               ELSE
                   PERFORM TALLY-ONE-CLASSIFICATION
               END-IF
           END-IF.

       TALLY-ONE-CLASSIFICATION.
           IF WS-DTL-COUNT-VALUE = ZERO THEN
               MOVE 1 TO WS-BAND-NUMBER
           ELSE
               COMPUTE WS-BAND-NUMBER =
                   (WS-DTL-COUNT-VALUE - 1)
                   / WS-SET-BAND-WIDTH (WS-SET-MATCH-INDEX) + 1
           END-IF.
           IF WS-BAND-NUMBER > WS-MAX-BANDS THEN
               MOVE WS-MAX-BANDS TO WS-BAND-INDEX
           ELSE
               MOVE WS-BAND-NUMBER TO WS-BAND-INDEX
           END-IF.
           IF WS-BAND-INDEX > WS-SET-HIGH-BAND (WS-SET-MATCH-INDEX)
                   THEN
               MOVE WS-BAND-INDEX
                   TO WS-SET-HIGH-BAND (WS-SET-MATCH-INDEX)
           END-IF.
           ADD 1 TO WS-BND-TOTAL (WS-SET-MATCH-INDEX WS-BAND-INDEX).
           MOVE SPACES TO WS-CLASS-TOKENS.
           UNSTRING WS-DTL-CLASS-CODE DELIMITED BY ALL SPACES
               INTO WS-CLASS-TOKEN (1)
                   WS-CLASS-TOKEN (2)
                   WS-CLASS-TOKEN (3)
                   WS-CLASS-TOKEN (4)
                   WS-CLASS-TOKEN (5)
           END-UNSTRING.
           MOVE ZERO TO WS-TOKEN-COUNT.
           PERFORM TALLY-ONE-TOKEN
               VARYING WS-TOKEN-INDEX FROM 1 BY 1
               UNTIL WS-TOKEN-INDEX > 5 OR WS-ABEND-CONDITION.
           IF NOT WS-ABEND-CONDITION THEN
               EVALUATE TRUE
                   WHEN WS-TOKEN-COUNT = ZERO
                       ADD 1 TO WS-SET-PLAIN (WS-SET-MATCH-INDEX)
                       ADD 1 TO WS-BND-PLAIN
                           (WS-SET-MATCH-INDEX WS-BAND-INDEX)
                   WHEN WS-TOKEN-COUNT > 1
                       ADD 1 TO WS-SET-MULTI (WS-SET-MATCH-INDEX)
                       ADD 1 TO WS-BND-MULTI
                           (WS-SET-MATCH-INDEX WS-BAND-INDEX)
                       PERFORM TALLY-ONE-PAIR-ROW
                           VARYING WS-OUTER-INDEX FROM 1 BY 1
                           UNTIL WS-OUTER-INDEX >= WS-TOKEN-COUNT
               END-EVALUATE
           END-IF.

       TALLY-ONE-TOKEN.
           IF WS-CLASS-TOKEN (WS-TOKEN-INDEX) NOT = SPACES THEN
               MOVE WS-CLASS-TOKEN (WS-TOKEN-INDEX) TO WS-LOOKUP-LABEL
               PERFORM FIND-LABEL-ENTRY
               IF NOT WS-ABEND-CONDITION THEN
                   ADD 1 TO WS-TOKEN-COUNT
                   MOVE WS-LABEL-MATCH-INDEX
                       TO WS-TOKEN-LABEL (WS-TOKEN-COUNT)
                   ADD 1 TO WS-BND-LABEL-HITS (WS-SET-MATCH-INDEX
                       WS-BAND-INDEX WS-LABEL-MATCH-INDEX)
                   ADD 1 TO WS-SET-PAIR-COUNT (WS-SET-MATCH-INDEX
                       WS-LABEL-MATCH-INDEX WS-LABEL-MATCH-INDEX)
               END-IF
           END-IF.

       TALLY-ONE-PAIR-ROW.
           COMPUTE WS-INNER-INDEX = WS-OUTER-INDEX + 1.
           PERFORM TALLY-ONE-PAIR
               UNTIL WS-INNER-INDEX > WS-TOKEN-COUNT.

       TALLY-ONE-PAIR.
           ADD 1 TO WS-SET-PAIR-COUNT (WS-SET-MATCH-INDEX
               WS-TOKEN-LABEL (WS-OUTER-INDEX)
               WS-TOKEN-LABEL (WS-INNER-INDEX)).
           ADD 1 TO WS-SET-PAIR-COUNT (WS-SET-MATCH-INDEX
               WS-TOKEN-LABEL (WS-INNER-INDEX)
               WS-TOKEN-LABEL (WS-OUTER-INDEX)).
           ADD 1 TO WS-INNER-INDEX.

       FIND-SET-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-COUNT
                   OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-SET-COUNT = WS-MAX-SETS THEN
                   DISPLAY "PISSBAND - MORE THAN " WS-MAX-SETS
                       " RULE SETS IN THE DETAIL - NARROW THE DATE "
                       "RANGE"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-SET-COUNT TO WS-SET-MATCH-INDEX
                   INITIALIZE WS-SET-ENTRY (WS-SET-MATCH-INDEX)
                   MOVE WS-DTL-SET-ID TO WS-SET-ID (WS-SET-MATCH-INDEX)
                   MOVE WS-DEFAULT-BAND-WIDTH
                       TO WS-SET-BAND-WIDTH (WS-SET-MATCH-INDEX)
                   PERFORM APPLY-ONE-BAND-CARD
                       VARYING WS-BCD-INDEX FROM 1 BY 1
                       UNTIL WS-BCD-INDEX > WS-BCD-COUNT
               END-IF
           END-IF.

       MATCH-ONE-SET.
           IF WS-SET-ID (WS-SET-INDEX) = WS-DTL-SET-ID THEN
               MOVE WS-SET-INDEX TO WS-SET-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       APPLY-ONE-BAND-CARD.
           IF WS-BCD-SET-ID (WS-BCD-INDEX) = WS-DTL-SET-ID THEN
               MOVE WS-BCD-BAND-WIDTH (WS-BCD-INDEX)
                   TO WS-SET-BAND-WIDTH (WS-SET-MATCH-INDEX)
           END-IF.

       FIND-LABEL-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-LABEL
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX >
                   WS-SET-LABEL-COUNT (WS-SET-MATCH-INDEX)
                   OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-SET-LABEL-COUNT (WS-SET-MATCH-INDEX)
                       = WS-MAX-LABELS THEN
                   DISPLAY "PISSBAND - SET " WS-DTL-SET-ID
                       " HAS MORE THAN " WS-MAX-LABELS
                       " DISTINCT LABELS - NARROW THE DATE RANGE"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-SET-LABEL-COUNT (WS-SET-MATCH-INDEX)
                   MOVE WS-SET-LABEL-COUNT (WS-SET-MATCH-INDEX)
                       TO WS-LABEL-MATCH-INDEX
                   MOVE WS-LOOKUP-LABEL TO WS-SET-LABEL
                       (WS-SET-MATCH-INDEX WS-LABEL-MATCH-INDEX)
               END-IF
           END-IF.

       MATCH-ONE-LABEL.
           IF WS-SET-LABEL (WS-SET-MATCH-INDEX WS-LABEL-INDEX)
                   = WS-LOOKUP-LABEL THEN
               MOVE WS-LABEL-INDEX TO WS-LABEL-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       WRITE-ANALYSIS.
           OPEN OUTPUT PISSRPT-FILE.
           OPEN OUTPUT PISSBNDO-FILE.
           PERFORM WRITE-EXTRACT-HEADER.
           IF WS-SET-COUNT = ZERO THEN
               PERFORM PRINT-REPORT-HEADER
               MOVE SPACES TO RPT-LINE
               MOVE "NO DETAIL RECORDS WERE SELECTED FOR ANALYSIS"
                   TO RPT-LINE
               WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM REPORT-ONE-SET
                   VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX > WS-SET-COUNT
           END-IF.
           PERFORM WRITE-EXTRACT-TRAILER.

       REPORT-ONE-SET.
           MOVE WS-SET-RECORDS (WS-SET-INDEX) TO WS-EDIT-RECORDS.
           MOVE WS-SET-PLAIN (WS-SET-INDEX) TO WS-EDIT-PLAIN.
           MOVE WS-SET-MULTI (WS-SET-INDEX) TO WS-EDIT-MULTI.
           MOVE WS-SET-OVERRIDES (WS-SET-INDEX) TO WS-EDIT-OVERRIDES.
           MOVE WS-SET-BAND-WIDTH (WS-SET-INDEX) TO WS-EDIT-WIDTH.
           PERFORM PRINT-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "SET " DELIMITED BY SIZE
               WS-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-EDIT-RECORDS DELIMITED BY SIZE
               "  PLAIN " DELIMITED BY SIZE
               WS-EDIT-PLAIN DELIMITED BY SIZE
               "  MULTI-LABEL " DELIMITED BY SIZE
               WS-EDIT-MULTI DELIMITED BY SIZE
               "  OVERRIDDEN " DELIMITED BY SIZE
               WS-EDIT-OVERRIDES DELIMITED BY SIZE
               "  BAND WIDTH " DELIMITED BY SIZE
               WS-EDIT-WIDTH DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           STRING "LABEL CO-OCCURRENCE - RECORDS CARRYING BOTH "
                   DELIMITED BY SIZE
               "LABELS (DIAGONAL = RECORDS CARRYING THE LABEL)"
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           MOVE "LABEL" TO RPT-LINE.
           MOVE 11 TO WS-LINE-POINTER.
           PERFORM APPEND-ONE-LABEL-HEADING
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX > WS-SET-LABEL-COUNT (WS-SET-INDEX).
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           ADD 6 TO WS-LINES-ON-PAGE.
           PERFORM REPORT-ONE-MATRIX-ROW
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX > WS-SET-LABEL-COUNT (WS-SET-INDEX).
           PERFORM PRINT-BAND-HEADING.
           PERFORM REPORT-ONE-BAND
               VARYING WS-BAND-INDEX FROM 1 BY 1
               UNTIL WS-BAND-INDEX > WS-SET-HIGH-BAND (WS-SET-INDEX).

       APPEND-ONE-LABEL-HEADING.
           STRING " " DELIMITED BY SIZE
               WS-SET-LABEL (WS-SET-INDEX WS-LABEL-INDEX)
                   DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

       REPORT-ONE-MATRIX-ROW.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-SET-LABEL (WS-SET-INDEX WS-LABEL-INDEX) TO RPT-LINE.
           MOVE 11 TO WS-LINE-POINTER.
           PERFORM APPEND-ONE-MATRIX-CELL
               VARYING WS-PAIR-INDEX FROM 1 BY 1
               UNTIL WS-PAIR-INDEX > WS-SET-LABEL-COUNT (WS-SET-INDEX).
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       APPEND-ONE-MATRIX-CELL.
           MOVE WS-SET-PAIR-COUNT (WS-SET-INDEX WS-LABEL-INDEX
               WS-PAIR-INDEX) TO WS-EDIT-CELL.
           STRING " " DELIMITED BY SIZE
               WS-EDIT-CELL DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           IF WS-PAIR-INDEX >= WS-LABEL-INDEX THEN
               PERFORM WRITE-EXTRACT-PAIR
           END-IF.

       PRINT-BAND-HEADING.
           IF WS-LINES-ON-PAGE + 6 > WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "COUNT-RANGE BANDS - HITS PER LABEL, MULTI-LABEL, "
                   DELIMITED BY SIZE
               "PLAIN AND TOTAL RECORDS PER BAND" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           MOVE " FROM  THRU" TO RPT-LINE.
           MOVE 12 TO WS-LINE-POINTER.
           PERFORM APPEND-ONE-LABEL-HEADING
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX > WS-SET-LABEL-COUNT (WS-SET-INDEX).
           STRING "    MULTI    PLAIN    TOTAL" DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 2 LINES.
           ADD 4 TO WS-LINES-ON-PAGE.

       REPORT-ONE-BAND.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           COMPUTE WS-BAND-FROM = (WS-BAND-INDEX - 1)
               * WS-SET-BAND-WIDTH (WS-SET-INDEX) + 1.
           IF WS-BAND-INDEX = WS-MAX-BANDS THEN
               MOVE 99999 TO WS-BAND-THRU
           ELSE
               COMPUTE WS-BAND-THRU = WS-BAND-INDEX
                   * WS-SET-BAND-WIDTH (WS-SET-INDEX)
           END-IF.
           IF WS-BAND-THRU > 99999 THEN
               MOVE 99999 TO WS-BAND-THRU
           END-IF.
           MOVE WS-BAND-FROM TO WS-OUT-BAND-FROM.
           MOVE WS-BAND-THRU TO WS-OUT-BAND-THRU.
           MOVE WS-OUT-BAND-FROM TO WS-EDIT-BAND-FROM.
           MOVE WS-OUT-BAND-THRU TO WS-EDIT-BAND-THRU.
           MOVE SPACES TO RPT-LINE.
           STRING WS-EDIT-BAND-FROM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-BAND-THRU DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           MOVE 12 TO WS-LINE-POINTER.
           PERFORM APPEND-ONE-BAND-CELL
               VARYING WS-LABEL-INDEX FROM 1 BY 1
               UNTIL WS-LABEL-INDEX > WS-SET-LABEL-COUNT (WS-SET-INDEX).
           MOVE WS-BND-MULTI (WS-SET-INDEX WS-BAND-INDEX)
               TO WS-EDIT-CELL.
           STRING " " DELIMITED BY SIZE
               WS-EDIT-CELL DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-BND-PLAIN (WS-SET-INDEX WS-BAND-INDEX)
               TO WS-EDIT-CELL.
           STRING " " DELIMITED BY SIZE
               WS-EDIT-CELL DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-BND-TOTAL (WS-SET-INDEX WS-BAND-INDEX)
               TO WS-EDIT-CELL.
           STRING " " DELIMITED BY SIZE
               WS-EDIT-CELL DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           PERFORM WRITE-EXTRACT-BAND-TOTAL.

       APPEND-ONE-BAND-CELL.
           MOVE WS-BND-LABEL-HITS (WS-SET-INDEX WS-BAND-INDEX
               WS-LABEL-INDEX) TO WS-EDIT-CELL.
           STRING " " DELIMITED BY SIZE
               WS-EDIT-CELL DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           PERFORM WRITE-EXTRACT-BAND-LABEL.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO PISSBNDO-RECORD.
           IF WS-DAILY-SOURCE THEN
               MOVE WS-LOW-RUN-DATE TO WS-FROM-DATE
               MOVE WS-HIGH-RUN-DATE TO WS-THRU-DATE
               IF WS-DETAIL-USED-COUNT = ZERO THEN
                   MOVE SPACES TO WS-FROM-DATE
                   MOVE SPACES TO WS-THRU-DATE
               END-IF
           END-IF.
           STRING "HDR|" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SOURCE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-THRU-DATE DELIMITED BY SIZE
               INTO PISSBNDO-RECORD
           END-STRING.
           WRITE PISSBNDO-RECORD.

       WRITE-EXTRACT-PAIR.
           MOVE SPACES TO PISSBNDO-RECORD.
           STRING "PAR|" DELIMITED BY SIZE
               WS-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SET-LABEL (WS-SET-INDEX WS-LABEL-INDEX)
                   DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-SET-LABEL (WS-SET-INDEX WS-PAIR-INDEX)
                   DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-SET-PAIR-COUNT (WS-SET-INDEX WS-LABEL-INDEX
                   WS-PAIR-INDEX) DELIMITED BY SIZE
               INTO PISSBNDO-RECORD
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-EXTRACT-BAND-LABEL.
           MOVE SPACES TO PISSBNDO-RECORD.
           STRING "BND|" DELIMITED BY SIZE
               WS-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OUT-BAND-FROM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OUT-BAND-THRU DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SET-LABEL (WS-SET-INDEX WS-LABEL-INDEX)
                   DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-BND-LABEL-HITS (WS-SET-INDEX WS-BAND-INDEX
                   WS-LABEL-INDEX) DELIMITED BY SIZE
               INTO PISSBNDO-RECORD
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-EXTRACT-BAND-TOTAL.
           MOVE SPACES TO PISSBNDO-RECORD.
           STRING "BTL|" DELIMITED BY SIZE
               WS-SET-ID (WS-SET-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OUT-BAND-FROM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OUT-BAND-THRU DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BND-MULTI (WS-SET-INDEX WS-BAND-INDEX)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BND-PLAIN (WS-SET-INDEX WS-BAND-INDEX)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BND-TOTAL (WS-SET-INDEX WS-BAND-INDEX)
                   DELIMITED BY SIZE
               INTO PISSBNDO-RECORD
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO PISSBNDO-RECORD.
           STRING "TRL|" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BNDO-COUNT DELIMITED BY SIZE
               INTO PISSBNDO-RECORD
           END-STRING.
           WRITE PISSBNDO-RECORD.

       WRITE-EXTRACT-RECORD.
           WRITE PISSBNDO-RECORD.
           ADD 1 TO WS-BNDO-COUNT.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSBALLS LABEL CO-OCCURRENCE AND BAND ANALYSIS"
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
           STRING "SOURCE: " DELIMITED BY SIZE
               WS-SELECTION-TEXT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINES-ON-PAGE.

       TERMINATE-RUN.
           CLOSE PISSRPT-FILE.
           CLOSE PISSBNDO-FILE.
           DISPLAY "PISSBAND - DETAIL RECORDS READ . . . "
               WS-DETAIL-READ-COUNT.
           DISPLAY "PISSBAND - DETAIL RECORDS ANALYZED . "
               WS-DETAIL-USED-COUNT.
           DISPLAY "PISSBAND - RULE SETS ANALYZED . . . . "
               WS-SET-COUNT.
           DISPLAY "PISSBAND - EXTRACT DETAIL RECORDS . . "
               WS-BNDO-COUNT.
