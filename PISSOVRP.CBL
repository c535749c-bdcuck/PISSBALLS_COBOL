       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSOVRP.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - NIGHTLY CLASSIFICATION OVERRIDE   *
      *                   REPORT.  LISTS EVERY OVERRIDE PISSBALLS      *
      *                   APPLIED (EACH PISSOUT RECORD FLAGGED AS      *
      *                   OVERRIDDEN, WITH THE REFERENCE AND DATES OF  *
      *                   THE CARD THAT FORCED IT), EVERY CARD IN      *
      *                   FORCE THAT MATCHED NOTHING (SET NOT IN       *
      *                   FORCE OR COUNT BEYOND THE UPPER BOUND), AND  *
      *                   EVERY CARD ON THE MEMBER THAT HAS EXPIRED,   *
      *                   SO STALE CARDS GET CLEANED OUT AND THE       *
      *                   AUDITORS CAN SEE WHICH CLASSIFICATIONS WERE  *
      *                   NOT THE RULES' OWN.  AN OVERRIDDEN RECORD    *
      *                   WITH NO CARD IN FORCE BEHIND IT (MEMBER      *
      *                   CHANGED AFTER THE EDIT STEP) ENDS RC 4       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PISSOVR-FILE ASSIGN TO PISSOVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT PISSOUT-FILE ASSIGN TO PISSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OPTIONAL PISSADAT-FILE ASSIGN TO PISSADAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSOVR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOVR.

       FD  PISSOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOUT.

       FD  PISSADAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSADAT.

       FD  PISSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       WORKING-STORAGE SECTION.
       01 WS-OVR-STATUS PIC XX VALUE "00".
       01 WS-OUT-STATUS PIC XX VALUE "00".
       01 WS-ADT-STATUS PIC XX VALUE "00".
       01 WS-OVR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OVR-EOF VALUE "Y".
       01 WS-OUT-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OUT-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-CARD-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-CARD-FOUND VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-OVR-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-OVERRIDES PIC 9(03) VALUE 200.
       01 WS-OVR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 200 TIMES.
               10 WS-OVT-SET-ID PIC X(04).
               10 WS-OVT-COUNT-VALUE PIC X(05).
               10 WS-OVT-EFFECTIVE PIC X(08).
               10 WS-OVT-EXPIRY PIC X(08).
               10 WS-OVT-CLASS-CODE PIC X(44).
               10 WS-OVT-REFERENCE PIC X(10).
               10 WS-OVT-APPLIED PIC 9(05).
       01 WS-APPLIED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-UNUSED-COUNT PIC 9(03) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(03) VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-OUT-COUNT-X PIC X(05) VALUE SPACES.
       01 WS-DETAIL-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-DETAIL-EFFECTIVE PIC X(08) VALUE SPACES.
       01 WS-DETAIL-EXPIRY PIC X(08) VALUE SPACES.
       01 WS-REPORT-MESSAGE PIC X(100) VALUE SPACES.
       01 WS-MSG-APPLIED PIC ZZZZ9.
       01 WS-MSG-UNUSED PIC ZZ9.
       01 WS-MSG-EXPIRED PIC ZZ9.
       01 WS-MSG-UNMATCHED PIC ZZZZ9.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.

       PROCEDURE DIVISION.
       PISSOVRP-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM PRINT-APPLIED-HEADING
               PERFORM REPORT-ONE-DETAIL
                   UNTIL WS-OUT-EOF
               IF WS-APPLIED-COUNT = ZERO THEN
                   MOVE "NO OVERRIDES APPLIED" TO WS-REPORT-MESSAGE
                   PERFORM PRINT-REPORT-MESSAGE
               END-IF
               PERFORM REPORT-UNUSED-OVERRIDES
               PERFORM REPORT-EXPIRED-OVERRIDES
               PERFORM TERMINATE-RUN
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-AS-OF-DATE.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OVERRIDE-TABLE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               OPEN INPUT PISSOUT-FILE
               IF WS-OUT-STATUS NOT = "00" THEN
                   DISPLAY "PISSOVRP - DAILY OUTPUT DATASET WILL NOT "
                       "OPEN - FILE STATUS " WS-OUT-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   OPEN OUTPUT PISSRPT-FILE
                   PERFORM PRINT-REPORT-HEADER
               END-IF
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
           IF ADT-AS-OF-DATE = SPACES THEN
               CONTINUE
           ELSE
               IF ADT-AS-OF-DATE NOT NUMERIC THEN
                   DISPLAY "PISSOVRP - INVALID AS-OF DATE CARD - "
                       ADT-AS-OF-DATE " IS NOT NUMERIC YYYYMMDD"
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   MOVE ADT-AS-OF-DATE TO WS-RUN-DATE
               END-IF
           END-IF.

       LOAD-OVERRIDE-TABLE.
           OPEN INPUT PISSOVR-FILE.
           IF WS-OVR-STATUS NOT = "00" AND WS-OVR-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSOVRP - OVERRIDE DATASET WILL NOT OPEN - "
                   "FILE STATUS " WS-OVR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-OVERRIDE
                   UNTIL WS-OVR-EOF OR WS-ABEND-CONDITION
               CLOSE PISSOVR-FILE
           END-IF.

       LOAD-ONE-OVERRIDE.
           READ PISSOVR-FILE
               AT END
                   SET WS-OVR-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-OVERRIDE
           END-READ.

       KEEP-ONE-OVERRIDE.
           IF WS-OVR-COUNT = WS-MAX-OVERRIDES THEN
               DISPLAY "PISSOVRP - OVERRIDE MEMBER HAS MORE THAN "
                   WS-MAX-OVERRIDES " CARDS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-OVR-COUNT
               MOVE OVR-SET-ID TO WS-OVT-SET-ID (WS-OVR-COUNT)
               MOVE OVR-COUNT-VALUE-X
                   TO WS-OVT-COUNT-VALUE (WS-OVR-COUNT)
               MOVE OVR-EFFECTIVE-DATE
                   TO WS-OVT-EFFECTIVE (WS-OVR-COUNT)
               MOVE OVR-EXPIRY-DATE TO WS-OVT-EXPIRY (WS-OVR-COUNT)
               MOVE OVR-CLASS-CODE TO WS-OVT-CLASS-CODE (WS-OVR-COUNT)
               MOVE OVR-REFERENCE TO WS-OVT-REFERENCE (WS-OVR-COUNT)
               MOVE ZERO TO WS-OVT-APPLIED (WS-OVR-COUNT)
           END-IF.

       REPORT-ONE-DETAIL.
           READ PISSOUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
               NOT AT END
                   IF OUT-OVERRIDDEN THEN
                       PERFORM REPORT-ONE-APPLIED
                   END-IF
           END-READ.

       REPORT-ONE-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE OUT-COUNT-VALUE TO WS-OUT-COUNT-X.
           PERFORM FIND-CARD-IN-FORCE.
           IF WS-CARD-FOUND THEN
               ADD 1 TO WS-OVT-APPLIED (WS-OVR-INDEX)
               MOVE WS-OVT-REFERENCE (WS-OVR-INDEX)
                   TO WS-DETAIL-REFERENCE
               MOVE WS-OVT-EFFECTIVE (WS-OVR-INDEX)
                   TO WS-DETAIL-EFFECTIVE
               MOVE WS-OVT-EXPIRY (WS-OVR-INDEX) TO WS-DETAIL-EXPIRY
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "*NO CARD*" TO WS-DETAIL-REFERENCE
               MOVE SPACES TO WS-DETAIL-EFFECTIVE
               MOVE SPACES TO WS-DETAIL-EXPIRY
           END-IF.
           MOVE SPACES TO WS-REPORT-MESSAGE.
           STRING OUT-SET-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OUT-COUNT-X DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DETAIL-REFERENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DETAIL-EFFECTIVE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DETAIL-EXPIRY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OUT-CLASS-CODE DELIMITED BY SIZE
               INTO WS-REPORT-MESSAGE
           END-STRING.
           PERFORM PRINT-REPORT-MESSAGE.

       FIND-CARD-IN-FORCE.
           MOVE "N" TO WS-CARD-FOUND-SWITCH.
           PERFORM MATCH-ONE-CARD
               VARYING WS-OVR-INDEX FROM 1 BY 1
               UNTIL WS-OVR-INDEX > WS-OVR-COUNT
                   OR WS-CARD-FOUND.
           IF WS-CARD-FOUND THEN
               SUBTRACT 1 FROM WS-OVR-INDEX
           END-IF.

       MATCH-ONE-CARD.
           IF WS-OVT-SET-ID (WS-OVR-INDEX) = OUT-SET-ID
                   AND WS-OVT-COUNT-VALUE (WS-OVR-INDEX) =
                       WS-OUT-COUNT-X
                   AND WS-OVT-EFFECTIVE (WS-OVR-INDEX) <= WS-RUN-DATE
                   AND WS-OVT-EXPIRY (WS-OVR-INDEX) >= WS-RUN-DATE THEN
               SET WS-CARD-FOUND TO TRUE
           END-IF.

       REPORT-UNUSED-OVERRIDES.
           MOVE SPACES TO WS-REPORT-MESSAGE.
           PERFORM PRINT-REPORT-MESSAGE.
           MOVE "OVERRIDES IN FORCE THAT MATCHED NO COUNT VALUE"
               TO WS-REPORT-MESSAGE.
           PERFORM PRINT-REPORT-MESSAGE.
           PERFORM PRINT-CARD-COLUMN-HEADINGS.
           PERFORM REPORT-ONE-UNUSED
               VARYING WS-OVR-INDEX FROM 1 BY 1
               UNTIL WS-OVR-INDEX > WS-OVR-COUNT.
           IF WS-UNUSED-COUNT = ZERO THEN
               MOVE "NONE" TO WS-REPORT-MESSAGE
               PERFORM PRINT-REPORT-MESSAGE
           END-IF.

       REPORT-ONE-UNUSED.
           IF WS-OVT-EFFECTIVE (WS-OVR-INDEX) <= WS-RUN-DATE
                   AND WS-OVT-EXPIRY (WS-OVR-INDEX) >= WS-RUN-DATE
                   AND WS-OVT-APPLIED (WS-OVR-INDEX) = ZERO THEN
               ADD 1 TO WS-UNUSED-COUNT
               PERFORM PRINT-ONE-CARD
           END-IF.

       REPORT-EXPIRED-OVERRIDES.
           MOVE SPACES TO WS-REPORT-MESSAGE.
           PERFORM PRINT-REPORT-MESSAGE.
           MOVE "OVERRIDES EXPIRED - REMOVE FROM PARMLIB(OVERRIDE)"
               TO WS-REPORT-MESSAGE.
           PERFORM PRINT-REPORT-MESSAGE.
           PERFORM PRINT-CARD-COLUMN-HEADINGS.
           PERFORM REPORT-ONE-EXPIRED
               VARYING WS-OVR-INDEX FROM 1 BY 1
               UNTIL WS-OVR-INDEX > WS-OVR-COUNT.
           IF WS-EXPIRED-COUNT = ZERO THEN
               MOVE "NONE" TO WS-REPORT-MESSAGE
               PERFORM PRINT-REPORT-MESSAGE
           END-IF.

       REPORT-ONE-EXPIRED.
           IF WS-OVT-EXPIRY (WS-OVR-INDEX) < WS-RUN-DATE THEN
               ADD 1 TO WS-EXPIRED-COUNT
               PERFORM PRINT-ONE-CARD
           END-IF.

       PRINT-ONE-CARD.
           MOVE SPACES TO WS-REPORT-MESSAGE.
           STRING WS-OVT-SET-ID (WS-OVR-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OVT-COUNT-VALUE (WS-OVR-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OVT-REFERENCE (WS-OVR-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OVT-EFFECTIVE (WS-OVR-INDEX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-OVT-EXPIRY (WS-OVR-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OVT-CLASS-CODE (WS-OVR-INDEX) DELIMITED BY SIZE
               INTO WS-REPORT-MESSAGE
           END-STRING.
           PERFORM PRINT-REPORT-MESSAGE.

       PRINT-APPLIED-HEADING.
           MOVE "OVERRIDES APPLIED BY TONIGHT'S RUN"
               TO WS-REPORT-MESSAGE.
           PERFORM PRINT-REPORT-MESSAGE.
           PERFORM PRINT-CARD-COLUMN-HEADINGS.

       PRINT-CARD-COLUMN-HEADINGS.
           STRING "SET   COUNT  REFERENCE   EFFECTIVE  EXPIRES   "
                   DELIMITED BY SIZE
               "CLASSIFICATION" DELIMITED BY SIZE
               INTO WS-REPORT-MESSAGE
           END-STRING.
           PERFORM PRINT-REPORT-MESSAGE.
           STRING "----  -----  ----------  ---------  --------  "
                   DELIMITED BY SIZE
               "--------------" DELIMITED BY SIZE
               INTO WS-REPORT-MESSAGE
           END-STRING.
           PERFORM PRINT-REPORT-MESSAGE.

       PRINT-REPORT-MESSAGE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE WS-REPORT-MESSAGE TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE SPACES TO WS-REPORT-MESSAGE.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE.
           MOVE SPACES TO RPT-LINE.
           STRING "PISSBALLS CLASSIFICATION OVERRIDE REPORT"
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
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

       TERMINATE-RUN.
           MOVE WS-APPLIED-COUNT TO WS-MSG-APPLIED.
           MOVE WS-UNUSED-COUNT TO WS-MSG-UNUSED.
           MOVE WS-EXPIRED-COUNT TO WS-MSG-EXPIRED.
           MOVE SPACES TO WS-REPORT-MESSAGE.
           PERFORM PRINT-REPORT-MESSAGE.
           STRING WS-MSG-APPLIED DELIMITED BY SIZE
               " OVERRIDE(S) APPLIED, " DELIMITED BY SIZE
               WS-MSG-UNUSED DELIMITED BY SIZE
               " IN FORCE BUT UNUSED, " DELIMITED BY SIZE
               WS-MSG-EXPIRED DELIMITED BY SIZE
               " EXPIRED" DELIMITED BY SIZE
               INTO WS-REPORT-MESSAGE
           END-STRING.
           DISPLAY "PISSOVRP - " WS-REPORT-MESSAGE.
           PERFORM PRINT-REPORT-MESSAGE.
           IF WS-UNMATCHED-COUNT > ZERO THEN
               MOVE WS-UNMATCHED-COUNT TO WS-MSG-UNMATCHED
               STRING "  *WARNING* " DELIMITED BY SIZE
                   WS-MSG-UNMATCHED DELIMITED BY SIZE
                   " OVERRIDDEN RECORD(S) HAVE NO CARD IN FORCE - "
                       DELIMITED BY SIZE
                   "MEMBER CHANGED SINCE THE EDIT" DELIMITED BY SIZE
                   INTO WS-REPORT-MESSAGE
               END-STRING
               DISPLAY "PISSOVRP - " WS-REPORT-MESSAGE
               PERFORM PRINT-REPORT-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CLOSE PISSOUT-FILE.
           CLOSE PISSRPT-FILE.
