      *                   RECORDS ALREADY HELD ARE STILL WRITTEN,     *
      *                   THE OVERFLOWING EXCEPTION IS REPORTED, AND  *
      *                   THE RUN ENDS RC 8                           *
      *  10/15/2026 RFK   A STATUS CARD IS APPLIED ONLY WHEN ITS       *
      *                   OPERATOR IS ACTIVE ON THE PISSOPR            *
      *                   AUTHORIZATION MASTER AND HOLDS EXCEPTION     *
      *                   ACKNOWLEDGE/RESOLVE.  ANY OTHER CARD IS      *
      *                   REJECTED, APPENDED TO THE PISSSVL SECURITY-  *
      *                   VIOLATION LOG, AND ENDS THE RUN RC 8 - THE   *
      *                   DAY'S MERGE AND THE OTHER CARDS STILL APPLY  *
      *  10/15/2026 RFK   EVERY RUN NOW ENDS BY APPENDING A PISSCST    *
      *                   CONTROL STATUS RECORD (RETURN CODE AND COUNT *
      *                   OF OPEN AND ACKNOWLEDGED EXCEPTIONS ON THE   *
      *                   AGING REPORT) TO                             *
      *                   PISSBALLS.DAILY.CONTROL.STATUS FOR THE       *
      *                   PISSMORN MORNING STATUS PAGE AND MONITORING  *
      *                   RECORD                                       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT PISSEXCP-FILE ASSIGN TO PISSEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXO-STATUS.
           SELECT PISSOPR-FILE ASSIGN TO PISSOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPTIONAL PISSSVL-FILE ASSIGN TO PISSSVL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSCST-FILE ASSIGN TO PISSCST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==PISSBALLS-EXCMASTER-RECORD== BY
               ==PISSEXCM-OFFLOAD-RECORD==.

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

       FD  PISSCST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCST.

       WORKING-STORAGE SECTION.
       01 WS-EXMI-STATUS PIC XX VALUE "00".
       01 WS-ETX-STATUS PIC XX VALUE "00".
       01 WS-EXC-STATUS PIC XX VALUE "00".
       01 WS-EXO-STATUS PIC XX VALUE "00".
       01 WS-OPR-STATUS PIC XX VALUE "00".
       01 WS-SVL-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-OPR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OPR-EOF VALUE "Y".
       01 WS-SVL-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-SVL-OPEN VALUE "Y".
       01 WS-OPR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-FOUND VALUE "Y".
       01 WS-AUTH-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-AUTHORIZED VALUE "Y".
       01 WS-AUTH-FUNCTION PIC 9(01) VALUE 2.
       01 WS-AUTH-FUNCTION-NAME PIC X(08) VALUE "EXCEPTN".
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
       01 WS-OFFLOAD-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-OFFLOAD-OPEN VALUE "Y".
       01 WS-EXMI-EOF-SWITCH PIC X(01) VALUE "N".
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-CONTROL-STATUS.
           STOP RUN.

       WRITE-CONTROL-STATUS.
           OPEN EXTEND PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "PISSEXCM - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - STATUS RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-CONTROL-STATUS
               MOVE "PISSEXCM" TO CST-PROGRAM-ID
               MOVE WS-RUN-DATE TO CST-RUN-DATE
               MOVE RETURN-CODE TO CST-RETURN-CODE
               MOVE WS-OPEN-COUNT TO CST-ITEM-COUNT
               MOVE "OPEN/ACKNOWLEDGED EXCEPTIONS" TO CST-ITEM-TEXT
               ACCEPT CST-WRITTEN-DATE FROM DATE YYYYMMDD
               ACCEPT CST-WRITTEN-TIME FROM TIME
               WRITE PISSBALLS-CONTROL-STATUS
               CLOSE PISSCST-FILE
           END-IF.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-PURGE-CUTOFF =
               FUNCTION DATE-OF-INTEGER (WS-PURGE-INTEGER).
           PERFORM LOAD-OLD-MASTER.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OPERATOR-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               OPEN INPUT PISSEXTX-FILE
               IF WS-ETX-STATUS NOT = "00"
                       " - STATUS " ETX-NEW-STATUS " IS NOT A OR R"
                   SET WS-WARN-CONDITION TO TRUE
               ELSE
                   MOVE ETX-OPERATOR-ID TO WS-AUTH-OPERATOR
                   MOVE PISSEXCM-STATUS-CARD TO WS-AUTH-CARD-IMAGE
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WS-OPERATOR-AUTHORIZED THEN
                       PERFORM APPLY-AUTHORIZED-STATUS
                   ELSE
                       DISPLAY "PISSEXCM - STATUS CARD FOR SET "
                           ETX-SET-ID " " ETX-VARIANCE-LABEL
                           " REJECTED - " WS-AUTH-REASON
                   END-IF
               END-IF
           END-IF.

       APPLY-AUTHORIZED-STATUS.
           PERFORM FIND-LIVE-ENTRY.
           IF WS-ENTRY-FOUND THEN
               MOVE ETX-NEW-STATUS
                   TO WS-EXM-STATUS (WS-MATCH-INDEX)
               MOVE ETX-OPERATOR-ID
                   TO WS-EXM-OPERATOR (WS-MATCH-INDEX)
               MOVE WS-RUN-DATE
                   TO WS-EXM-STATUS-DATE (WS-MATCH-INDEX)
           ELSE
               DISPLAY "PISSEXCM - STATUS CARD FOR SET "
                   ETX-SET-ID " " ETX-VARIANCE-LABEL
                   " MATCHES NO OPEN OR ACKNOWLEDGED "
                   "EXCEPTION"
               SET WS-WARN-CONDITION TO TRUE
           END-IF.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT PISSOPR-FILE.
           IF WS-OPR-STATUS NOT = "00" THEN
               DISPLAY "PISSEXCM - OPERATOR AUTHORIZATION MASTER WILL "
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
               DISPLAY "PISSEXCM - OPERATOR AUTHORIZATION MASTER HAS "
                   "MORE THAN " WS-MAX-OPERATORS " OPERATORS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF OPR-OPERATOR-ID = SPACES
                       OR (NOT OPR-ACTIVE AND NOT OPR-REVOKED) THEN
                   DISPLAY "PISSEXCM - INVALID OPERATOR AUTHORIZATION "
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
           DISPLAY "PISSEXCM - SECURITY VIOLATION - OPERATOR "
               WS-AUTH-OPERATOR " - " WS-AUTH-REASON.
           IF NOT WS-SVL-OPEN THEN
               OPEN EXTEND PISSSVL-FILE
               IF WS-SVL-STATUS = "00" OR WS-SVL-STATUS = "05" THEN
                   SET WS-SVL-OPEN TO TRUE
               ELSE
                   DISPLAY "PISSEXCM - SECURITY-VIOLATION LOG WILL NOT "
                       "OPEN - FILE STATUS " WS-SVL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.
           IF WS-SVL-OPEN THEN
               MOVE SPACES TO PISSBALLS-VIOLATION-RECORD
               ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SVL-LOG-TIME FROM TIME
               MOVE "PISSEXCM" TO SVL-PROGRAM-ID
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

       FIND-LIVE-ENTRY.
           MOVE "N" TO WS-MATCH-SWITCH.
           MOVE ZERO TO WS-MATCH-INDEX.
           END-IF.
           CLOSE PISSEXMO-FILE.
           CLOSE PISSRPT-FILE.
           PERFORM CLOSE-VIOLATION-LOG.
           DISPLAY "PISSEXCM EXCEPTION MASTER TOTALS".
           DISPLAY "EXCEPTIONS MERGED. . " WS-MERGE-COUNT.
           DISPLAY "NEW EXCEPTIONS . . . " WS-NEW-COUNT.
           DISPLAY "REOPENED . . . . . . " WS-REOPEN-COUNT.
           DISPLAY "ESCALATED. . . . . . " WS-ESCALATE-COUNT.
           DISPLAY "RESOLVED OFFLOADED . " WS-OFFLOAD-COUNT.
           DISPLAY "CARDS REJECTED . . . " WS-VIOLATION-COUNT.
           IF NOT WS-ABEND-CONDITION THEN
               IF WS-MASTER-FULL OR WS-VIOLATION-COUNT > ZERO THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WARN-CONDITION THEN
