      *                   THIS JOB IS THE ONLY SANCTIONED WAY TO      *
      *                   UPDATE PARMLIB(CTLCARD); PISSEDIT STILL      *
      *                   EDITS THE RESULT EVERY NIGHT                 *
      *  10/15/2026 RFK   EVERY TRANSACTION'S OPERATOR ID IS CHECKED   *
      *                   AGAINST THE PISSOPR AUTHORIZATION MASTER -   *
      *                   IT MUST BE ACTIVE AND HOLD RULE MAINTENANCE. *
      *                   A REJECTED TRANSACTION IS AN EDIT ERROR      *
      *                   (HOLDS THE WHOLE UPDATE) AND IS APPENDED TO  *
      *                   THE PISSSVL SECURITY-VIOLATION LOG.  AN ADD  *
      *                   OR CHANGE REJECTED THIS WAY HAS ITS DATA     *
      *                   CARD SKIPPED SO THE DECK STAYS IN STEP       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT PISSRAUD-FILE ASSIGN TO PISSRAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT PISSOPR-FILE ASSIGN TO PISSOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPTIONAL PISSSVL-FILE ASSIGN TO PISSSVL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-STATUS.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 208 CHARACTERS.
       01  PISSRAUD-RECORD              PIC X(208).

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
       01 WS-CTLI-STATUS PIC XX VALUE "00".
       01 WS-TXN-STATUS PIC XX VALUE "00".
       01 WS-AUD-STATUS PIC XX VALUE "00".
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
       01 WS-AUTH-FUNCTION PIC 9(01) VALUE 1.
       01 WS-AUTH-FUNCTION-NAME PIC X(08) VALUE "RULEMNT".
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
       01 WS-CTLI-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-CTLI-EOF VALUE "Y".
       01 WS-TXN-EOF-SWITCH PIC X(01) VALUE "N".
                   UNTIL WS-CTLI-EOF OR WS-ABEND-CONDITION
               CLOSE PISSCTLI-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OPERATOR-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               OPEN INPUT PISSRTXN-FILE
               IF WS-TXN-STATUS NOT = "00" THEN
               PERFORM VALIDATE-ONE-TRANSACTION
               IF WS-TXN-VALID THEN
                   PERFORM DISPATCH-ONE-TRANSACTION
               ELSE
                   IF NOT WS-OPERATOR-AUTHORIZED
                           AND (TXN-ACTION = "ADD"
                               OR TXN-ACTION = "CHANGE") THEN
                       PERFORM SKIP-DATA-CARD
                   END-IF
               END-IF
           END-IF.

               PERFORM RECORD-ONE-EDIT-ERROR
               MOVE "N" TO WS-TXN-VALID-SWITCH
           END-IF.
           MOVE TXN-OPERATOR-ID TO WS-AUTH-OPERATOR.
           MOVE PISSRTXN-RECORD TO WS-AUTH-CARD-IMAGE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF NOT WS-OPERATOR-AUTHORIZED THEN
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "TRANSACTION " DELIMITED BY SIZE
                   WS-MSG-TXN DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-AUTH-REASON DELIMITED BY SIZE
                   INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM RECORD-ONE-EDIT-ERROR
               MOVE "N" TO WS-TXN-VALID-SWITCH
           END-IF.

       SKIP-DATA-CARD.
           READ PISSRTXN-FILE
               AT END
                   SET WS-TXN-EOF TO TRUE
           END-READ.

       DISPATCH-ONE-TRANSACTION.
           PERFORM FIND-CONTROL-RECORD.
           EVALUATE TXN-ACTION
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PISSRTXN-FILE.
           CLOSE PISSRPT-FILE.
           PERFORM CLOSE-VIOLATION-LOG.
           IF WS-VIOLATION-COUNT > ZERO THEN
               DISPLAY "PISSRMNT - " WS-VIOLATION-COUNT
                   " UNAUTHORIZED TRANSACTIONS LOGGED TO THE "
                   "SECURITY-VIOLATION LOG"
           END-IF.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
           MOVE WS-AUD-ENTRY (WS-AUD-INDEX) TO PISSRAUD-RECORD.
           WRITE PISSRAUD-RECORD.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT PISSOPR-FILE.
           IF WS-OPR-STATUS NOT = "00" THEN
               DISPLAY "PISSRMNT - OPERATOR AUTHORIZATION MASTER WILL "
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
               DISPLAY "PISSRMNT - OPERATOR AUTHORIZATION MASTER HAS "
                   "MORE THAN " WS-MAX-OPERATORS " OPERATORS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF OPR-OPERATOR-ID = SPACES
                       OR (NOT OPR-ACTIVE AND NOT OPR-REVOKED) THEN
                   DISPLAY "PISSRMNT - INVALID OPERATOR AUTHORIZATION "
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
           DISPLAY "PISSRMNT - SECURITY VIOLATION - OPERATOR "
               WS-AUTH-OPERATOR " - " WS-AUTH-REASON.
           IF NOT WS-SVL-OPEN THEN
               OPEN EXTEND PISSSVL-FILE
               IF WS-SVL-STATUS = "00" OR WS-SVL-STATUS = "05" THEN
                   SET WS-SVL-OPEN TO TRUE
               ELSE
                   DISPLAY "PISSRMNT - SECURITY-VIOLATION LOG WILL NOT "
                       "OPEN - FILE STATUS " WS-SVL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.
           IF WS-SVL-OPEN THEN
               MOVE SPACES TO PISSBALLS-VIOLATION-RECORD
               ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SVL-LOG-TIME FROM TIME
               MOVE "PISSRMNT" TO SVL-PROGRAM-ID
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
           DISPLAY "PISSRMNT - " WS-EDIT-MESSAGE.
