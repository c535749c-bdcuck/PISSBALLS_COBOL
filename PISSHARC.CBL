      *                   WITH RC 8 AND NOTHING IS TOUCHED.  THE       *
      *                   ARCHIVES REMAIN READABLE BY THE PISSHINQ     *
      *                   INQUIRY THROUGH ITS PISSHARQ DD              *
      *  10/15/2026 RFK   THE PISSHAPR CARD NOW CARRIES THE OPERATOR   *
      *                   ID, WHICH MUST BE ACTIVE ON THE PISSOPR      *
      *                   AUTHORIZATION MASTER WITH HISTORY ARCHIVE    *
      *                   AUTHORITY.  A REJECTED REQUEST IS APPENDED   *
      *                   TO THE PISSSVL SECURITY-VIOLATION LOG AND    *
      *                   ENDS RC 8 WITH NOTHING TOUCHED               *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT PISSHMAN-FILE ASSIGN TO PISSHMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT PISSOPR-FILE ASSIGN TO PISSOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPTIONAL PISSSVL-FILE ASSIGN TO PISSSVL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSHMAN.

       FD  PISSOPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOPR.

       FD  PISSSVL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY PISSSVL.

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-MAN-STATUS PIC XX VALUE "00".
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
       01 WS-AUTH-FUNCTION PIC 9(01) VALUE 3.
       01 WS-AUTH-FUNCTION-NAME PIC X(08) VALUE "HISTARC".
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
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETER-CARD.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OPERATOR-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM CHECK-OPERATOR-AUTHORITY
               PERFORM CLOSE-VIOLATION-LOG
               IF NOT WS-OPERATOR-AUTHORIZED
                       AND NOT WS-ABEND-CONDITION THEN
                   DISPLAY "PISSHARC - ARCHIVE REQUEST REJECTED - "
                       "RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM VALIDATE-PARAMETER-CARD
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               END-READ
               IF NOT WS-ABEND-CONDITION THEN
                   MOVE HAP-CUTOFF-DATE TO WS-CUTOFF-DATE
                   MOVE HAP-OPERATOR-ID TO WS-AUTH-OPERATOR
                   MOVE PISSHARC-PARAMETER-CARD TO WS-AUTH-CARD-IMAGE
               END-IF
               CLOSE PISSHAPR-FILE
           END-IF.
               END-IF
           END-IF.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT PISSOPR-FILE.
           IF WS-OPR-STATUS NOT = "00" THEN
               DISPLAY "PISSHARC - OPERATOR AUTHORIZATION MASTER WILL "
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
               DISPLAY "PISSHARC - OPERATOR AUTHORIZATION MASTER HAS "
                   "MORE THAN " WS-MAX-OPERATORS " OPERATORS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF OPR-OPERATOR-ID = SPACES
                       OR (NOT OPR-ACTIVE AND NOT OPR-REVOKED) THEN
                   DISPLAY "PISSHARC - INVALID OPERATOR AUTHORIZATION "
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
           DISPLAY "PISSHARC - SECURITY VIOLATION - OPERATOR "
               WS-AUTH-OPERATOR " - " WS-AUTH-REASON.
           IF NOT WS-SVL-OPEN THEN
               OPEN EXTEND PISSSVL-FILE
               IF WS-SVL-STATUS = "00" OR WS-SVL-STATUS = "05" THEN
                   SET WS-SVL-OPEN TO TRUE
               ELSE
                   DISPLAY "PISSHARC - SECURITY-VIOLATION LOG WILL NOT "
                       "OPEN - FILE STATUS " WS-SVL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.
           IF WS-SVL-OPEN THEN
               MOVE SPACES TO PISSBALLS-VIOLATION-RECORD
               ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SVL-LOG-TIME FROM TIME
               MOVE "PISSHARC" TO SVL-PROGRAM-ID
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

       POSITION-TO-FIRST-RECORD.
           MOVE LOW-VALUES TO HST-KEY.
           START PISSHST-FILE KEY NOT LESS THAN HST-KEY
