      *                   TRANSMISSION REGISTER, SO PISSACKP CAN      *
      *                   MATCH THE RECEIVER'S ACKNOWLEDGMENTS        *
      *                   AGAINST WHAT ACTUALLY SHIPPED               *
      *  10/15/2026 RFK   ONE EXTRACT PER DOWNSTREAM SUBSCRIBER.  THE  *
      *                   PISSSEL LABEL CARDS ARE REPLACED BY THE      *
      *                   PISSSUB SUBSCRIBER MASTER - EACH ACTIVE      *
      *                   SUBSCRIBER HAS ITS OWN LABELS, ITS OWN SET   *
      *                   IDS, AND ITS OWN RECEIVING DATASET (DD       *
      *                   PISSDWN1-PISSDWN5 BY SLOT).  ONE PASS OF     *
      *                   PISSOUT FEEDS EVERY SUBSCRIBER; EACH FILE    *
      *                   CARRIES ITS OWN HDR/TRL RECORD COUNT AND     *
      *                   HASH TOTAL (THE HDR NOW ALSO CARRIES THE     *
      *                   SUBSCRIBER ID), AND EACH GETS ITS OWN        *
      *                   PISSXREG REGISTER RECORD KEYED BY            *
      *                   SUBSCRIBER PLUS RUN DATE                     *
      *  10/15/2026 RFK   EACH REGISTER RECORD NOW ALSO CARRIES THE    *
      *                   RECORDS SHIPPED PER RULE SET, FOR THE        *
      *                   PISSCHRG MONTHLY CHARGEBACK                  *
      *----------------------------------------------------------------*


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISSSUBM-FILE ASSIGN TO PISSSUBM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT PISSOUT-FILE ASSIGN TO PISSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSDWN1-FILE ASSIGN TO PISSDWN1
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSDWN2-FILE ASSIGN TO PISSDWN2
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSDWN3-FILE ASSIGN TO PISSDWN3
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSDWN4-FILE ASSIGN TO PISSDWN4
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSDWN5-FILE ASSIGN TO PISSDWN5
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSXREG-FILE ASSIGN TO PISSXREG
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  PISSSUBM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSSUB.

       FD  PISSOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOUT.

       FD  PISSDWN1-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSDWN1-RECORD              PIC X(80).

       FD  PISSDWN2-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSDWN2-RECORD              PIC X(80).

       FD  PISSDWN3-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSDWN3-RECORD              PIC X(80).

       FD  PISSDWN4-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSDWN4-RECORD              PIC X(80).

       FD  PISSDWN5-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSDWN5-RECORD              PIC X(80).

       FD  PISSXREG-FILE
           LABEL RECORDS ARE STANDARD
           COPY PISSXRG.

       WORKING-STORAGE SECTION.
       01 WS-SUB-STATUS PIC XX VALUE "00".
       01 WS-OUT-STATUS PIC XX VALUE "00".
       01 WS-XRG-STATUS PIC XX VALUE "00".
       01 WS-SUB-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUB-EOF VALUE "Y".
       01 WS-OUT-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OUT-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-MATCH-SWITCH PIC X(01) VALUE "N".
           88 WS-RECORD-SELECTED VALUE "Y".
       01 WS-SET-MATCH-SWITCH PIC X(01) VALUE "N".
           88 WS-SET-SELECTED VALUE "Y".
       01 WS-SUB-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-SUBSCRIBERS PIC 9(02) VALUE 5.
       01 WS-SUSPENDED-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 5 TIMES.
               10 WS-SUB-ID PIC X(08).
               10 WS-SUB-SLOT PIC 9(01).
               10 WS-SUB-ALL-SETS PIC X(01).
               10 WS-SUB-SET-ID OCCURS 5 TIMES PIC X(04).
               10 WS-SUB-LABEL OCCURS 5 TIMES PIC X(08).
               10 WS-SUB-SELECT-COUNT PIC 9(07).
               10 WS-SUB-HASH-TOTAL PIC 9(12).
               10 WS-SUB-SET-SHIPPED OCCURS 5 TIMES.
                   15 WS-SUB-SHIP-SET-ID PIC X(04).
                   15 WS-SUB-SHIP-SET-COUNT PIC 9(05).
       01 WS-SLOT-TABLE.
           05 WS-SLOT-USED OCCURS 5 TIMES PIC X(01).
       01 WS-SUB-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CHECK-INDEX PIC 9(02) VALUE ZERO.
       01 WS-SET-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SEL-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SHIP-INDEX PIC 9(01) VALUE ZERO.
       01 WS-SHIP-MATCH-INDEX PIC 9(01) VALUE ZERO.
       01 WS-LABEL-TALLY PIC 9(01) VALUE ZERO.
       01 WS-CLASS-TOKENS.
           05 WS-CLASS-TOKEN OCCURS 5 TIMES PIC X(44).
       01 WS-TOKEN-INDEX PIC 9(01) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-DWN-RECORD PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PISSXTRC-MAIN SECTION.
           STOP RUN.

       INITIALIZE-RUN.
           MOVE SPACES TO WS-SLOT-TABLE.
           PERFORM LOAD-SUBSCRIBER-MASTER.
           IF NOT WS-ABEND-CONDITION THEN
               OPEN INPUT PISSOUT-FILE
               IF WS-OUT-STATUS NOT = "00" THEN
                       "OPEN - FILE STATUS " WS-OUT-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   PERFORM PRIME-RUN-DATE
                   PERFORM OPEN-ONE-EXTRACT
                       VARYING WS-SUB-INDEX FROM 1 BY 1
                       UNTIL WS-SUB-INDEX > WS-SUB-COUNT
               END-IF
           END-IF.

       LOAD-SUBSCRIBER-MASTER.
           OPEN INPUT PISSSUBM-FILE.
           IF WS-SUB-STATUS NOT = "00" THEN
               DISPLAY "PISSXTRC - SUBSCRIBER MASTER WILL NOT OPEN "
                   "- FILE STATUS " WS-SUB-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-SUBSCRIBER
                   UNTIL WS-SUB-EOF OR WS-ABEND-CONDITION
               CLOSE PISSSUBM-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION AND WS-SUB-COUNT = ZERO THEN
               DISPLAY "PISSXTRC - SUBSCRIBER MASTER HAS NO ACTIVE "
                   "SUBSCRIBERS - NOTHING TO EXTRACT"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.

       LOAD-ONE-SUBSCRIBER.
           READ PISSSUBM-FILE
               AT END
                   SET WS-SUB-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-SUBSCRIBER
           END-READ.

       KEEP-ONE-SUBSCRIBER.
           IF SUB-SUBSCRIBER-ID = SPACES THEN
               DISPLAY "PISSXTRC - SUBSCRIBER MASTER RECORD HAS A "
                   "BLANK SUBSCRIBER ID"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF SUB-SUSPENDED THEN
                   ADD 1 TO WS-SUSPENDED-COUNT
                   DISPLAY "PISSXTRC - SUBSCRIBER " SUB-SUBSCRIBER-ID
                       " IS SUSPENDED - NOTHING SHIPPED"
               ELSE
                   PERFORM EDIT-ONE-SUBSCRIBER
                   IF NOT WS-ABEND-CONDITION THEN
                       PERFORM ADD-ONE-SUBSCRIBER
                   END-IF
               END-IF
           END-IF.

       EDIT-ONE-SUBSCRIBER.
           IF NOT SUB-ACTIVE THEN
               DISPLAY "PISSXTRC - SUBSCRIBER " SUB-SUBSCRIBER-ID
                   " STATUS " SUB-STATUS " IS NOT A OR S"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.
           IF SUB-DWN-SLOT-X NOT NUMERIC
                   OR SUB-DWN-SLOT = ZERO
                   OR SUB-DWN-SLOT > 5 THEN
               DISPLAY "PISSXTRC - SUBSCRIBER " SUB-SUBSCRIBER-ID
                   " SLOT " SUB-DWN-SLOT-X " IS NOT 1 THRU 5"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF WS-SLOT-USED (SUB-DWN-SLOT) = "Y" THEN
                   DISPLAY "PISSXTRC - SUBSCRIBER " SUB-SUBSCRIBER-ID
                       " SLOT " SUB-DWN-SLOT
                       " IS ALREADY ASSIGNED TO ANOTHER SUBSCRIBER"
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.
           MOVE ZERO TO WS-LABEL-TALLY.
           PERFORM COUNT-ONE-SUBSCRIBER-LABEL
               VARYING WS-SEL-INDEX FROM 1 BY 1
               UNTIL WS-SEL-INDEX > 5.
           IF WS-LABEL-TALLY = ZERO THEN
               DISPLAY "PISSXTRC - SUBSCRIBER " SUB-SUBSCRIBER-ID
                   " HAS NO CLASS LABELS TO EXTRACT"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.
           PERFORM CHECK-ONE-DUPLICATE-ID
               VARYING WS-CHECK-INDEX FROM 1 BY 1
               UNTIL WS-CHECK-INDEX > WS-SUB-COUNT.
           IF NOT WS-ABEND-CONDITION
                   AND WS-SUB-COUNT = WS-MAX-SUBSCRIBERS THEN
               DISPLAY "PISSXTRC - MORE THAN " WS-MAX-SUBSCRIBERS
                   " ACTIVE SUBSCRIBERS"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.

       COUNT-ONE-SUBSCRIBER-LABEL.
           IF SUB-CLASS-LABEL (WS-SEL-INDEX) NOT = SPACES THEN
               ADD 1 TO WS-LABEL-TALLY
           END-IF.

       CHECK-ONE-DUPLICATE-ID.
           IF WS-SUB-ID (WS-CHECK-INDEX) = SUB-SUBSCRIBER-ID THEN
               DISPLAY "PISSXTRC - SUBSCRIBER " SUB-SUBSCRIBER-ID
                   " IS ON THE SUBSCRIBER MASTER MORE THAN ONCE"
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.

       ADD-ONE-SUBSCRIBER.
           ADD 1 TO WS-SUB-COUNT.
           MOVE SUB-SUBSCRIBER-ID TO WS-SUB-ID (WS-SUB-COUNT).
           MOVE SUB-DWN-SLOT TO WS-SUB-SLOT (WS-SUB-COUNT).
           MOVE "Y" TO WS-SLOT-USED (SUB-DWN-SLOT).
           MOVE "Y" TO WS-SUB-ALL-SETS (WS-SUB-COUNT).
           PERFORM KEEP-ONE-SUBSCRIBER-ITEM
               VARYING WS-SEL-INDEX FROM 1 BY 1
               UNTIL WS-SEL-INDEX > 5.
           MOVE ZERO TO WS-SUB-SELECT-COUNT (WS-SUB-COUNT).
           MOVE ZERO TO WS-SUB-HASH-TOTAL (WS-SUB-COUNT).
           PERFORM CLEAR-ONE-SET-SHIPPED
               VARYING WS-SHIP-INDEX FROM 1 BY 1
               UNTIL WS-SHIP-INDEX > 5.

       CLEAR-ONE-SET-SHIPPED.
           MOVE SPACES
               TO WS-SUB-SHIP-SET-ID (WS-SUB-COUNT, WS-SHIP-INDEX).
           MOVE ZERO
               TO WS-SUB-SHIP-SET-COUNT (WS-SUB-COUNT, WS-SHIP-INDEX).

       KEEP-ONE-SUBSCRIBER-ITEM.
           MOVE SUB-SET-ID (WS-SEL-INDEX)
               TO WS-SUB-SET-ID (WS-SUB-COUNT, WS-SEL-INDEX).
           IF SUB-SET-ID (WS-SEL-INDEX) NOT = SPACES THEN
               MOVE "N" TO WS-SUB-ALL-SETS (WS-SUB-COUNT)
           END-IF.
           MOVE SUB-CLASS-LABEL (WS-SEL-INDEX)
               TO WS-SUB-LABEL (WS-SUB-COUNT, WS-SEL-INDEX).

       OPEN-ONE-EXTRACT.
           EVALUATE WS-SUB-SLOT (WS-SUB-INDEX)
               WHEN 1 OPEN OUTPUT PISSDWN1-FILE
               WHEN 2 OPEN OUTPUT PISSDWN2-FILE
               WHEN 3 OPEN OUTPUT PISSDWN3-FILE
               WHEN 4 OPEN OUTPUT PISSDWN4-FILE
               WHEN 5 OPEN OUTPUT PISSDWN5-FILE
           END-EVALUATE.
           PERFORM WRITE-HEADER-RECORD.

       CLOSE-ONE-EXTRACT.
           PERFORM WRITE-TRAILER-RECORD.
           EVALUATE WS-SUB-SLOT (WS-SUB-INDEX)
               WHEN 1 CLOSE PISSDWN1-FILE
               WHEN 2 CLOSE PISSDWN2-FILE
               WHEN 3 CLOSE PISSDWN3-FILE
               WHEN 4 CLOSE PISSDWN4-FILE
               WHEN 5 CLOSE PISSDWN5-FILE
           END-EVALUATE.

       WRITE-EXTRACT-RECORD.
           EVALUATE WS-SUB-SLOT (WS-SUB-INDEX)
               WHEN 1
                   WRITE PISSDWN1-RECORD FROM WS-DWN-RECORD
               WHEN 2
                   WRITE PISSDWN2-RECORD FROM WS-DWN-RECORD
               WHEN 3
                   WRITE PISSDWN3-RECORD FROM WS-DWN-RECORD
               WHEN 4
                   WRITE PISSDWN4-RECORD FROM WS-DWN-RECORD
               WHEN 5
                   WRITE PISSDWN5-RECORD FROM WS-DWN-RECORD
           END-EVALUATE.

       PRIME-RUN-DATE.
           PERFORM READ-ONE-DETAIL.
           IF WS-OUT-EOF THEN

       EXTRACT-ONE-DETAIL.
           ADD 1 TO WS-READ-COUNT.
           IF OUT-CLASS-CODE NOT = SPACES THEN
               PERFORM PARSE-CLASS-TOKENS
               PERFORM SHIP-TO-ONE-SUBSCRIBER
                   VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > WS-SUB-COUNT
           END-IF.
           PERFORM READ-ONE-DETAIL.

       SHIP-TO-ONE-SUBSCRIBER.
           PERFORM SELECT-ONE-DETAIL.
           IF WS-RECORD-SELECTED THEN
               PERFORM WRITE-DETAIL-RECORD
           END-IF.

       SELECT-ONE-DETAIL.
           MOVE "N" TO WS-MATCH-SWITCH.
           IF WS-SUB-ALL-SETS (WS-SUB-INDEX) = "Y" THEN
               SET WS-SET-SELECTED TO TRUE
           ELSE
               MOVE "N" TO WS-SET-MATCH-SWITCH
               PERFORM MATCH-ONE-SET
                   VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX > 5
                       OR WS-SET-SELECTED
           END-IF.
           IF WS-SET-SELECTED THEN
               PERFORM MATCH-ONE-SELECTION
                   VARYING WS-SEL-INDEX FROM 1 BY 1
                   UNTIL WS-SEL-INDEX > 5
                       OR WS-RECORD-SELECTED
           END-IF.

       MATCH-ONE-SET.
           IF WS-SUB-SET-ID (WS-SUB-INDEX, WS-SET-INDEX)
                   NOT = SPACES
                   AND WS-SUB-SET-ID (WS-SUB-INDEX, WS-SET-INDEX) =
                       OUT-SET-ID THEN
               SET WS-SET-SELECTED TO TRUE
           END-IF.

       PARSE-CLASS-TOKENS.
           MOVE SPACES TO WS-CLASS-TOKENS.
           UNSTRING OUT-CLASS-CODE DELIMITED BY ALL SPACES
           END-UNSTRING.

       MATCH-ONE-SELECTION.
           IF WS-SUB-LABEL (WS-SUB-INDEX, WS-SEL-INDEX)
                   NOT = SPACES THEN
               PERFORM MATCH-ONE-TOKEN
                   VARYING WS-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-TOKEN-INDEX > 5
                       OR WS-RECORD-SELECTED
           END-IF.

       MATCH-ONE-TOKEN.
           IF WS-CLASS-TOKEN (WS-TOKEN-INDEX) NOT = SPACES
                   AND WS-CLASS-TOKEN (WS-TOKEN-INDEX) =
                       WS-SUB-LABEL (WS-SUB-INDEX, WS-SEL-INDEX) THEN
               SET WS-RECORD-SELECTED TO TRUE
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO WS-DWN-RECORD.
           STRING "HDR|" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SUB-ID (WS-SUB-INDEX) DELIMITED BY SIZE
               INTO WS-DWN-RECORD
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-DETAIL-RECORD.
           ADD 1 TO WS-SUB-SELECT-COUNT (WS-SUB-INDEX).
           ADD OUT-COUNT-VALUE TO WS-SUB-HASH-TOTAL (WS-SUB-INDEX).
           PERFORM TALLY-SET-SHIPPED.
           MOVE SPACES TO WS-DWN-RECORD.
           STRING "DTL|" DELIMITED BY SIZE
               OUT-COUNT-VALUE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OUT-SET-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OUT-CLASS-CODE DELIMITED BY SIZE
               INTO WS-DWN-RECORD
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

       TALLY-SET-SHIPPED.
           MOVE ZERO TO WS-SHIP-MATCH-INDEX.
           PERFORM MATCH-ONE-SET-SHIPPED
               VARYING WS-SHIP-INDEX FROM 1 BY 1
               UNTIL WS-SHIP-INDEX > 5
                   OR WS-SHIP-MATCH-INDEX > ZERO.
           IF WS-SHIP-MATCH-INDEX = ZERO THEN
               DISPLAY "PISSXTRC - MORE THAN 5 SETS SHIPPED TO "
                   WS-SUB-ID (WS-SUB-INDEX) " - SET " OUT-SET-ID
                   " NOT BROKEN OUT ON THE REGISTER"
           ELSE
               MOVE OUT-SET-ID TO WS-SUB-SHIP-SET-ID
                   (WS-SUB-INDEX, WS-SHIP-MATCH-INDEX)
               ADD 1 TO WS-SUB-SHIP-SET-COUNT
                   (WS-SUB-INDEX, WS-SHIP-MATCH-INDEX)
           END-IF.

       MATCH-ONE-SET-SHIPPED.
           IF WS-SUB-SHIP-SET-ID (WS-SUB-INDEX, WS-SHIP-INDEX) =
                   OUT-SET-ID
                   OR WS-SUB-SHIP-SET-ID (WS-SUB-INDEX, WS-SHIP-INDEX) =
                       SPACES THEN
               MOVE WS-SHIP-INDEX TO WS-SHIP-MATCH-INDEX
           END-IF.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO WS-DWN-RECORD.
           STRING "TRL|" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SUB-SELECT-COUNT (WS-SUB-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SUB-HASH-TOTAL (WS-SUB-INDEX) DELIMITED BY SIZE
               INTO WS-DWN-RECORD
           END-STRING.
           PERFORM WRITE-EXTRACT-RECORD.

       TERMINATE-RUN.
           PERFORM CLOSE-ONE-EXTRACT
               VARYING WS-SUB-INDEX FROM 1 BY 1
               UNTIL WS-SUB-INDEX > WS-SUB-COUNT.
           CLOSE PISSOUT-FILE.
           PERFORM WRITE-REGISTER-RECORDS.
           DISPLAY "PISSXTRC EXTRACT TOTALS".
           DISPLAY "DETAIL RECORDS READ. . " WS-READ-COUNT.
           DISPLAY "ACTIVE SUBSCRIBERS . . " WS-SUB-COUNT.
           DISPLAY "SUSPENDED SUBSCRIBERS. " WS-SUSPENDED-COUNT.
           PERFORM DISPLAY-ONE-SUBSCRIBER
               VARYING WS-SUB-INDEX FROM 1 BY 1
               UNTIL WS-SUB-INDEX > WS-SUB-COUNT.

       DISPLAY-ONE-SUBSCRIBER.
           DISPLAY "SUBSCRIBER " WS-SUB-ID (WS-SUB-INDEX)
               " SLOT " WS-SUB-SLOT (WS-SUB-INDEX)
               " RECORDS " WS-SUB-SELECT-COUNT (WS-SUB-INDEX)
               " HASH " WS-SUB-HASH-TOTAL (WS-SUB-INDEX).

       WRITE-REGISTER-RECORDS.
           OPEN EXTEND PISSXREG-FILE.
           IF WS-XRG-STATUS NOT = "00" THEN
               DISPLAY "PISSXTRC - TRANSMISSION REGISTER WILL NOT "
                   "OPEN - FILE STATUS " WS-XRG-STATUS
                   " - SHIPMENT RECORDS NOT WRITTEN"
           ELSE
               PERFORM WRITE-REGISTER-RECORD
                   VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > WS-SUB-COUNT
               CLOSE PISSXREG-FILE
           END-IF.

       WRITE-REGISTER-RECORD.
           MOVE SPACES TO PISSBALLS-REGISTER-RECORD.
           MOVE WS-RUN-DATE TO XRG-RUN-DATE.
           MOVE WS-SUB-SELECT-COUNT (WS-SUB-INDEX)
               TO XRG-RECORD-COUNT.
           MOVE WS-SUB-HASH-TOTAL (WS-SUB-INDEX) TO XRG-HASH-TOTAL.
           MOVE "S" TO XRG-STATUS.
           MOVE SPACES TO XRG-ACK-DATE.
           MOVE ZERO TO XRG-AGE-DAYS.
           MOVE WS-SUB-ID (WS-SUB-INDEX) TO XRG-SUBSCRIBER-ID.
           PERFORM MOVE-ONE-SET-SHIPPED
               VARYING WS-SHIP-INDEX FROM 1 BY 1
               UNTIL WS-SHIP-INDEX > 5.
           WRITE PISSBALLS-REGISTER-RECORD.

       MOVE-ONE-SET-SHIPPED.
           MOVE WS-SUB-SHIP-SET-ID (WS-SUB-INDEX, WS-SHIP-INDEX)
               TO XRG-SHIP-SET-ID (WS-SHIP-INDEX).
           MOVE WS-SUB-SHIP-SET-COUNT (WS-SUB-INDEX, WS-SHIP-INDEX)
               TO XRG-SHIP-SET-COUNT (WS-SHIP-INDEX).
