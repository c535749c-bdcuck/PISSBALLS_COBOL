      *                   RC 8 WHILE ANY SHIPMENT IS REJECTED OR       *
      *                   OVERDUE, SO OPERATIONS SEES A SILENT         *
      *                   DOWNSTREAM FAILURE THE SAME MORNING          *
      *  10/15/2026 RFK   REGISTER AND ACKNOWLEDGMENTS ARE NOW KEYED   *
      *                   BY SUBSCRIBER PLUS RUN DATE, SO EACH         *
      *                   RECEIVER'S ACK CAN ONLY CLEAR ITS OWN        *
      *                   SHIPMENT.  THE REGISTER REPORT CARRIES THE   *
      *                   SUBSCRIBER AND ENDS WITH A PER-SUBSCRIBER    *
      *                   HOLD SUMMARY - A REJECTED, OVERDUE, OR       *
      *                   ORPHAN ACK HOLDS ONLY THE SUBSCRIBER IT      *
      *                   BELONGS TO, AND EVERY OTHER SUBSCRIBER IS    *
      *                   REPORTED CLEAR.  THE ACK TABLE IS RAISED TO  *
      *                   150 ENTRIES FOR THE WIDER FEED               *
      *  10/15/2026 RFK   EVERY RUN NOW ENDS BY APPENDING A PISSCST    *
      *                   CONTROL STATUS RECORD (RETURN CODE AND COUNT *
      *                   OF REJECTED, OVERDUE AND UNMATCHED           *
      *                   ACKNOWLEDGMENTS) TO                          *
      *                   PISSBALLS.DAILY.CONTROL.STATUS FOR THE       *
      *                   PISSMORN MORNING STATUS PAGE AND MONITORING  *
      *                   RECORD                                       *
      *  10/15/2026 RFK   PISSCORR CORRECTION DELTAS ARE REGISTERED    *
      *                   AS THEIR OWN SHIPMENTS (TYPE C, NUMBERED BY  *
      *                   CORRECTION SEQUENCE), SO AN ACKNOWLEDGMENT   *
      *                   NOW MATCHES ON SHIPMENT TYPE AND SEQUENCE AS *
      *                   WELL AS SUBSCRIBER AND RUN DATE.  THE        *
      *                   REGISTER REPORT SHOWS THE SHIPMENT TYPE      *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSRPT-FILE ASSIGN TO PISSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PISSCST-FILE ASSIGN TO PISSCST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
           COPY PISSRPT.

       FD  PISSCST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCST.

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC XX VALUE "00".
       01 WS-ACK-STATUS PIC XX VALUE "00".
       01 WS-RGI-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-ACK-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-ACK-EOF VALUE "Y".
       01 WS-RGI-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-ACK-MATCHED VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-AGE-LIMIT PIC 9(03) VALUE 2.
       01 WS-ACK-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-ACKS PIC 9(03) VALUE 150.
       01 WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 150 TIMES.
               10 WS-ACK-SUBSCRIBER-ID PIC X(08).
               10 WS-ACK-RUN-DATE PIC X(08).
               10 WS-ACK-SHIPMENT-TYPE PIC X(01).
               10 WS-ACK-CORRECTION-SEQ PIC X(02).
               10 WS-ACK-RECORD-COUNT PIC 9(07).
               10 WS-ACK-HASH-TOTAL PIC 9(12).
               10 WS-ACK-RESULT PIC X(01).
               10 WS-ACK-USED PIC X(01).
       01 WS-ACK-INDEX PIC 9(03) VALUE ZERO.
       01 WS-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-HOLD-SUB-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-HOLD-SUBS PIC 9(02) VALUE 20.
       01 WS-HOLD-SUB-TABLE.
           05 WS-HOLD-SUB-ENTRY OCCURS 20 TIMES.
               10 WS-HOLD-SUB-ID PIC X(08).
               10 WS-HOLD-SUB-SHIPMENTS PIC 9(05).
               10 WS-HOLD-SUB-REJECTS PIC 9(05).
               10 WS-HOLD-SUB-OVERDUE PIC 9(05).
               10 WS-HOLD-SUB-ORPHANS PIC 9(05).
       01 WS-HOLD-SUB-INDEX PIC 9(02) VALUE ZERO.
       01 WS-FIND-SUB-ID PIC X(08) VALUE SPACES.
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-SUBSCRIBER-FOUND VALUE "Y".
       01 WS-HELD-SUB-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SUB-STATUS-NOTE PIC X(05) VALUE SPACES.
       01 WS-TODAY-INTEGER PIC 9(08) VALUE ZERO.
       01 WS-SHIP-INTEGER PIC 9(08) VALUE ZERO.
       01 WS-SHIP-DATE-NUM PIC 9(08) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-ORPHAN-COUNT PIC 9(05) VALUE ZERO.
       01 WS-STATUS-NOTE PIC X(24) VALUE SPACES.
       01 WS-SHIPMENT-TAG PIC X(04) VALUE SPACES.
       01 WS-ORPHAN-TAG PIC X(04) VALUE SPACES.
       01 WS-PAGE-NUMBER PIC 999 VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 999 VALUE 60.
       01 WS-HDR-PAGE PIC ZZ9.
       01 WS-DETAIL-AGE PIC ZZ9.
       01 WS-DETAIL-SHIPMENTS PIC ZZZZ9.
       01 WS-DETAIL-REJECTS PIC ZZZZ9.
       01 WS-DETAIL-OVERDUE PIC ZZZZ9.
       01 WS-DETAIL-ORPHANS PIC ZZZZ9.
       01 WS-DETAIL-HELD PIC Z9.

       PROCEDURE DIVISION.
       PISSACKP-MAIN SECTION.
               PERFORM PROCESS-ONE-SHIPMENT
                   UNTIL WS-RGI-EOF
               PERFORM CHECK-ORPHAN-ACKS
               PERFORM PRINT-SUBSCRIBER-SUMMARY
               PERFORM TERMINATE-RUN
           END-IF.
           PERFORM WRITE-CONTROL-STATUS.
           STOP RUN.

       WRITE-CONTROL-STATUS.
           OPEN EXTEND PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "PISSACKP - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - STATUS RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-CONTROL-STATUS
               MOVE "PISSACKP" TO CST-PROGRAM-ID
               MOVE WS-RUN-DATE TO CST-RUN-DATE
               MOVE RETURN-CODE TO CST-RETURN-CODE
               COMPUTE CST-ITEM-COUNT = WS-REJECT-COUNT
                   + WS-OVERDUE-COUNT + WS-ORPHAN-COUNT
               MOVE "REJECTED, OVERDUE, ORPHAN ACKS" TO CST-ITEM-TEXT
               ACCEPT CST-WRITTEN-DATE FROM DATE YYYYMMDD
               ACCEPT CST-WRITTEN-TIME FROM TIME
               WRITE PISSBALLS-CONTROL-STATUS
               CLOSE PISSCST-FILE
           END-IF.

       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-SHIP-DATE-NUM.
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               ADD 1 TO WS-ACK-COUNT
               MOVE ACK-SUBSCRIBER-ID
                   TO WS-ACK-SUBSCRIBER-ID (WS-ACK-COUNT)
               MOVE ACK-RUN-DATE
                   TO WS-ACK-RUN-DATE (WS-ACK-COUNT)
               MOVE ACK-SHIPMENT-TYPE
                   TO WS-ACK-SHIPMENT-TYPE (WS-ACK-COUNT)
               MOVE ACK-CORRECTION-SEQ
                   TO WS-ACK-CORRECTION-SEQ (WS-ACK-COUNT)
               MOVE ACK-RECORD-COUNT
                   TO WS-ACK-RECORD-COUNT (WS-ACK-COUNT)
               MOVE ACK-HASH-TOTAL

       MATCH-ONE-ACK.
           IF WS-ACK-USED (WS-ACK-INDEX) = "N"
                   AND WS-ACK-SUBSCRIBER-ID (WS-ACK-INDEX) =
                       XRG-SUBSCRIBER-ID
                   AND WS-ACK-RUN-DATE (WS-ACK-INDEX) =
                       XRG-RUN-DATE
                   AND WS-ACK-SHIPMENT-TYPE (WS-ACK-INDEX) =
                       XRG-SHIPMENT-TYPE
                   AND WS-ACK-CORRECTION-SEQ (WS-ACK-INDEX) =
                       XRG-CORRECTION-SEQ-X THEN
               MOVE WS-ACK-INDEX TO WS-MATCH-INDEX
               SET WS-ACK-MATCHED TO TRUE
           END-IF.
           END-IF.

       TALLY-ONE-SHIPMENT.
           MOVE XRG-SUBSCRIBER-ID TO WS-FIND-SUB-ID.
           PERFORM FIND-HOLD-SUBSCRIBER.
           IF WS-SUBSCRIBER-FOUND THEN
               ADD 1 TO WS-HOLD-SUB-SHIPMENTS (WS-HOLD-SUB-INDEX)
           END-IF.
           IF XRG-REJECTED THEN
               ADD 1 TO WS-REJECT-COUNT
               SET WS-HOLD-CONDITION TO TRUE
               IF WS-SUBSCRIBER-FOUND THEN
                   ADD 1 TO WS-HOLD-SUB-REJECTS (WS-HOLD-SUB-INDEX)
               END-IF
           END-IF.
           IF XRG-UNACKNOWLEDGED THEN
               ADD 1 TO WS-OVERDUE-COUNT
               SET WS-HOLD-CONDITION TO TRUE
               IF WS-SUBSCRIBER-FOUND THEN
                   ADD 1 TO WS-HOLD-SUB-OVERDUE (WS-HOLD-SUB-INDEX)
               END-IF
           END-IF.

       FIND-HOLD-SUBSCRIBER.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-HOLD-SUBSCRIBER
               VARYING WS-HOLD-SUB-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-SUB-INDEX > WS-HOLD-SUB-COUNT
                   OR WS-SUBSCRIBER-FOUND.
           IF WS-SUBSCRIBER-FOUND THEN
               SUBTRACT 1 FROM WS-HOLD-SUB-INDEX
           ELSE
               IF WS-HOLD-SUB-COUNT = WS-MAX-HOLD-SUBS THEN
                   DISPLAY "PISSACKP - MORE THAN " WS-MAX-HOLD-SUBS
                       " SUBSCRIBERS ON THE REGISTER - "
                       WS-FIND-SUB-ID " LEFT OFF THE HOLD SUMMARY"
               ELSE
                   ADD 1 TO WS-HOLD-SUB-COUNT
                   MOVE WS-HOLD-SUB-COUNT TO WS-HOLD-SUB-INDEX
                   MOVE WS-FIND-SUB-ID
                       TO WS-HOLD-SUB-ID (WS-HOLD-SUB-INDEX)
                   MOVE ZERO
                       TO WS-HOLD-SUB-SHIPMENTS (WS-HOLD-SUB-INDEX)
                   MOVE ZERO TO WS-HOLD-SUB-REJECTS (WS-HOLD-SUB-INDEX)
                   MOVE ZERO TO WS-HOLD-SUB-OVERDUE (WS-HOLD-SUB-INDEX)
                   MOVE ZERO TO WS-HOLD-SUB-ORPHANS (WS-HOLD-SUB-INDEX)
                   SET WS-SUBSCRIBER-FOUND TO TRUE
               END-IF
           END-IF.

       MATCH-ONE-HOLD-SUBSCRIBER.
           IF WS-HOLD-SUB-ID (WS-HOLD-SUB-INDEX) = WS-FIND-SUB-ID THEN
               SET WS-SUBSCRIBER-FOUND TO TRUE
           END-IF.

       CHECK-ORPHAN-ACKS.
           IF WS-ACK-USED (WS-ACK-INDEX) = "N" THEN
               ADD 1 TO WS-ORPHAN-COUNT
               SET WS-HOLD-CONDITION TO TRUE
               MOVE WS-ACK-SUBSCRIBER-ID (WS-ACK-INDEX)
                   TO WS-FIND-SUB-ID
               PERFORM FIND-HOLD-SUBSCRIBER
               IF WS-SUBSCRIBER-FOUND THEN
                   ADD 1 TO WS-HOLD-SUB-ORPHANS (WS-HOLD-SUB-INDEX)
               END-IF
               MOVE SPACES TO WS-ORPHAN-TAG
               IF WS-ACK-SHIPMENT-TYPE (WS-ACK-INDEX) = "C" THEN
                   STRING "C" DELIMITED BY SIZE
                       WS-ACK-CORRECTION-SEQ (WS-ACK-INDEX)
                           DELIMITED BY SIZE
                       INTO WS-ORPHAN-TAG
                   END-STRING
               ELSE
                   MOVE "FULL" TO WS-ORPHAN-TAG
               END-IF
               DISPLAY "PISSACKP - ACKNOWLEDGMENT FROM SUBSCRIBER "
                   WS-ACK-SUBSCRIBER-ID (WS-ACK-INDEX)
                   " FOR RUN DATE " WS-ACK-RUN-DATE (WS-ACK-INDEX)
                   " " WS-ORPHAN-TAG
                   " HAS NO MATCHING SHIPMENT ON THE REGISTER"
               IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
                   PERFORM PRINT-REPORT-HEADER
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "  *ERROR* ACKNOWLEDGMENT FROM SUBSCRIBER "
                       DELIMITED BY SIZE
                   WS-ACK-SUBSCRIBER-ID (WS-ACK-INDEX)
                       DELIMITED BY SIZE
                   " FOR RUN DATE " DELIMITED BY SIZE
                   WS-ACK-RUN-DATE (WS-ACK-INDEX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORPHAN-TAG DELIMITED BY SIZE
                   " HAS NO MATCHING SHIPMENT" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE XRG-AGE-DAYS TO WS-DETAIL-AGE.
           MOVE SPACES TO WS-SHIPMENT-TAG.
           IF XRG-CORRECTION THEN
               STRING "C" DELIMITED BY SIZE
                   XRG-CORRECTION-SEQ-X DELIMITED BY SIZE
                   INTO WS-SHIPMENT-TAG
               END-STRING
           ELSE
               MOVE "FULL" TO WS-SHIPMENT-TAG
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING XRG-SUBSCRIBER-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               XRG-RUN-DATE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SHIPMENT-TAG DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               XRG-RECORD-COUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
           MOVE SPACES TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SUBSCRIB   SHIPPED    TYPE   RECORDS   "
                   DELIMITED BY SIZE
               "HASH TOTAL       " DELIMITED BY SIZE
               "STS  " DELIMITED BY SIZE
               "ACK DATE   AGE   NOTE" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "--------   --------   ----   -------   "
                   DELIMITED BY SIZE
               "------------     " DELIMITED BY SIZE
               "---  " DELIMITED BY SIZE
               "--------   ---   ----" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

       PRINT-SUBSCRIBER-SUMMARY.
           IF WS-LINES-ON-PAGE + WS-HOLD-SUB-COUNT + 4
                   > WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SUBSCRIB   SHIPMENTS   REJECTED   OVERDUE   "
                   DELIMITED BY SIZE
               "ORPHANS   STATUS" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "--------   ---------   --------   -------   "
                   DELIMITED BY SIZE
               "-------   ------" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINES-ON-PAGE.
           PERFORM PRINT-ONE-SUBSCRIBER-LINE
               VARYING WS-HOLD-SUB-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-SUB-INDEX > WS-HOLD-SUB-COUNT.

       PRINT-ONE-SUBSCRIBER-LINE.
           IF WS-HOLD-SUB-REJECTS (WS-HOLD-SUB-INDEX) > ZERO
                   OR WS-HOLD-SUB-OVERDUE (WS-HOLD-SUB-INDEX) > ZERO
                   OR WS-HOLD-SUB-ORPHANS (WS-HOLD-SUB-INDEX) > ZERO
                   THEN
               ADD 1 TO WS-HELD-SUB-COUNT
               MOVE "HELD" TO WS-SUB-STATUS-NOTE
               DISPLAY "PISSACKP - SUBSCRIBER "
                   WS-HOLD-SUB-ID (WS-HOLD-SUB-INDEX) " HELD"
           ELSE
               MOVE "CLEAR" TO WS-SUB-STATUS-NOTE
           END-IF.
           MOVE WS-HOLD-SUB-SHIPMENTS (WS-HOLD-SUB-INDEX)
               TO WS-DETAIL-SHIPMENTS.
           MOVE WS-HOLD-SUB-REJECTS (WS-HOLD-SUB-INDEX)
               TO WS-DETAIL-REJECTS.
           MOVE WS-HOLD-SUB-OVERDUE (WS-HOLD-SUB-INDEX)
               TO WS-DETAIL-OVERDUE.
           MOVE WS-HOLD-SUB-ORPHANS (WS-HOLD-SUB-INDEX)
               TO WS-DETAIL-ORPHANS.
           MOVE SPACES TO RPT-LINE.
           STRING WS-HOLD-SUB-ID (WS-HOLD-SUB-INDEX) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-DETAIL-SHIPMENTS DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-DETAIL-REJECTS DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-DETAIL-OVERDUE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-DETAIL-ORPHANS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SUB-STATUS-NOTE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       TERMINATE-RUN.
           MOVE SPACES TO RPT-LINE.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-HELD-SUB-COUNT TO WS-DETAIL-HELD.
           IF WS-HOLD-CONDITION THEN
               STRING "REJECTED, OVERDUE, OR UNMATCHED "
                       DELIMITED BY SIZE
                   "ACKNOWLEDGMENTS FOUND - " DELIMITED BY SIZE
                   WS-DETAIL-HELD DELIMITED BY SIZE
                   " SUBSCRIBER(S) HELD" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
           DISPLAY "REJECTED . . . . . . . " WS-REJECT-COUNT.
           DISPLAY "OVERDUE. . . . . . . . " WS-OVERDUE-COUNT.
           DISPLAY "ORPHAN ACKS. . . . . . " WS-ORPHAN-COUNT.
           DISPLAY "SUBSCRIBERS HELD . . . " WS-HELD-SUB-COUNT.
           IF WS-HOLD-CONDITION THEN
               MOVE 8 TO RETURN-CODE
           ELSE
