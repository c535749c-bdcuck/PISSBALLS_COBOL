       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSSTLG.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - PISSBALJ STEP LEDGER CHECK AND   *
      *                   POST. A CHECK CARD, RUN AHEAD OF A LEDGER   *
      *                   STEP, ENDS RC 0 WHEN THE PISSRSTC RESTART   *
      *                   PLAN RUNS THE STEP AND RC 4 WHEN IT IS      *
      *                   ALREADY COMPLETE FOR THE RUN DATE, SO THE   *
      *                   STEP IS SKIPPED; A STEP MISSING FROM THE    *
      *                   PLAN IS HELD (RC 8). A COMPLETE CARD, RUN   *
      *                   AFTER THE STEP ENDS WITHIN ITS ACCEPTED     *
      *                   RETURN CODES, APPENDS THE STEP'S PISSSTL    *
      *                   LEDGER RECORD UNDER THE PLAN'S RUN DATE, SO *
      *                   A NIGHT THAT RUNS PAST MIDNIGHT STAYS ON    *
      *                   ONE DATE. A COMPLETION THAT CANNOT BE       *
      *                   RECORDED ENDS RC 16                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISSSLC-FILE ASSIGN TO PISSSLC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-STATUS.
           SELECT PISSRSTP-FILE ASSIGN TO PISSRSTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.
           SELECT PISSSTL-FILE ASSIGN TO PISSSTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSSLC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSSLC.

       FD  PISSRSTP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSRSP.

       FD  PISSSTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSSTL.

       WORKING-STORAGE SECTION.
       01 WS-SLC-STATUS PIC XX VALUE "00".
       01 WS-RSP-STATUS PIC XX VALUE "00".
       01 WS-STL-STATUS PIC XX VALUE "00".
       01 WS-RSP-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-RSP-EOF VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-FUNCTION PIC X(08) VALUE SPACES.
           88 WS-CHECK-STEP VALUE "CHECK".
           88 WS-COMPLETE-STEP VALUE "COMPLETE".
       01 WS-STEP-NAME PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-PROGRAM-ID PIC X(09) VALUE SPACES.
       01 WS-STEP-ACTION PIC X(01) VALUE SPACE.
           88 WS-RUN-STEP VALUE "R".
           88 WS-SKIP-STEP VALUE "S".
       01 WS-SUBMISSION-TYPE PIC X(01) VALUE SPACE.
       01 WS-PLAN-COUNT PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       PISSSTLG-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM READ-CONTROL-CARD.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM FIND-STEP-ON-PLAN
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               IF WS-CHECK-STEP THEN
                   PERFORM CHECK-THE-STEP
               ELSE
                   PERFORM RECORD-STEP-COMPLETE
               END-IF
           END-IF.
           PERFORM TERMINATE-RUN.
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT PISSSLC-FILE.
           IF WS-SLC-STATUS NOT = "00" THEN
               DISPLAY "PISSSTLG - CONTROL CARD DATASET WILL NOT OPEN "
                   "- FILE STATUS " WS-SLC-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               READ PISSSLC-FILE
                   AT END
                       DISPLAY "PISSSTLG - CONTROL CARD IS EMPTY"
                       SET WS-ABEND-CONDITION TO TRUE
                   NOT AT END
                       MOVE SLC-FUNCTION TO WS-FUNCTION
                       MOVE SLC-STEP-NAME TO WS-STEP-NAME
               END-READ
               CLOSE PISSSLC-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               IF (NOT WS-CHECK-STEP AND NOT WS-COMPLETE-STEP)
                       OR WS-STEP-NAME = SPACES THEN
                   DISPLAY "PISSSTLG - INVALID CONTROL CARD - "
                       "FUNCTION " WS-FUNCTION " STEP " WS-STEP-NAME
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.

       FIND-STEP-ON-PLAN.
           OPEN INPUT PISSRSTP-FILE.
           IF WS-RSP-STATUS NOT = "00" THEN
               DISPLAY "PISSSTLG - RESTART PLAN WILL NOT OPEN - FILE "
                   "STATUS " WS-RSP-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM READ-ONE-PLAN-RECORD
                   UNTIL WS-RSP-EOF OR WS-ENTRY-FOUND
               CLOSE PISSRSTP-FILE
               IF NOT WS-ENTRY-FOUND THEN
                   DISPLAY "PISSSTLG - " WS-STEP-NAME
                       " IS NOT ON THE RESTART PLAN ("
                       WS-PLAN-COUNT " STEPS PLANNED)"
                   IF WS-CHECK-STEP THEN
                       DISPLAY "PISSSTLG - " WS-STEP-NAME
                           " IS HELD - RUN HELD"
                       SET WS-HOLD-CONDITION TO TRUE
                   ELSE
                       DISPLAY "PISSSTLG - " WS-STEP-NAME
                           " COMPLETION NOT RECORDED - A "
                           "RESUBMISSION WILL RERUN IT"
                       SET WS-ABEND-CONDITION TO TRUE
                   END-IF
               END-IF
           END-IF.

       READ-ONE-PLAN-RECORD.
           READ PISSRSTP-FILE
               AT END
                   SET WS-RSP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PLAN-COUNT
                   IF RSP-STEP-NAME = WS-STEP-NAME THEN
                       MOVE RSP-RUN-DATE TO WS-RUN-DATE
                       MOVE RSP-PROGRAM-ID TO WS-PROGRAM-ID
                       MOVE RSP-STEP-ACTION TO WS-STEP-ACTION
                       MOVE RSP-SUBMISSION-TYPE TO WS-SUBMISSION-TYPE
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
           END-READ.

       CHECK-THE-STEP.
           IF WS-SKIP-STEP THEN
               DISPLAY "PISSSTLG - " WS-STEP-NAME " (" WS-PROGRAM-ID
                   ") ALREADY COMPLETE FOR RUN DATE " WS-RUN-DATE
                   " - SKIPPED"
           ELSE
               DISPLAY "PISSSTLG - " WS-STEP-NAME " (" WS-PROGRAM-ID
                   ") RUNS FOR RUN DATE " WS-RUN-DATE
           END-IF.

       RECORD-STEP-COMPLETE.
           OPEN EXTEND PISSSTL-FILE.
           IF WS-STL-STATUS NOT = "00" THEN
               DISPLAY "PISSSTLG - STEP LEDGER WILL NOT OPEN - FILE "
                   "STATUS " WS-STL-STATUS
               DISPLAY "PISSSTLG - " WS-STEP-NAME
                   " COMPLETION NOT RECORDED - A RESUBMISSION WILL "
                   "RERUN IT"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               MOVE SPACES TO PISSBALLS-STEP-LEDGER
               MOVE WS-RUN-DATE TO STL-RUN-DATE
               MOVE WS-STEP-NAME TO STL-STEP-NAME
               MOVE WS-PROGRAM-ID TO STL-PROGRAM-ID
               SET STL-STEP-COMPLETE TO TRUE
               MOVE WS-SUBMISSION-TYPE TO STL-SUBMISSION-TYPE
               ACCEPT STL-COMPLETED-DATE FROM DATE YYYYMMDD
               ACCEPT STL-COMPLETED-TIME FROM TIME
               WRITE PISSBALLS-STEP-LEDGER
               CLOSE PISSSTL-FILE
               DISPLAY "PISSSTLG - " WS-STEP-NAME " (" WS-PROGRAM-ID
                   ") RECORDED COMPLETE FOR RUN DATE " WS-RUN-DATE
           END-IF.

       TERMINATE-RUN.
           EVALUATE TRUE
               WHEN WS-ABEND-CONDITION
                   MOVE 16 TO RETURN-CODE
               WHEN WS-HOLD-CONDITION
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHECK-STEP AND WS-SKIP-STEP
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
