      *                   SO THE MOVING-AVERAGE AND BASELINE SERIES    *
      *                   ARE ALWAYS COMPUTED OVER A CHRONOLOGICAL     *
      *                   SERIES                                       *
      *  10/15/2026 RFK   EVERY RUN NOW ENDS BY APPENDING A PISSCST    *
      *                   CONTROL STATUS RECORD (RETURN CODE AND COUNT *
      *                   OF DRIFT FLAGS RAISED) TO                    *
      *                   PISSBALLS.DAILY.CONTROL.STATUS FOR THE       *
      *                   PISSMORN MORNING STATUS PAGE AND MONITORING  *
      *                   RECORD                                       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-SUMH-STATUS.
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
       01 WS-TPRM-STATUS PIC XX VALUE "00".
       01 WS-SUMH-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-SUMH-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SUMH-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
       01 WS-DRIFT-SWITCH PIC X(01) VALUE "N".
           88 WS-DRIFT-DETECTED VALUE "Y".
       01 WS-DRIFT-PCT PIC 9(03) VALUE 10.
       01 WS-DRIFT-FLAG-COUNT PIC 9(05) VALUE ZERO.
       01 WS-MAX-RUNS PIC 9(02) VALUE 30.
       01 WS-TSET-COUNT PIC 9(02) VALUE ZERO.
       01 WS-MAX-TSETS PIC 9(02) VALUE 10.
                   PERFORM TERMINATE-RUN
               END-IF
           END-IF.
           PERFORM WRITE-CONTROL-STATUS.
           STOP RUN.

       WRITE-CONTROL-STATUS.
           OPEN EXTEND PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "PISSTRND - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - STATUS RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-CONTROL-STATUS
               MOVE "PISSTRND" TO CST-PROGRAM-ID
               ACCEPT CST-RUN-DATE FROM DATE YYYYMMDD
               MOVE RETURN-CODE TO CST-RETURN-CODE
               MOVE WS-DRIFT-FLAG-COUNT TO CST-ITEM-COUNT
               MOVE "DRIFT FLAGS RAISED" TO CST-ITEM-TEXT
               ACCEPT CST-WRITTEN-DATE FROM DATE YYYYMMDD
               ACCEPT CST-WRITTEN-TIME FROM TIME
               WRITE PISSBALLS-CONTROL-STATUS
               CLOSE PISSCST-FILE
           END-IF.

       INITIALIZE-RUN.
           PERFORM READ-TREND-PARM.
           IF NOT WS-ABEND-CONDITION THEN
           IF WS-MA-COUNT = 7 THEN
               PERFORM EVALUATE-SERIES-DRIFT
           END-IF.
           IF WS-DETAIL-FLAG NOT = SPACES THEN
               ADD 1 TO WS-DRIFT-FLAG-COUNT
           END-IF.
           MOVE WS-SERIES-VALUE (WS-RUN-INDEX) TO WS-DETAIL-HITS.
           MOVE WS-MOVING-AVG TO WS-DETAIL-AVG.
           MOVE SPACES TO RPT-LINE.
