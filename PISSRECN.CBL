      *                   CARRIES THE REBUILT PROCESSING DATE AND      *
      *                   THE BACKDATE FLAG INSTEAD OF MASQUERADING    *
      *                   AS A NORMAL RUN OF TODAY                     *
      *  10/15/2026 RFK   EVERY RUN NOW ENDS BY APPENDING A PISSCST    *
      *                   CONTROL STATUS RECORD (RETURN CODE AND       *
      *                   VARIANCE COUNT) TO                           *
      *                   PISSBALLS.DAILY.CONTROL.STATUS FOR THE       *
      *                   PISSMORN MORNING STATUS PAGE AND MONITORING  *
      *                   RECORD                                       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PISSADAT-FILE ASSIGN TO PISSADAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.
           SELECT PISSCST-FILE ASSIGN TO PISSCST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSADAT.

       FD  PISSCST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSCST.

       WORKING-STORAGE SECTION.
       01 WS-YESTERDAY-STATUS PIC XX VALUE "00".
       01 WS-TODAY-STATUS PIC XX VALUE "00".
       01 WS-RLOG-STATUS PIC XX VALUE "00".
       01 WS-ADT-STATUS PIC XX VALUE "00".
       01 WS-CST-STATUS PIC XX VALUE "00".
       01 WS-BACKDATE-SWITCH PIC X(01) VALUE "N".
           88 WS-BACKDATE-CONDITION VALUE "Y".
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
           CLOSE PISSEXC-FILE.
           CLOSE PISSRPT-FILE.
           PERFORM WRITE-RUN-LOG.
           PERFORM WRITE-CONTROL-STATUS.
           STOP RUN.

       WRITE-CONTROL-STATUS.
           OPEN EXTEND PISSCST-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "PISSRECN - CONTROL STATUS DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-CST-STATUS
                   " - STATUS RECORD NOT WRITTEN"
           ELSE
               MOVE SPACES TO PISSBALLS-CONTROL-STATUS
               MOVE "PISSRECN" TO CST-PROGRAM-ID
               MOVE WS-RUN-DATE TO CST-RUN-DATE
               MOVE RETURN-CODE TO CST-RETURN-CODE
               MOVE WS-EXCEPTION-COUNT TO CST-ITEM-COUNT
               MOVE "VARIANCES BEYOND TOLERANCE" TO CST-ITEM-TEXT
               ACCEPT CST-WRITTEN-DATE FROM DATE YYYYMMDD
               ACCEPT CST-WRITTEN-TIME FROM TIME
               WRITE PISSBALLS-CONTROL-STATUS
               CLOSE PISSCST-FILE
           END-IF.

       READ-AS-OF-DATE.
           OPEN INPUT PISSADAT-FILE.
           IF WS-ADT-STATUS = "00" THEN
