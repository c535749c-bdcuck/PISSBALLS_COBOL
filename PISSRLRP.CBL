      *                   BACKDATE FLAG - SO A BACKDATED REBUILD      *
      *                   RUN UNDER A PISSADAT AS-OF DATE IS          *
      *                   VISIBLE ON THE QUARTERLY AUDIT REPORT       *
      *  10/15/2026 RFK   ADDED THE COR COLUMN - THE PISSRLOG         *
      *                   CORRECTION FLAG - AND A CORRECTION LINE     *
      *                   UNDER EACH SINGLE-SET CORRECTION RUN        *
      *                   SHOWING ITS REFERENCE AND, FOR PISSCORR,    *
      *                   THE COUNT VALUES WHOSE CLASSIFICATION       *
      *                   CHANGED                                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RLOG-RESTART-FLAG DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RLOG-BACKDATE-FLAG DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RLOG-CORRECTION-FLAG DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RLOG-RETURN-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF RLOG-CORRECTION-FLAG = "Y" THEN
               PERFORM PRINT-ONE-RUN-CORRECTION
           END-IF.
           IF RLOG-SET-COUNT NUMERIC AND RLOG-SET-COUNT > ZERO THEN
               PERFORM PRINT-ONE-RUN-SET
                   VARYING WS-SET-INDEX FROM 1 BY 1
                       OR WS-SET-INDEX > 5
           END-IF.

       PRINT-ONE-RUN-CORRECTION.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO RPT-LINE.
           IF RLOG-PROGRAM-ID = "PISSCORR" THEN
               STRING "            CORRECTION REF " DELIMITED BY SIZE
                   RLOG-CORRECTION-REF DELIMITED BY SIZE
                   "  VALUES CHANGED: " DELIMITED BY SIZE
                   RLOG-CHANGED-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "            CORRECTION REF " DELIMITED BY SIZE
                   RLOG-CORRECTION-REF DELIMITED BY SIZE
                   "  SET RE-CLASSIFIED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PRINT-ONE-RUN-SET.
           MOVE SPACES TO WS-RULE-LIST.
           MOVE 1 TO WS-LIST-POINTER.
           MOVE SPACES TO RPT-LINE.
           STRING "PROGRAM    RUN DATE  START     END       RST  BKD"
                   DELIMITED BY SIZE
               "  COR  RC   TOTAL  BOUND" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "-------    --------  -----     ---       ---  ---"
                   DELIMITED BY SIZE
               "  ---  --   -----  -----" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE PISSBALLS-REPORT-LINE AFTER ADVANCING 1 LINE.
