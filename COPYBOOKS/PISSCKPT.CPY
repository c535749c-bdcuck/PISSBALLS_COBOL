      *                   REPORT IS NOW PRODUCED IN FULL AT END OF    *
      *                   RUN FROM THE PISSOUT FILE, SO THERE IS NO   *
      *                   MID-RUN REPORT POSITION TO RESTORE          *
      *  10/15/2026 RFK   ADDED THE RUNNING OVERRIDE COUNT PER SET    *
      *                   (CARVED FROM FILLER, SAME SET ORDER AS      *
      *                   CKPT-SET-TOTAL)                             *
      *----------------------------------------------------------------*
       01  PISSBALLS-CHECKPOINT-RECORD.
           05  CKPT-LAST-COUNT          PIC 9(05).
               10  CKPT-RULE-HITS       PIC 9(05) OCCURS 5 TIMES.
               10  CKPT-PLAIN-COUNT     PIC 9(05).
               10  CKPT-TOTAL-COUNT     PIC 9(05).
           05  CKPT-OVERRIDE-COUNT      PIC 9(05) OCCURS 5 TIMES.
           05  FILLER                   PIC X(06).
