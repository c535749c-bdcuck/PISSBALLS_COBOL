      *  08/22/2026 RFK   THE KEY NOW INCLUDES THE RULE-SET ID - ONE   *
      *                   HISTORY RECORD PER SET PER COUNT VALUE PER   *
      *                   RUN DATE                                     *
      *  10/15/2026 RFK   CARRIES THE PISSOUT OVERRIDE FLAG ONTO THE   *
      *                   HISTORY RECORD                               *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE OUT-SET-ID TO HST-SET-ID.
           MOVE OUT-COUNT-VALUE TO HST-COUNT-VALUE.
           MOVE OUT-CLASS-CODE TO HST-CLASS-CODE.
           MOVE OUT-OVERRIDE-FLAG TO HST-OVERRIDE-FLAG.

       TERMINATE-RUN.
           CLOSE PISSOUT-FILE.
