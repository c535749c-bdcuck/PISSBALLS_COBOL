      *                   RULE SET PER RUN, SO PISSRECN CAN            *
      *                   RECONCILE EACH SET AGAINST ITS OWN PRIOR-   *
      *                   DAY COUNTERPART                             *
      *  10/15/2026 RFK   ADDED SUM-OVERRIDE-COUNT - COUNT VALUES      *
      *                   WHOSE CLASS CODE WAS FORCED BY AN OVERRIDE  *
      *                   CARD.  THEY ARE IN SUM-TOTAL-COUNT BUT IN   *
      *                   NEITHER THE RULE HITS NOR SUM-PLAIN-COUNT   *
      *----------------------------------------------------------------*
       01  PISSBALLS-SUMMARY-RECORD.
           05  SUM-RUN-DATE             PIC X(08).
               10  SUM-RULE-HITS        PIC 9(05).
           05  SUM-PLAIN-COUNT          PIC 9(05).
           05  SUM-TOTAL-COUNT          PIC 9(05).
           05  SUM-OVERRIDE-COUNT       PIC 9(05).
           05  FILLER                   PIC X(07).
