      *                   (A LABEL THAT IS A PREFIX OF ANOTHER NO     *
      *                   LONGER FALSE-MATCHES).  WIDENED TO X(44)    *
      *                   FOR THE 5-LABEL WORST CASE PLUS SEPARATORS  *
      *  10/15/2026 RFK   ADDED OUT-OVERRIDE-FLAG - Y WHEN THE CLASS   *
      *                   CODE CAME FROM A PARMLIB(OVERRIDE) CARD      *
      *                   INSTEAD OF THE DIVISOR RULES                 *
      *----------------------------------------------------------------*
       01  PISSBALLS-OUTPUT-RECORD.
           05  OUT-COUNT-VALUE         PIC 9(05).
           05  OUT-SET-ID              PIC X(04).
           05  OUT-CLASS-CODE          PIC X(44).
           05  OUT-RUN-DATE            PIC X(08).
           05  OUT-OVERRIDE-FLAG       PIC X(01).
               88  OUT-OVERRIDDEN      VALUE "Y".
           05  FILLER                  PIC X(18).
