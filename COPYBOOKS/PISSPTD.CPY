      *----------------------------------------------------------------*
      *  PISSPTD - PERIOD-TO-DATE ACCUMULATOR RECORD LAYOUT            *
      *  ONE RECORD PER PERIOD PER RULE SET - A MONTH (TYPE M, ID      *
      *  YYYYMM) AND A QUARTER (TYPE Q, ID YYYYQN) FOR EVERY SET.      *
      *  PISSPTDA ADDS EACH NIGHT'S PISSSUM RECORDS INTO THE MONTH     *
      *  AND THE QUARTER THE RUN DATE FALLS IN, SO THE MASTER ALWAYS   *
      *  HOLDS MONTH-TO-DATE AND QUARTER-TO-DATE TOTALS.  RULE HITS    *
      *  ARE KEPT BY LABEL (A RULE CHANGE INSIDE THE PERIOD ADDS A     *
      *  LABEL SLOT).  PISSPCLS CERTIFIES THE RECORDS AGAINST THE      *
      *  SUMMARY HISTORY WHEN THE PERIOD IS CLOSED.                    *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-PERIOD-TOTAL-RECORD.
           05  PTD-PERIOD-TYPE         PIC X(01).
               88  PTD-MONTH           VALUE "M".
               88  PTD-QUARTER         VALUE "Q".
           05  PTD-PERIOD-ID           PIC X(06).
           05  PTD-SET-ID              PIC X(04).
           05  PTD-FIRST-RUN-DATE      PIC X(08).
           05  PTD-LAST-RUN-DATE       PIC X(08).
           05  PTD-RUN-DAYS            PIC 9(03).
           05  PTD-LABEL-COUNT         PIC 9(02).
           05  PTD-LABEL-TOTAL OCCURS 10 TIMES.
               10  PTD-LABEL           PIC X(08).
               10  PTD-LABEL-HITS      PIC 9(07).
           05  PTD-PLAIN-COUNT         PIC 9(07).
           05  PTD-OVERRIDE-COUNT      PIC 9(07).
           05  PTD-TOTAL-COUNT         PIC 9(07).
           05  FILLER                  PIC X(37).
