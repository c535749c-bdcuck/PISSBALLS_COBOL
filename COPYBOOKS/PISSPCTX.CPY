      *----------------------------------------------------------------*
      *  PISSPCTX - PERIOD CLOSE / REOPEN REQUEST CARD LAYOUT          *
      *  ONE CARD PER ACTION AGAINST A MONTH (TYPE M, ID YYYYMM) OR    *
      *  A QUARTER (TYPE Q, ID YYYYQN, N = 1-4).  ACTIONS:             *
      *    CLOSE  - CERTIFY THE PERIOD-TO-DATE TOTALS AGAINST THE      *
      *             SUMMARY HISTORY AND LOCK THE PERIOD                *
      *    REOPEN - UNLOCK A CLOSED PERIOD SO AN AS-OF REBUILD MAY     *
      *             RUN INTO IT; THE REASON IS REQUIRED                *
      *  THE OPERATOR ID AND REFERENCE (FINANCE APPROVAL OR CHANGE     *
      *  TICKET) ARE REQUIRED ON BOTH AND ARE KEPT ON THE PERMANENT    *
      *  PISSPREG PERIOD CLOSE REGISTER.                               *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSPCLS-REQUEST-CARD.
           05  PCT-ACTION              PIC X(06).
               88  PCT-CLOSE           VALUE "CLOSE ".
               88  PCT-REOPEN          VALUE "REOPEN".
           05  PCT-OPERATOR-ID         PIC X(08).
           05  PCT-PERIOD-TYPE         PIC X(01).
               88  PCT-MONTH           VALUE "M".
               88  PCT-QUARTER         VALUE "Q".
           05  PCT-PERIOD-ID           PIC X(06).
           05  PCT-MONTH-ID REDEFINES PCT-PERIOD-ID.
               10  PCT-PERIOD-YEAR     PIC X(04).
               10  PCT-PERIOD-MONTH    PIC X(02).
           05  PCT-QUARTER-ID REDEFINES PCT-PERIOD-ID.
               10  FILLER              PIC X(04).
               10  PCT-QUARTER-LETTER  PIC X(01).
               10  PCT-QUARTER-NUMBER  PIC X(01).
           05  PCT-REFERENCE           PIC X(10).
           05  PCT-REASON              PIC X(40).
           05  FILLER                  PIC X(09).
