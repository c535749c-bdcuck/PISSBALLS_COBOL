      *----------------------------------------------------------------*
      *  PISSGLJ - GENERAL LEDGER JOURNAL FEED RECORD LAYOUT           *
      *  FIXED 80-BYTE RECORDS WRITTEN BY PISSCHRG, ONE JOURNAL PER    *
      *  CHARGED MONTH, JOURNAL ID CB + YYYYMM:                        *
      *    H - HEADER, ONE PER FILE                                    *
      *    D - DETAIL, ONE DEBIT PER CHARGED RULE SET TO ITS OWNING    *
      *        COST CENTER AND ACCOUNT, THEN ONE CREDIT OF THE TOTAL   *
      *        TO THE OPERATIONS COST CENTER AND ACCOUNT               *
      *    T - TRAILER, DETAIL COUNT AND DEBIT AND CREDIT TOTALS       *
      *  AMOUNTS ARE UNSIGNED; GLJ-DR-CR CARRIES THE SIDE.  A MONTH    *
      *  NOT YET CLOSED ON THE PERIOD REGISTER GETS A HEADER AND A     *
      *  ZERO TRAILER ONLY, WITH GLJ-JOURNAL-STATUS P (PRELIMINARY).   *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE         PIC X(01).
               88  GLJ-HEADER-RECORD   VALUE "H".
               88  GLJ-DETAIL-RECORD   VALUE "D".
               88  GLJ-TRAILER-RECORD  VALUE "T".
           05  GLJ-JOURNAL-ID          PIC X(08).
           05  GLJ-PERIOD              PIC X(06).
           05  GLJ-HEADER-DATA.
               10  GLJ-SOURCE-SYSTEM   PIC X(08).
               10  GLJ-CREATED-DATE    PIC X(08).
               10  GLJ-JOURNAL-STATUS  PIC X(01).
                   88  GLJ-FINAL-JOURNAL       VALUE "F".
                   88  GLJ-PRELIMINARY-JOURNAL VALUE "P".
               10  GLJ-JOURNAL-TEXT    PIC X(30).
               10  FILLER              PIC X(18).
           05  GLJ-DETAIL-DATA REDEFINES GLJ-HEADER-DATA.
               10  GLJ-LINE-NUMBER     PIC 9(05).
               10  GLJ-COST-CENTER     PIC X(06).
               10  GLJ-GL-ACCOUNT      PIC X(10).
               10  GLJ-DR-CR           PIC X(01).
                   88  GLJ-DEBIT       VALUE "D".
                   88  GLJ-CREDIT      VALUE "C".
               10  GLJ-AMOUNT          PIC 9(09)V99.
               10  GLJ-SET-ID          PIC X(04).
               10  GLJ-DESCRIPTION     PIC X(28).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-HEADER-DATA.
               10  GLJ-DETAIL-COUNT    PIC 9(07).
               10  GLJ-DEBIT-TOTAL     PIC 9(11)V99.
               10  GLJ-CREDIT-TOTAL    PIC 9(11)V99.
               10  FILLER              PIC X(32).
