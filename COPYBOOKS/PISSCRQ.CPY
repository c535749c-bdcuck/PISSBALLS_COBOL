      *----------------------------------------------------------------*
      *  PISSCRQ - SINGLE-SET CORRECTION REQUEST CARD LAYOUT           *
      *  ONE CARD PER RUN OF JOB PISSCORJ.  NAMES THE RUN DATE AND     *
      *  THE ONE RULE SET WHOSE NIGHT IS TO BE RE-CLASSIFIED UNDER     *
      *  THE CORRECTED CONTROL RECORD.  THE RUN DATE IS IN COLUMNS     *
      *  1-8 SO THE SAME CARD SERVES AS THE PISSADAT AS-OF CARD FOR    *
      *  THE CORRECTION RUN.  PISSBALLS RE-CLASSIFIES ONLY THE NAMED   *
      *  SET; PISSCORR REPLACES THAT SET'S DETAIL, SUMMARY AND         *
      *  HISTORY RECORDS AND SHIPS THE CHANGED VALUES DOWNSTREAM.      *
      *  THE OPERATOR ID MUST HOLD SET CORRECTION AUTHORITY ON THE     *
      *  PISSOPR MASTER.  THE REFERENCE (CHANGE TICKET) AND REASON     *
      *  ARE CARRIED TO THE RUN LOG AND THE CORRECTION REPORT.         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-CORRECTION-CARD.
           05  CRQ-RUN-DATE            PIC X(08).
           05  CRQ-SET-ID              PIC X(04).
           05  CRQ-OPERATOR-ID         PIC X(08).
           05  CRQ-REFERENCE           PIC X(10).
           05  CRQ-REASON              PIC X(40).
           05  FILLER                  PIC X(10).
