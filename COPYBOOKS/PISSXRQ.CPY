      *  ONE CARD PER RUN.  THE REQUESTED RUN DATE (YYYYMMDD) IS THE   *
      *  PRIOR PROCESSING DATE WHOSE DOWNSTREAM EXTRACT IS TO BE       *
      *  REBUILT FROM THE PISSHST HISTORY MASTER AFTER THE DAILY       *
      *  PISSOUT HAS BEEN DELETED.  THE SUBSCRIBER ID NAMES WHICH      *
      *  PISSSUB SUBSCRIBER'S EXTRACT IS REBUILT.  THE OPERATOR ID     *
      *  MUST HOLD EXTRACT REBUILD AUTHORITY ON THE PISSOPR MASTER.    *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  09/02/2026 RFK   ORIGINAL                                    *
      *  10/15/2026 RFK   ADD XRQ-SUBSCRIBER-ID                       *
      *  10/15/2026 RFK   ADD XRQ-OPERATOR-ID                         *
      *----------------------------------------------------------------*
       01  PISSXTRH-REQUEST-CARD.
           05  XRQ-RUN-DATE            PIC X(08).
           05  XRQ-SUBSCRIBER-ID       PIC X(08).
           05  XRQ-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(56).
