      *    REPRINT - COPY EVERY ARCHIVED REPORT MATCHING THE NAME      *
      *              AND RUN DATE BACK OUT TO PISSRPT, WITH PAGE       *
      *              THROWS RESTORED ON THE REPORT HEADERS             *
      *  EITHER FUNCTION NEEDS AN OPERATOR ID HOLDING REPORT REPRINT   *
      *  AUTHORITY ON THE PISSOPR MASTER.                              *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  09/02/2026 RFK   ORIGINAL                                    *
      *  10/15/2026 RFK   ADD RPQ-OPERATOR-ID                         *
      *----------------------------------------------------------------*
       01  PISSRPRN-REQUEST-CARD.
           05  RPQ-FUNCTION            PIC X(08).
               88  RPQ-REPRINT         VALUE "REPRINT".
           05  RPQ-REPORT-NAME         PIC X(08).
           05  RPQ-RUN-DATE            PIC X(08).
           05  RPQ-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(48).
