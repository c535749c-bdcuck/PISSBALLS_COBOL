      *----------------------------------------------------------------*
      *  PISSOPR - OPERATOR AUTHORIZATION MASTER RECORD LAYOUT         *
      *  ONE RECORD PER OPERATOR ID ALLOWED TO SUBMIT PISSBALLS        *
      *  MAINTENANCE CARDS, KEPT IN PARMLIB(OPERATOR) BY SECURITY      *
      *  ADMINISTRATION.  EVERY CARD-DRIVEN MAINTENANCE PROGRAM        *
      *  CHECKS ITS CARD'S OPERATOR ID HERE: THE OPERATOR MUST BE ON   *
      *  THE MASTER, ACTIVE, AND FLAGGED "Y" FOR THE FUNCTION.  A      *
      *  REVOKED OPERATOR IS KEPT ON THE MASTER (NOT DELETED) SO THE   *
      *  SECURITY-VIOLATION REPORT CAN STILL NAME THE OPERATOR.        *
      *  FUNCTIONS:                                                    *
      *    1 - RULE MAINTENANCE             PISSRMNT                   *
      *    2 - EXCEPTION ACKNOWLEDGE/RESOLVE PISSEXCM                  *
      *    3 - HISTORY ARCHIVE              PISSHARC                   *
      *    4 - EXTRACT REBUILD              PISSXTRH                   *
      *    5 - REPORT LIST/REPRINT          PISSRPRN                   *
      *    6 - PERIOD CLOSE/REOPEN          PISSPCLS                   *
      *    7 - BACKUP SET RESTORE           PISSBKRS                   *
      *    8 - SINGLE-SET CORRECTION        PISSCORR                   *
      *  STATUS CODES:                                                 *
      *    A - ACTIVE                                                  *
      *    R - REVOKED, EVERY REQUEST REJECTED                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *  10/15/2026 RFK   ADD OPR-BACKUP-RESTORE (FUNCTION 7), CARVED *
      *                   FROM FILLER SO EXISTING RECORDS STAY        *
      *                   READABLE                                    *
      *  10/15/2026 RFK   ADD OPR-SET-CORRECTION (FUNCTION 8), CARVED *
      *                   FROM FILLER                                 *
      *----------------------------------------------------------------*
       01  PISSBALLS-OPERATOR-RECORD.
           05  OPR-OPERATOR-ID         PIC X(08).
           05  OPR-STATUS              PIC X(01).
               88  OPR-ACTIVE          VALUE "A".
               88  OPR-REVOKED         VALUE "R".
           05  OPR-FUNCTIONS.
               10  OPR-RULE-MAINT      PIC X(01).
               10  OPR-EXCEPTION-MAINT PIC X(01).
               10  OPR-HISTORY-ARCHIVE PIC X(01).
               10  OPR-EXTRACT-REBUILD PIC X(01).
               10  OPR-REPORT-REPRINT  PIC X(01).
               10  OPR-PERIOD-CLOSE    PIC X(01).
           05  OPR-FUNCTION-FLAGS REDEFINES OPR-FUNCTIONS.
               10  OPR-FUNCTION-FLAG   PIC X(01)
                                       OCCURS 6 TIMES.
           05  OPR-OPERATOR-NAME       PIC X(30).
           05  OPR-STATUS-DATE         PIC X(08).
           05  OPR-REFERENCE           PIC X(10).
           05  OPR-BACKUP-RESTORE      PIC X(01).
           05  OPR-SET-CORRECTION      PIC X(01).
           05  FILLER                  PIC X(15).
