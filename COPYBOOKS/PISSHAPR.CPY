      *  SEQUENTIAL ARCHIVE AND DELETED FROM THE KSDS.  THE CUTOFF     *
      *  MAY NOT BE LATER THAN THE RUN DATE MINUS 90 DAYS - THE        *
      *  90-DAY RETENTION FLOOR IS ENFORCED HERE, NOT LEFT TO THE      *
      *  OPERATOR'S ARITHMETIC.  THE OPERATOR ID MUST HOLD HISTORY     *
      *  ARCHIVE AUTHORITY ON THE PISSOPR MASTER.                      *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  09/02/2026 RFK   ORIGINAL                                    *
      *  10/15/2026 RFK   ADD HAP-OPERATOR-ID                         *
      *----------------------------------------------------------------*
       01  PISSHARC-PARAMETER-CARD.
           05  HAP-CUTOFF-DATE         PIC X(08).
           05  HAP-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(64).
