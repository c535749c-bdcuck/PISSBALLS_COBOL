      *----------------------------------------------------------------*
      *  PISSXRG - DOWNSTREAM TRANSMISSION REGISTER RECORD LAYOUT      *
      *  ONE RECORD PER SUBSCRIBER SHIPMENT PER RUN DATE.             *
      *  APPENDED BY PISSXTRC WITH STATUS S (SHIPPED) AND THE HDR/TRL  *
      *  CONTROL FIGURES; UPDATED BY PISSACKP FROM THE RECEIVER'S      *
      *  DAILY ACKNOWLEDGMENT FILE.  STATUS CODES:                     *
      *    A - ACKNOWLEDGED, COUNT AND HASH AGREED                     *
      *    R - REJECTED (RECEIVER SAID SO, OR COUNT/HASH DISAGREED)    *
      *    U - UNACKNOWLEDGED PAST THE PISSAPRM AGE LIMIT              *
      *  SHIPMENT TYPES:                                               *
      *    BLANK - THE NIGHTLY (OR REBUILT) FULL EXTRACT               *
      *    C     - A PISSCORR CORRECTION DELTA; THE CORRECTION         *
      *            SEQUENCE NUMBERS THE DELTAS FOR ONE RUN DATE        *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  09/02/2026 RFK   ORIGINAL                                    *
      *  10/15/2026 RFK   ADD XRG-SUBSCRIBER-ID FROM FILLER - THE      *
      *                   REGISTER IS NOW KEYED BY SUBSCRIBER PLUS     *
      *                   RUN DATE.  RECORDS WRITTEN BEFORE THE        *
      *                   SUBSCRIBER MASTER CARRY A BLANK ID           *
      *  10/15/2026 RFK   ADD XRG-SHIPMENT-TYPE AND                    *
      *                   XRG-CORRECTION-SEQ FROM FILLER - A           *
      *                   CORRECTION DELTA IS REGISTERED AND           *
      *                   ACKNOWLEDGED SEPARATELY FROM THE FULL        *
      *                   SHIPMENT FOR THE SAME RUN DATE               *
      *  10/15/2026 RFK   ADD XRG-SET-VOLUME FROM FILLER - THE RECORDS *
      *                   SHIPPED BROKEN DOWN BY RULE SET, SO PISSCHRG *
      *                   CAN CHARGE SHIPPING TO EACH PRODUCT LINE.    *
      *                   RECORDS WRITTEN BEFORE THIS CARRY SPACES     *
      *                   (NOT NUMERIC) AND ARE REPORTED UNATTRIBUTED  *
      *----------------------------------------------------------------*
       01  PISSBALLS-REGISTER-RECORD.
           05  XRG-RUN-DATE            PIC X(08).
               88  XRG-UNACKNOWLEDGED  VALUE "U".
           05  XRG-ACK-DATE            PIC X(08).
           05  XRG-AGE-DAYS            PIC 9(03).
           05  XRG-SUBSCRIBER-ID       PIC X(08).
           05  XRG-SHIPMENT-TYPE       PIC X(01).
               88  XRG-FULL-SHIPMENT   VALUE SPACE.
               88  XRG-CORRECTION      VALUE "C".
           05  XRG-CORRECTION-SEQ      PIC 9(02).
           05  XRG-CORRECTION-SEQ-X REDEFINES XRG-CORRECTION-SEQ
                                       PIC X(02).
           05  XRG-SET-VOLUME OCCURS 5 TIMES.
               10  XRG-SHIP-SET-ID     PIC X(04).
               10  XRG-SHIP-SET-COUNT  PIC 9(05).
           05  FILLER                  PIC X(05).
