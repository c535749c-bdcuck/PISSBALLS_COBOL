      *----------------------------------------------------------------*
      *  PISSSUB - DOWNSTREAM SUBSCRIBER MASTER RECORD LAYOUT          *
      *  ONE RECORD PER CONSUMER OF THE NIGHTLY CLASSIFICATIONS.       *
      *  PISSXTRC SHIPS EACH ACTIVE SUBSCRIBER ITS OWN EXTRACT FROM    *
      *  THE DAY'S PISSOUT: A DETAIL RECORD SHIPS WHEN ITS SET ID IS   *
      *  ONE OF THE SUBSCRIBER'S SETS (ALL FIVE BLANK = EVERY SET)     *
      *  AND ITS CLASSIFICATION CONTAINS ONE OF THE SUBSCRIBER'S       *
      *  LABELS, SO PLAIN NUMBERS NEVER SHIP.  THE SLOT NUMBER (1-5)   *
      *  NAMES THE PISSDWN1-PISSDWN5 DD THE JOB POINTS AT THE          *
      *  SUBSCRIBER'S RECEIVING DATASET.  STATUS CODES:                *
      *    A - ACTIVE, SHIPPED NIGHTLY                                 *
      *    S - SUSPENDED, NOTHING SHIPPED OR REGISTERED                *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-SUBSCRIBER-RECORD.
           05  SUB-SUBSCRIBER-ID       PIC X(08).
           05  SUB-STATUS              PIC X(01).
               88  SUB-ACTIVE          VALUE "A".
               88  SUB-SUSPENDED       VALUE "S".
           05  SUB-DWN-SLOT            PIC 9(01).
           05  SUB-DWN-SLOT-X REDEFINES SUB-DWN-SLOT
                                       PIC X(01).
           05  SUB-SET-ID              PIC X(04)
                                       OCCURS 5 TIMES.
           05  SUB-CLASS-LABEL         PIC X(08)
                                       OCCURS 5 TIMES.
           05  SUB-NAME                PIC X(10).
