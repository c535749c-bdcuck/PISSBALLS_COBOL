      *  HASH TOTAL ECHO THE HDR/TRL FIGURES OF THE SHIPMENT BEING    *
      *  ACKNOWLEDGED; PISSACKP MATCHES THEM AGAINST THE              *
      *  TRANSMISSION REGISTER.  STATUS IS A (ACCEPTED) OR R          *
      *  (REJECTED BY THE RECEIVER'S OWN BALANCING).  THE SUBSCRIBER   *
      *  ID IS THE RECEIVER'S PISSSUB SUBSCRIBER MASTER ID.  THE       *
      *  SHIPMENT TYPE AND CORRECTION SEQUENCE ECHO THE HDR OF A       *
      *  PISSCORR CORRECTION DELTA (TYPE C); BOTH ARE BLANK WHEN THE   *
      *  FULL SHIPMENT IS ACKNOWLEDGED.                                *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  09/02/2026 RFK   ORIGINAL                                    *
      *  10/15/2026 RFK   ADD ACK-SUBSCRIBER-ID FROM FILLER            *
      *  10/15/2026 RFK   ADD ACK-SHIPMENT-TYPE AND ACK-CORRECTION-SEQ *
      *                   FROM FILLER                                  *
      *----------------------------------------------------------------*
       01  PISSBALLS-ACK-RECORD.
           05  ACK-RUN-DATE            PIC X(08).
           05  ACK-STATUS              PIC X(01).
               88  ACK-ACCEPTED        VALUE "A".
               88  ACK-REJECTED        VALUE "R".
           05  ACK-SUBSCRIBER-ID       PIC X(08).
           05  ACK-SHIPMENT-TYPE       PIC X(01).
           05  ACK-CORRECTION-SEQ      PIC X(02).
           05  FILLER                  PIC X(41).
