      *----------------------------------------------------------------*
      *  PISSOVR - COUNT-VALUE CLASSIFICATION OVERRIDE CARD LAYOUT     *
      *  ONE CARD PER SET ID + COUNT VALUE WHOSE CLASSIFICATION IS     *
      *  FORCED, WHATEVER THE DIVISOR RULES WOULD SAY.  PISSEDIT       *
      *  EDITS THE WHOLE MEMBER AND PASSES THE CARDS IN FORCE FOR     *
      *  THE RUN DATE (EFFECTIVE <= RUN DATE <= EXPIRY, BOTH DATES    *
      *  INCLUSIVE) TO PISSBALLS, WHICH APPLIES THEM AHEAD OF THE     *
      *  RULES.  A BLANK OVR-CLASS-CODE FORCES A PLAIN NUMBER.  USE   *
      *  99991231 AS THE EXPIRY OF AN OPEN-ENDED OVERRIDE.  THE       *
      *  REFERENCE (CHANGE TICKET OR APPROVAL NUMBER) IS REQUIRED     *
      *  AND PRINTS ON THE NIGHTLY OVERRIDE REPORT.                   *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-OVERRIDE-RECORD.
           05  OVR-SET-ID              PIC X(04).
           05  OVR-COUNT-VALUE         PIC 9(05).
           05  OVR-COUNT-VALUE-X REDEFINES OVR-COUNT-VALUE
                                       PIC X(05).
           05  OVR-EFFECTIVE-DATE      PIC X(08).
           05  OVR-EXPIRY-DATE         PIC X(08).
           05  OVR-CLASS-CODE          PIC X(44).
           05  OVR-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(01).
