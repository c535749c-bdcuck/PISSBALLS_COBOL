      *----------------------------------------------------------------*
      *  PISSSVPM - PISSSVRP SECURITY-VIOLATION REPORT PARAMETER CARD  *
      *  OPTIONAL.  SELECTS THE LOG DATES (YYYYMMDD, BOTH INCLUSIVE)   *
      *  TO PRINT.  A BLANK FROM DATE STARTS AT THE BEGINNING OF THE   *
      *  LOG; A BLANK THRU DATE RUNS TO THE END.  NO CARD AT ALL       *
      *  PRINTS THE WHOLE PERMANENT LOG.                               *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSSVRP-PARAMETER-CARD.
           05  SVP-FROM-DATE           PIC X(08).
           05  SVP-THRU-DATE           PIC X(08).
           05  FILLER                  PIC X(64).
