      *----------------------------------------------------------------*
      *  PISSISPM - PISSINTG INTEGRITY SWEEP PARAMETER CARD LAYOUT     *
      *  OPTIONAL.  SELECTS THE RUN DATES (YYYYMMDD, BOTH INCLUSIVE)   *
      *  THE SWEEP CROSS-CHECKS.  A BLANK FROM DATE STARTS AT THE      *
      *  EARLIEST DATE ON ANY FILE; A BLANK THRU DATE RUNS TO THE      *
      *  LATEST.  WHEN BOTH DATES ARE BLANK AND A DAY COUNT IS         *
      *  PUNCHED, THE SWEEP COVERS THAT MANY DAYS ENDING TODAY - THE   *
      *  FORM THE NIGHTLY JOB USES.  NO CARD AT ALL SWEEPS EVERY       *
      *  DATE ON THE PERMANENT FILES.                                  *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSINTG-PARAMETER-CARD.
           05  ISP-FROM-DATE           PIC X(08).
           05  ISP-THRU-DATE           PIC X(08).
           05  ISP-DAYS-BACK           PIC X(03).
           05  FILLER                  PIC X(61).
