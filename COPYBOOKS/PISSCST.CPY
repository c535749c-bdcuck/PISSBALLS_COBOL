      *----------------------------------------------------------------*
      *  PISSCST - NIGHTLY CONTROL STATUS RECORD LAYOUT                *
      *  ONE RECORD APPENDED AT THE END OF EVERY EXECUTION OF EACH     *
      *  PISSBALJ CONTROL PROGRAM (PISSCGAT, PISSBALLS, PISSAUDT,      *
      *  PISSACKP, PISSRECN, PISSEXCM, PISSTRND, PISSINTG) - NORMAL    *
      *  END, HOLD OR ABEND - TO PISSBALLS.DAILY.CONTROL.STATUS,       *
      *  CARRYING THE STEP'S FINAL RETURN CODE AND THE ONE COUNT THE   *
      *  ON-CALL ANALYST LOOKS AT FOR THAT CONTROL.  PISSMORN READS    *
      *  THE DATASET TO BUILD THE MORNING STATUS PAGE; WHEN A STEP     *
      *  RUNS MORE THAN ONCE (A RESTART) ITS LAST RECORD WINS.  THE    *
      *  DATASET IS CLEARED BY THE FIRST STEP OF EACH NIGHT.  AD-HOC   *
      *  JOBS RUNNING THESE PROGRAMS POINT THE DD AT DUMMY.            *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-CONTROL-STATUS.
           05  CST-PROGRAM-ID           PIC X(09).
           05  CST-RUN-DATE             PIC X(08).
           05  CST-RETURN-CODE          PIC 9(04).
           05  CST-ITEM-COUNT           PIC 9(07).
           05  CST-ITEM-TEXT            PIC X(30).
           05  CST-WRITTEN-DATE         PIC X(08).
           05  CST-WRITTEN-TIME         PIC X(08).
           05  FILLER                   PIC X(06).
