      *----------------------------------------------------------------*
      *  PISSRLOG - RUN-HISTORY LOG RECORD LAYOUT                      *
      *  ONE RECORD APPENDED AT THE END OF EVERY EXECUTION OF          *
      *  PISSBALLS, PISSRECN AND PISSCORR - NORMAL END OR ABEND -      *
      *  CAPTURING THE TIMESTAMPS, THE CONTROL PARAMETERS IN FORCE,    *
      *  THE TOTAL COUNT PROCESSED, THE RESTART INDICATOR, AND THE     *
      *  FINAL RETURN CODE.  THE DATASET IS PERMANENT; PISSRLRP        *
      *  PRINTS THE LAST 30 RUNS FOR THE AUDITORS.  PROGRAMS WITH NO   *
      *  CONTROL CARD (PISSRECN) LEAVE THE PARAMETER FIELDS            *
      *  ZERO/BLANK.                                                   *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  08/22/2026 RFK   ORIGINAL                                    *
      *                   UNDER A PISSADAT AS-OF DATE OVERRIDE, SO A  *
      *                   BACKDATED REBUILD IS ALWAYS DISTINGUISHABLE *
      *                   FROM THE ORIGINAL NIGHTLY RUN               *
      *  10/15/2026 RFK   ADDED RLOG-CORRECTION-FLAG,                 *
      *                   RLOG-CORRECTION-REF AND RLOG-CHANGED-COUNT  *
      *                   (CARVED FROM THE TRAILING FILLER) - Y MARKS *
      *                   A SINGLE-SET CORRECTION: THE PISSBALLS      *
      *                   RE-CLASSIFICATION OF THE ONE SET AND THE    *
      *                   PISSCORR RECORD OF ITS APPLICATION, WHICH   *
      *                   CARRIES THE NUMBER OF COUNT VALUES WHOSE    *
      *                   CLASSIFICATION CHANGED                      *
      *----------------------------------------------------------------*
       01  PISSBALLS-RUNLOG-RECORD.
           05  RLOG-PROGRAM-ID          PIC X(09).
                   15  RLOG-RULE-DIVISOR PIC 9(03).
                   15  RLOG-RULE-LABEL  PIC X(08).
           05  RLOG-BACKDATE-FLAG       PIC X(01).
           05  RLOG-CORRECTION-FLAG     PIC X(01).
           05  RLOG-CORRECTION-REF      PIC X(10).
           05  RLOG-CHANGED-COUNT       PIC 9(05).
           05  FILLER                   PIC X(36).
