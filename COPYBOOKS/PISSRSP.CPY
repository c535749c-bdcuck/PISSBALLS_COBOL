      *----------------------------------------------------------------*
      *  PISSRSP - PISSBALJ RESTART PLAN RECORD LAYOUT                 *
      *  WRITTEN BY PISSRSTC AT THE START OF EVERY PISSBALJ            *
      *  SUBMISSION TO A TEMPORARY DATASET PASSED THROUGH THE JOB -    *
      *  ONE RECORD PER LEDGER STEP, IN JOB ORDER, SAYING WHETHER      *
      *  THE STEP RUNS OR IS SKIPPED AS ALREADY COMPLETE FOR THE RUN   *
      *  DATE.  PISSSTLG READS IT AHEAD OF EACH STEP TO SET THE        *
      *  CONDITION CODE THE STEP IS RUN OR SKIPPED ON, AND AFTER EACH  *
      *  STEP FOR THE RUN DATE ITS LEDGER RECORD IS KEYED UNDER, SO A  *
      *  NIGHT THAT RUNS PAST MIDNIGHT STAYS ON ONE RUN DATE.          *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-RESTART-PLAN.
           05  RSP-RUN-DATE             PIC X(08).
           05  RSP-STEP-NAME            PIC X(08).
           05  RSP-PROGRAM-ID           PIC X(09).
           05  RSP-STEP-ACTION          PIC X(01).
               88  RSP-RUN-STEP         VALUE "R".
               88  RSP-SKIP-STEP        VALUE "S".
           05  RSP-SUBMISSION-TYPE      PIC X(01).
               88  RSP-FIRST-SUBMISSION VALUE "F".
               88  RSP-RESUBMISSION     VALUE "R".
           05  FILLER                   PIC X(53).
