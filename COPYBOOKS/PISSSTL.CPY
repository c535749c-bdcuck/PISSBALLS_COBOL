      *----------------------------------------------------------------*
      *  PISSSTL - PISSBALJ STEP LEDGER RECORD LAYOUT                  *
      *  ONE RECORD APPENDED TO THE PERMANENT PISSBALLS.STEP.LEDGER    *
      *  EACH TIME A PISSBALJ STEP COMPLETES WITHIN THE RETURN CODES   *
      *  THE REST OF THE JOB ACCEPTS FROM IT.  KEYED ON RUN DATE AND   *
      *  STEP NAME; A STEP WITH A RECORD FOR THE RUN DATE IS DONE FOR  *
      *  THAT DATE, AND PISSRSTC SKIPS IT WHEN THE JOB IS RESUBMITTED. *
      *  THE RUN DATE IS THE AS-OF DATE FOR A BACKDATED REBUILD.       *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-STEP-LEDGER.
           05  STL-KEY.
               10  STL-RUN-DATE         PIC X(08).
               10  STL-STEP-NAME        PIC X(08).
           05  STL-PROGRAM-ID           PIC X(09).
           05  STL-STEP-STATUS          PIC X(01).
               88  STL-STEP-COMPLETE    VALUE "C".
           05  STL-SUBMISSION-TYPE      PIC X(01).
               88  STL-FIRST-SUBMISSION VALUE "F".
               88  STL-RESUBMISSION     VALUE "R".
           05  STL-COMPLETED-DATE       PIC X(08).
           05  STL-COMPLETED-TIME       PIC X(08).
           05  FILLER                   PIC X(37).
