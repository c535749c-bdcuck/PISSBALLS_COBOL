      *----------------------------------------------------------------*
      *  PISSSLC - PISSSTLG STEP LEDGER CONTROL CARD LAYOUT            *
      *  ONE INSTREAM CARD PER EXECUTION.  CHECK IS RUN AHEAD OF A     *
      *  LEDGER STEP AND ENDS RC 0 WHEN THE RESTART PLAN RUNS THE      *
      *  STEP OR RC 4 WHEN IT IS ALREADY COMPLETE FOR THE RUN DATE.    *
      *  COMPLETE IS RUN AFTER THE STEP ENDS WITHIN ITS ACCEPTED       *
      *  RETURN CODES AND APPENDS THE STEP'S LEDGER RECORD.            *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSSTLG-CONTROL-CARD.
           05  SLC-FUNCTION             PIC X(08).
               88  SLC-CHECK-STEP       VALUE "CHECK".
               88  SLC-COMPLETE-STEP    VALUE "COMPLETE".
           05  FILLER                   PIC X(01).
           05  SLC-STEP-NAME            PIC X(08).
           05  FILLER                   PIC X(63).
