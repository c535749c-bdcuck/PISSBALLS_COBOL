      *----------------------------------------------------------------*
      *  PISSPREG - PERIOD CLOSE REGISTER RECORD LAYOUT                *
      *  ONE RECORD APPENDED FOR EVERY CLOSE OR REOPEN OF A MONTH      *
      *  (TYPE M, ID YYYYMM) OR QUARTER (TYPE Q, ID YYYYQN) BY         *
      *  PISSPCLS.  THE DATASET IS PERMANENT AND NEVER REWRITTEN -     *
      *  THE LAST RECORD FOR A PERIOD IS ITS CURRENT STATE.  ACTIONS:  *
      *    C - CLOSED; THE CERTIFIED SET COUNT, RUN DAYS AND PERIOD    *
      *        TOTAL ARE RECORDED WITH THE CLOSE                       *
      *    R - REOPENED; THE REASON IS REQUIRED                        *
      *  PISSCGAT HOLDS ANY RUN (NIGHTLY OR AS-OF REBUILD) WHOSE RUN   *
      *  DATE FALLS IN A CLOSED MONTH OR QUARTER, AND PISSPTDA WILL    *
      *  NOT ADD INTO ONE.                                             *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-PERIOD-REG-RECORD.
           05  PRG-PERIOD-TYPE         PIC X(01).
           05  PRG-PERIOD-ID           PIC X(06).
           05  PRG-ACTION              PIC X(01).
               88  PRG-CLOSED          VALUE "C".
               88  PRG-REOPENED        VALUE "R".
           05  PRG-ACTION-DATE         PIC X(08).
           05  PRG-ACTION-TIME         PIC X(08).
           05  PRG-OPERATOR-ID         PIC X(08).
           05  PRG-REFERENCE           PIC X(10).
           05  PRG-SET-COUNT           PIC 9(02).
           05  PRG-RUN-DAYS            PIC 9(03).
           05  PRG-TOTAL-COUNT         PIC 9(09).
           05  PRG-REASON              PIC X(40).
           05  FILLER                  PIC X(04).
