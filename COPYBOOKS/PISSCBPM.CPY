      *----------------------------------------------------------------*
      *  PISSCBPM - PISSCHRG CHARGEBACK PARAMETER CARD LAYOUT          *
      *  ONE CARD PER RUN OF JOB PISSCHGJ.  NAMES THE MONTH TO BE      *
      *  CHARGED (YYYYMM - BLANK CHARGES THE PREVIOUS CALENDAR MONTH)  *
      *  AND THE OPERATIONS COST CENTER AND GENERAL LEDGER ACCOUNT     *
      *  CREDITED WITH THE RECOVERY THAT BALANCES THE JOURNAL.         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSCHRG-PARAMETER-CARD.
           05  CBP-MONTH               PIC X(06).
           05  CBP-CREDIT-COST-CENTER  PIC X(06).
           05  CBP-CREDIT-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(58).
