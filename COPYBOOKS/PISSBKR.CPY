      *----------------------------------------------------------------*
      *  PISSBKR - PERMANENT-DATASET BACKUP BUNDLE RECORD LAYOUT       *
      *  ONE GENERATION OF PISSBALLS.BACKUP PER NIGHTLY PISSBKUP RUN,  *
      *  HOLDING EVERY RECORD OF EVERY PERMANENT DATASET IN THE SET,   *
      *  EACH TAGGED WITH THE BACKUP STAMP (DATE AND TIME THE BACKUP   *
      *  STARTED), THE DATASET ID, AND ITS SEQUENCE WITHIN THAT        *
      *  DATASET.  THE IMAGE IS LEFT-JUSTIFIED IN BKR-DATA AND PADDED  *
      *  WITH SPACES PAST THE DATASET'S RECORD LENGTH.  DATASET IDS:   *
      *    HISTMAST - PISSBALLS.HISTORY.MASTER    (KSDS, 80)           *
      *    EXCMAST  - PISSBALLS.EXCEPT.MASTER     (120)                *
      *    XMITREG  - PISSBALLS.XMIT.REGISTER     (100)                *
      *    RUNLOG   - PISSBALLS.RUN.LOG           (400)                *
      *    SUMHIST  - PISSBALLS.SUMMARY.HISTORY   (100)                *
      *    REPOSIT  - PISSBALLS.REPORT.REPOSITORY (132)                *
      *    RULEAUD  - PISSBALLS.RULE.AUDIT        (208)                *
      *    PERIODTD - PISSBALLS.PERIOD.TOTALS     (240)                *
      *    PERIODRG - PISSBALLS.PERIOD.REGISTER   (100)                *
      *    STEPLDGR - PISSBALLS.STEP.LEDGER       (80)                 *
      *  THE RECORD COUNT AND HASH TOTAL OF EACH DATASET ARE ON THE    *
      *  PISSBKC BACKUP CATALOG UNDER THE SAME STAMP.                  *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *  10/15/2026 RFK   PERIODRG AND STEPLDGR ADDED                 *
      *----------------------------------------------------------------*
       01  PISSBALLS-BACKUP-RECORD.
           05  BKR-BACKUP-STAMP.
               10  BKR-BACKUP-DATE     PIC X(08).
               10  BKR-BACKUP-TIME     PIC X(08).
           05  BKR-DATASET-ID          PIC X(08).
           05  BKR-SEQUENCE            PIC 9(09).
           05  BKR-DATA                PIC X(400).
           05  FILLER                  PIC X(17).
