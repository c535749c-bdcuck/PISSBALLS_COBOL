      *----------------------------------------------------------------*
      *  PISSBKRQ - PISSBKRS BACKUP-SET RESTORE REQUEST CARD LAYOUT    *
      *  ONE CARD PER RUN.  NAMES THE RUN DATE THE PERMANENT DATASETS  *
      *  ARE TO BE BROUGHT BACK TO; THE LATEST COMPLETE BACKUP SET     *
      *  CATALOGED FOR THAT RUN DATE IS RESTORED.  THE OPERATOR ID     *
      *  MUST HOLD BACKUP RESTORE AUTHORITY ON THE PISSOPR MASTER.     *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBKRS-REQUEST-CARD.
           05  BRQ-RUN-DATE            PIC X(08).
           05  BRQ-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(64).
