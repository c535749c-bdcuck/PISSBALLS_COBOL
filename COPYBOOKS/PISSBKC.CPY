      *----------------------------------------------------------------*
      *  PISSBKC - PERMANENT-DATASET BACKUP CATALOG RECORD LAYOUT      *
      *  ONE RECORD PER DATASET PER BACKUP, APPENDED TO THE PERMANENT  *
      *  PISSBALLS.BACKUP.CATALOG BY PISSBKUP ONLY WHEN EVERY DATASET  *
      *  IN THE SET WAS COPIED CLEANLY, SO A BACKUP STAMP ON THE       *
      *  CATALOG IS ALWAYS A COMPLETE, CONSISTENT SET.  THE RUN DATE   *
      *  IS THE LAST PISSBALLS RUN ON THE RUN LOG AT BACKUP TIME -     *
      *  THE POINT IN TIME A PISSBKRS RESTORE BRINGS THE SET BACK TO.  *
      *  THE HASH TOTAL IS THE SUM, OVER EVERY BYTE OF EVERY RECORD,   *
      *  OF THE BYTE'S ORDINAL TIMES ITS POSITION IN THE RECORD, SO A  *
      *  CHANGED, DROPPED, OR TRANSPOSED BYTE ALTERS IT.               *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-BACKUP-CATALOG.
           05  BKC-BACKUP-STAMP.
               10  BKC-BACKUP-DATE     PIC X(08).
               10  BKC-BACKUP-TIME     PIC X(08).
           05  BKC-RUN-DATE            PIC X(08).
           05  BKC-DATASET-ID          PIC X(08).
           05  BKC-DATASET-NAME        PIC X(30).
           05  BKC-RECORD-COUNT        PIC 9(09).
           05  BKC-HASH-TOTAL          PIC 9(18).
           05  FILLER                  PIC X(11).
