       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSBKUP.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - NIGHTLY BACKUP OF THE PISSBALLS  *
      *                   PERMANENT DATASETS (HISTORY MASTER KSDS,    *
      *                   EXCEPTION MASTER, TRANSMISSION REGISTER,    *
      *                   RUN LOG, SUMMARY HISTORY, REPORT            *
      *                   REPOSITORY, RULE-CHANGE AUDIT AND PERIOD    *
      *                   TOTALS) INTO ONE PISSBKR BUNDLE, TAKEN      *
      *                   UNDER A SINGLE BACKUP STAMP WHILE THE JOB   *
      *                   HOLDS EVERY DATASET EXCLUSIVELY, SO THE SET *
      *                   IS ONE CONSISTENT POINT IN TIME.  THE       *
      *                   RECORD COUNT AND HASH TOTAL OF EACH DATASET *
      *                   ARE APPENDED TO THE PISSBKC BACKUP CATALOG  *
      *                   ONLY WHEN THE WHOLE SET COPIED CLEANLY.     *
      *                   THE RUN DATE CATALOGED IS THE LAST          *
      *                   PISSBALLS RUN ON THE RUN LOG (THE BACKUP    *
      *                   DATE WHEN THERE IS NONE)                    *
      *  10/15/2026 RFK   A SINGLE-SET CORRECTION RUN OF PISSBALLS NO *
      *                   LONGER SETS THE CATALOGED RUN DATE          *
      *  10/15/2026 RFK   PISSBALLS.PERIOD.REGISTER AND               *
      *                   PISSBALLS.STEP.LEDGER ADDED TO THE BACKUP   *
      *                   SET (TEN DATASETS), SO A RESTORE BRINGS THE *
      *                   PERIOD CLOSE REGISTER BACK WITH THE PERIOD  *
      *                   TOTALS AND THE STEP LEDGER BACK TO THE      *
      *                   RESTORED RUN DATE                           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISSHST-FILE ASSIGN TO PISSHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.
           SELECT OPTIONAL PISSEXM-FILE ASSIGN TO PISSEXM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL PISSXREG-FILE ASSIGN TO PISSXREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL PISSRLOG-FILE ASSIGN TO PISSRLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL PISSSUMH-FILE ASSIGN TO PISSSUMH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL PISSREPO-FILE ASSIGN TO PISSREPO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL PISSRAUD-FILE ASSIGN TO PISSRAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL PISSPTD-FILE ASSIGN TO PISSPTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL PISSPREG-FILE ASSIGN TO PISSPREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL PISSSTL-FILE ASSIGN TO PISSSTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PISSBKR-FILE ASSIGN TO PISSBKR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
           SELECT OPTIONAL PISSBKC-FILE ASSIGN TO PISSBKC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSHST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSHST.

       FD  PISSEXM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PISSEXM-IMAGE PIC X(120).

       FD  PISSXREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSXREG-IMAGE PIC X(100).

       FD  PISSRLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS.
           COPY PISSRLOG.

       FD  PISSSUMH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSSUMH-IMAGE PIC X(100).

       FD  PISSREPO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PISSREPO-IMAGE PIC X(132).

       FD  PISSRAUD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS.
       01  PISSRAUD-IMAGE PIC X(208).

       FD  PISSPTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  PISSPTD-IMAGE PIC X(240).

       FD  PISSPREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSPREG-IMAGE PIC X(100).

       FD  PISSSTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSSTL-IMAGE PIC X(80).

       FD  PISSBKR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS.
           COPY PISSBKR.

       FD  PISSBKC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSBKC.

       WORKING-STORAGE SECTION.
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-IN-STATUS PIC XX VALUE "00".
       01 WS-BKR-STATUS PIC XX VALUE "00".
       01 WS-BKC-STATUS PIC XX VALUE "00".
       01 WS-IN-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-IN-EOF VALUE "Y".
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-BACKUP-DATE PIC X(08) VALUE SPACES.
       01 WS-BACKUP-TIME PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-DATASET-VALUES.
           05 FILLER PIC X(41)
               VALUE "HISTMASTPISSBALLS.HISTORY.MASTER      080".
           05 FILLER PIC X(41)
               VALUE "EXCMAST PISSBALLS.EXCEPT.MASTER       120".
           05 FILLER PIC X(41)
               VALUE "XMITREG PISSBALLS.XMIT.REGISTER       100".
           05 FILLER PIC X(41)
               VALUE "RUNLOG  PISSBALLS.RUN.LOG             400".
           05 FILLER PIC X(41)
               VALUE "SUMHIST PISSBALLS.SUMMARY.HISTORY     100".
           05 FILLER PIC X(41)
               VALUE "REPOSIT PISSBALLS.REPORT.REPOSITORY   132".
           05 FILLER PIC X(41)
               VALUE "RULEAUD PISSBALLS.RULE.AUDIT          208".
           05 FILLER PIC X(41)
               VALUE "PERIODTDPISSBALLS.PERIOD.TOTALS       240".
           05 FILLER PIC X(41)
               VALUE "PERIODRGPISSBALLS.PERIOD.REGISTER     100".
           05 FILLER PIC X(41)
               VALUE "STEPLDGRPISSBALLS.STEP.LEDGER         080".
       01 WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
           05 WS-DATASET-ENTRY OCCURS 10 TIMES.
               10 WS-DATASET-ID PIC X(08).
               10 WS-DATASET-NAME PIC X(30).
               10 WS-DATASET-LRECL PIC 9(03).
       01 WS-DATASET-TOTALS.
           05 WS-DATASET-TOTAL OCCURS 10 TIMES.
               10 WS-DATASET-COUNT PIC 9(09).
               10 WS-DATASET-HASH PIC 9(18).
       01 WS-DATASET-INDEX PIC 9(02) VALUE ZERO.
       01 WS-BACKUP-DATA PIC X(400) VALUE SPACES.
       01 WS-BACKUP-BYTES REDEFINES WS-BACKUP-DATA.
           05 WS-BACKUP-BYTE PIC X(01) OCCURS 400 TIMES.
       01 WS-BYTE-INDEX PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-RECORDS PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       PISSBKUP-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-HISTORY-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-EXCEPTION-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-XMIT-REGISTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-RUN-LOG
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-SUMMARY-HISTORY
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-REPORT-REPOSITORY
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-RULE-AUDIT
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-PERIOD-TOTALS
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-PERIOD-REGISTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM BACKUP-STEP-LEDGER
           END-IF.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM TERMINATE-RUN
               IF WS-ABEND-CONDITION THEN
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BACKUP-TIME FROM TIME.
           MOVE WS-BACKUP-DATE TO WS-RUN-DATE.
           MOVE ZEROS TO WS-DATASET-TOTALS.
           OPEN OUTPUT PISSBKR-FILE.
           IF WS-BKR-STATUS NOT = "00" THEN
               DISPLAY "PISSBKUP - BACKUP BUNDLE WILL NOT OPEN - "
                   "FILE STATUS " WS-BKR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               DISPLAY "PISSBKUP - BACKUP STARTED - STAMP "
                   WS-BACKUP-DATE " " WS-BACKUP-TIME
           END-IF.

       BACKUP-HISTORY-MASTER.
           MOVE 1 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSHST-FILE.
           IF WS-HST-STATUS NOT = "00" THEN
               DISPLAY "PISSBKUP - HISTORY MASTER WILL NOT OPEN - "
                   "FILE STATUS " WS-HST-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM COPY-ONE-HISTORY-RECORD
                   UNTIL WS-IN-EOF OR WS-ABEND-CONDITION
               CLOSE PISSHST-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-HISTORY-RECORD.
           READ PISSHST-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSBALLS-HISTORY-RECORD TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.
           IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "10"
                   THEN
               DISPLAY "PISSBKUP - HISTORY MASTER READ FAILED - "
                   "FILE STATUS " WS-HST-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.

       BACKUP-EXCEPTION-MASTER.
           MOVE 2 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSEXM-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-EXCEPTION-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSEXM-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-EXCEPTION-RECORD.
           READ PISSEXM-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSEXM-IMAGE TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       BACKUP-XMIT-REGISTER.
           MOVE 3 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSXREG-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-REGISTER-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSXREG-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-REGISTER-RECORD.
           READ PISSXREG-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSXREG-IMAGE TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       BACKUP-RUN-LOG.
           MOVE 4 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSRLOG-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-RUN-LOG-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSRLOG-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-RUN-LOG-RECORD.
           READ PISSRLOG-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   IF RLOG-PROGRAM-ID = "PISSBALLS"
                           AND RLOG-CORRECTION-FLAG NOT = "Y" THEN
                       MOVE RLOG-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   MOVE PISSBALLS-RUNLOG-RECORD TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       BACKUP-SUMMARY-HISTORY.
           MOVE 5 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSSUMH-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-SUMMARY-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSSUMH-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-SUMMARY-RECORD.
           READ PISSSUMH-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSSUMH-IMAGE TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       BACKUP-REPORT-REPOSITORY.
           MOVE 6 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSREPO-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-REPOSITORY-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSREPO-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-REPOSITORY-RECORD.
           READ PISSREPO-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSREPO-IMAGE TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       BACKUP-RULE-AUDIT.
           MOVE 7 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSRAUD-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-AUDIT-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSRAUD-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-AUDIT-RECORD.
           READ PISSRAUD-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSRAUD-IMAGE TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       BACKUP-PERIOD-TOTALS.
           MOVE 8 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSPTD-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-PERIOD-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSPTD-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-PERIOD-RECORD.
           READ PISSPTD-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSPTD-IMAGE TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       BACKUP-PERIOD-REGISTER.
           MOVE 9 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSPREG-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-PERIOD-REG-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSPREG-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-PERIOD-REG-RECORD.
           READ PISSPREG-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSPREG-IMAGE TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       BACKUP-STEP-LEDGER.
           MOVE 10 TO WS-DATASET-INDEX.
           MOVE "N" TO WS-IN-EOF-SWITCH.
           OPEN INPUT PISSSTL-FILE.
           PERFORM CHECK-INPUT-OPEN.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM COPY-ONE-LEDGER-RECORD
                   UNTIL WS-IN-EOF
               CLOSE PISSSTL-FILE
               PERFORM DISPLAY-DATASET-TOTALS
           END-IF.

       COPY-ONE-LEDGER-RECORD.
           READ PISSSTL-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE PISSSTL-IMAGE TO WS-BACKUP-DATA
                   PERFORM WRITE-BACKUP-RECORD
           END-READ.

       CHECK-INPUT-OPEN.
           IF WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "05" THEN
               DISPLAY "PISSBKUP - "
                   WS-DATASET-NAME (WS-DATASET-INDEX)
                   " WILL NOT OPEN - FILE STATUS " WS-IN-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.

       WRITE-BACKUP-RECORD.
           PERFORM HASH-ONE-BYTE
               VARYING WS-BYTE-INDEX FROM 1 BY 1
               UNTIL WS-BYTE-INDEX >
                   WS-DATASET-LRECL (WS-DATASET-INDEX).
           ADD 1 TO WS-DATASET-COUNT (WS-DATASET-INDEX).
           ADD 1 TO WS-TOTAL-RECORDS.
           MOVE SPACES TO PISSBALLS-BACKUP-RECORD.
           MOVE WS-BACKUP-DATE TO BKR-BACKUP-DATE.
           MOVE WS-BACKUP-TIME TO BKR-BACKUP-TIME.
           MOVE WS-DATASET-ID (WS-DATASET-INDEX) TO BKR-DATASET-ID.
           MOVE WS-DATASET-COUNT (WS-DATASET-INDEX) TO BKR-SEQUENCE.
           MOVE WS-BACKUP-DATA TO BKR-DATA.
           WRITE PISSBALLS-BACKUP-RECORD.
           IF WS-BKR-STATUS NOT = "00" THEN
               DISPLAY "PISSBKUP - BACKUP BUNDLE WRITE FAILED - "
                   "FILE STATUS " WS-BKR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
               SET WS-IN-EOF TO TRUE
           END-IF.
           MOVE SPACES TO WS-BACKUP-DATA.

       HASH-ONE-BYTE.
           COMPUTE WS-DATASET-HASH (WS-DATASET-INDEX) =
               WS-DATASET-HASH (WS-DATASET-INDEX)
               + FUNCTION ORD (WS-BACKUP-BYTE (WS-BYTE-INDEX))
               * WS-BYTE-INDEX.

       DISPLAY-DATASET-TOTALS.
           DISPLAY "PISSBKUP - " WS-DATASET-ID (WS-DATASET-INDEX)
               " RECORDS " WS-DATASET-COUNT (WS-DATASET-INDEX)
               " HASH " WS-DATASET-HASH (WS-DATASET-INDEX).

       TERMINATE-RUN.
           CLOSE PISSBKR-FILE.
           OPEN EXTEND PISSBKC-FILE.
           IF WS-BKC-STATUS NOT = "00" AND WS-BKC-STATUS NOT = "05"
                   THEN
               DISPLAY "PISSBKUP - BACKUP CATALOG WILL NOT OPEN - "
                   "FILE STATUS " WS-BKC-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM WRITE-CATALOG-RECORD
                   VARYING WS-DATASET-INDEX FROM 1 BY 1
                   UNTIL WS-DATASET-INDEX > 10
               CLOSE PISSBKC-FILE
               DISPLAY "PISSBKUP - BACKUP CATALOGED FOR RUN DATE "
                   WS-RUN-DATE " - RECORDS " WS-TOTAL-RECORDS
           END-IF.

       WRITE-CATALOG-RECORD.
           MOVE SPACES TO PISSBALLS-BACKUP-CATALOG.
           MOVE WS-BACKUP-DATE TO BKC-BACKUP-DATE.
           MOVE WS-BACKUP-TIME TO BKC-BACKUP-TIME.
           MOVE WS-RUN-DATE TO BKC-RUN-DATE.
           MOVE WS-DATASET-ID (WS-DATASET-INDEX) TO BKC-DATASET-ID.
           MOVE WS-DATASET-NAME (WS-DATASET-INDEX) TO BKC-DATASET-NAME.
           MOVE WS-DATASET-COUNT (WS-DATASET-INDEX)
               TO BKC-RECORD-COUNT.
           MOVE WS-DATASET-HASH (WS-DATASET-INDEX) TO BKC-HASH-TOTAL.
           WRITE PISSBALLS-BACKUP-CATALOG.
