       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISSBKRS.
       AUTHOR. DATA PROCESSING.
       INSTALLATION. CENTRAL DATA CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL - BRINGS THE WHOLE SET OF          *
      *                   PISSBALLS PERMANENT DATASETS BACK TO THE    *
      *                   RUN DATE ON THE PISSBKRQ CARD, TOGETHER.    *
      *                   THE LATEST COMPLETE BACKUP SET CATALOGED    *
      *                   ON PISSBKC FOR THAT RUN DATE IS SELECTED,   *
      *                   ITS RECORDS ARE SPLIT OUT OF THE PISSBKR    *
      *                   BUNDLES INTO ONE RESTORE DATASET PER        *
      *                   PERMANENT DATASET, AND EACH IS RECOUNTED    *
      *                   AND RE-HASHED AGAINST THE CATALOG.  RC 0    *
      *                   ONLY WHEN ALL EIGHT AGREE - THE JOB'S SWAP  *
      *                   STEPS RUN ON RC 0 ALONE, SO NO DATASET IS   *
      *                   EVER LEFT AT A DIFFERENT POINT IN TIME      *
      *                   FROM THE OTHERS.  THE OPERATOR ID MUST      *
      *                   HOLD BACKUP RESTORE AUTHORITY ON THE        *
      *                   PISSOPR MASTER; A REJECTED REQUEST IS       *
      *                   LOGGED ON PISSSVL AND HELD RC 8             *
      *  10/15/2026 RFK   PISSBALLS.PERIOD.REGISTER AND               *
      *                   PISSBALLS.STEP.LEDGER ARE NOW IN THE        *
      *                   RESTORED SET (PISSPRGR AND PISSSTLR).  A    *
      *                   BACKUP IS COMPLETE ONLY WHEN ALL TEN        *
      *                   DATASETS ARE CATALOGED, AND RC 0 ONLY WHEN  *
      *                   ALL TEN AGREE                               *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISSBKRQ-FILE ASSIGN TO PISSBKRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PISSBKC-FILE ASSIGN TO PISSBKC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKC-STATUS.
           SELECT PISSBKR-FILE ASSIGN TO PISSBKR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
           SELECT PISSHSTR-FILE ASSIGN TO PISSHSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSEXMR-FILE ASSIGN TO PISSEXMR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSXRGR-FILE ASSIGN TO PISSXRGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSRLGR-FILE ASSIGN TO PISSRLGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSSUMR-FILE ASSIGN TO PISSSUMR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSREPR-FILE ASSIGN TO PISSREPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSRAUR-FILE ASSIGN TO PISSRAUR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSPTDR-FILE ASSIGN TO PISSPTDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSPRGR-FILE ASSIGN TO PISSPRGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSSTLR-FILE ASSIGN TO PISSSTLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PISSOPR-FILE ASSIGN TO PISSOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPTIONAL PISSSVL-FILE ASSIGN TO PISSSVL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PISSBKRQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSBKRQ.

       FD  PISSBKC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PISSBKC.

       FD  PISSBKR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS.
           COPY PISSBKR.

       FD  PISSHSTR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSHSTR-IMAGE PIC X(80).

       FD  PISSEXMR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PISSEXMR-IMAGE PIC X(120).

       FD  PISSXRGR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSXRGR-IMAGE PIC X(100).

       FD  PISSRLGR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS.
       01  PISSRLGR-IMAGE PIC X(400).

       FD  PISSSUMR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSSUMR-IMAGE PIC X(100).

       FD  PISSREPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PISSREPR-IMAGE PIC X(132).

       FD  PISSRAUR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS.
       01  PISSRAUR-IMAGE PIC X(208).

       FD  PISSPTDR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  PISSPTDR-IMAGE PIC X(240).

       FD  PISSPRGR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PISSPRGR-IMAGE PIC X(100).

       FD  PISSSTLR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PISSSTLR-IMAGE PIC X(80).

       FD  PISSOPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PISSOPR.

       FD  PISSSVL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY PISSSVL.

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC XX VALUE "00".
       01 WS-BKC-STATUS PIC XX VALUE "00".
       01 WS-BKR-STATUS PIC XX VALUE "00".
       01 WS-OUT-STATUS PIC XX VALUE "00".
       01 WS-OPR-STATUS PIC XX VALUE "00".
       01 WS-SVL-STATUS PIC XX VALUE "00".
       01 WS-BKC-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-BKC-EOF VALUE "Y".
       01 WS-BKR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-BKR-EOF VALUE "Y".
       01 WS-OPR-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-OPR-EOF VALUE "Y".
       01 WS-SVL-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-SVL-OPEN VALUE "Y".
       01 WS-OPR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-FOUND VALUE "Y".
       01 WS-AUTH-SWITCH PIC X(01) VALUE "N".
           88 WS-OPERATOR-AUTHORIZED VALUE "Y".
       01 WS-AUTH-FUNCTION PIC 9(01) VALUE 7.
       01 WS-AUTH-FUNCTION-NAME PIC X(08) VALUE "RESTORE".
       01 WS-AUTH-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-AUTH-CARD-IMAGE PIC X(80) VALUE SPACES.
       01 WS-AUTH-REASON-CODE PIC X(01) VALUE SPACE.
       01 WS-AUTH-REASON PIC X(40) VALUE SPACES.
       01 WS-OPR-COUNT PIC 9(03) VALUE ZERO.
       01 WS-MAX-OPERATORS PIC 9(03) VALUE 200.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-ID PIC X(08).
               10 WS-OPR-ACTIVE PIC X(01).
               10 WS-OPR-FUNCTION OCCURS 7 TIMES PIC X(01).
       01 WS-OPR-INDEX PIC 9(03) VALUE ZERO.
       01 WS-OPR-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01 WS-FUNCTION-INDEX PIC 9(01) VALUE ZERO.
       01 WS-VIOLATION-COUNT PIC 9(03) VALUE ZERO.
       01 WS-ABEND-SWITCH PIC X(01) VALUE "N".
           88 WS-ABEND-CONDITION VALUE "Y".
       01 WS-HOLD-SWITCH PIC X(01) VALUE "N".
           88 WS-HOLD-CONDITION VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".
       01 WS-RESTORE-DATE PIC X(08) VALUE SPACES.
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
       01 WS-DATASET-INDEX PIC 9(02) VALUE ZERO.
       01 WS-DATASET-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-LOOKUP-DATASET PIC X(08) VALUE SPACES.
       01 WS-MAX-CANDIDATES PIC 9(02) VALUE 20.
       01 WS-CANDIDATE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE OCCURS 20 TIMES.
               10 WS-CAND-STAMP PIC X(16).
               10 WS-CAND-DATASET-COUNT PIC 9(02).
               10 WS-CAND-DATASET OCCURS 10 TIMES.
                   15 WS-CAND-PRESENT PIC X(01).
                   15 WS-CAND-RECORD-COUNT PIC 9(09).
                   15 WS-CAND-HASH-TOTAL PIC 9(18).
       01 WS-CANDIDATE-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CANDIDATE-MATCH-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CHOSEN-INDEX PIC 9(02) VALUE ZERO.
       01 WS-CHOSEN-STAMP PIC X(16) VALUE SPACES.
       01 WS-RESTORE-TOTALS.
           05 WS-RESTORE-TOTAL OCCURS 10 TIMES.
               10 WS-RESTORE-COUNT PIC 9(09).
               10 WS-RESTORE-HASH PIC 9(18).
               10 WS-RESTORE-SEQUENCE-BREAK PIC X(01).
       01 WS-RESTORE-DATA PIC X(400) VALUE SPACES.
       01 WS-RESTORE-BYTES REDEFINES WS-RESTORE-DATA.
           05 WS-RESTORE-BYTE PIC X(01) OCCURS 400 TIMES.
       01 WS-BYTE-INDEX PIC 9(03) VALUE ZERO.
       01 WS-MISMATCH-COUNT PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       PISSBKRS-MAIN SECTION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN.
           IF WS-ABEND-CONDITION THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HOLD-CONDITION THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RESTORE-ONE-RECORD
                       UNTIL WS-BKR-EOF OR WS-ABEND-CONDITION
                   PERFORM TERMINATE-RUN
                   IF WS-ABEND-CONDITION THEN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-MISMATCH-COUNT > ZERO THEN
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-REQUEST-CARD.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM LOAD-OPERATOR-MASTER
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM CHECK-OPERATOR-AUTHORITY
               PERFORM CLOSE-VIOLATION-LOG
               IF NOT WS-OPERATOR-AUTHORIZED
                       AND NOT WS-ABEND-CONDITION THEN
                   DISPLAY "PISSBKRS - RESTORE REQUEST REJECTED - "
                       "RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               IF WS-RESTORE-DATE NOT NUMERIC THEN
                   DISPLAY "PISSBKRS - INVALID REQUEST CARD - RUN "
                       "DATE MUST BE NUMERIC YYYYMMDD - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM SELECT-BACKUP-SET
           END-IF.
           IF NOT WS-ABEND-CONDITION AND NOT WS-HOLD-CONDITION THEN
               PERFORM OPEN-RESTORE-FILES
           END-IF.

       READ-REQUEST-CARD.
           OPEN INPUT PISSBKRQ-FILE.
           IF WS-PRM-STATUS NOT = "00" THEN
               DISPLAY "PISSBKRS - REQUEST CARD DATASET WILL NOT "
                   "OPEN - FILE STATUS " WS-PRM-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               READ PISSBKRQ-FILE
                   AT END
                       DISPLAY "PISSBKRS - REQUEST CARD IS EMPTY"
                       SET WS-ABEND-CONDITION TO TRUE
               END-READ
               IF NOT WS-ABEND-CONDITION THEN
                   MOVE BRQ-RUN-DATE TO WS-RESTORE-DATE
                   MOVE BRQ-OPERATOR-ID TO WS-AUTH-OPERATOR
                   MOVE PISSBKRS-REQUEST-CARD TO WS-AUTH-CARD-IMAGE
               END-IF
               CLOSE PISSBKRQ-FILE
           END-IF.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT PISSOPR-FILE.
           IF WS-OPR-STATUS NOT = "00" THEN
               DISPLAY "PISSBKRS - OPERATOR AUTHORIZATION MASTER WILL "
                   "NOT OPEN - FILE STATUS " WS-OPR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-OPERATOR
                   UNTIL WS-OPR-EOF OR WS-ABEND-CONDITION
               CLOSE PISSOPR-FILE
           END-IF.

       LOAD-ONE-OPERATOR.
           READ PISSOPR-FILE
               AT END
                   SET WS-OPR-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-OPERATOR
           END-READ.

       KEEP-ONE-OPERATOR.
           IF WS-OPR-COUNT = WS-MAX-OPERATORS THEN
               DISPLAY "PISSBKRS - OPERATOR AUTHORIZATION MASTER HAS "
                   "MORE THAN " WS-MAX-OPERATORS " OPERATORS"
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               IF OPR-OPERATOR-ID = SPACES
                       OR (NOT OPR-ACTIVE AND NOT OPR-REVOKED) THEN
                   DISPLAY "PISSBKRS - INVALID OPERATOR AUTHORIZATION "
                       "RECORD - ID " OPR-OPERATOR-ID
                       " STATUS " OPR-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-OPR-COUNT
                   MOVE OPR-OPERATOR-ID TO WS-OPR-ID (WS-OPR-COUNT)
                   MOVE OPR-STATUS TO WS-OPR-ACTIVE (WS-OPR-COUNT)
                   PERFORM KEEP-ONE-OPERATOR-FUNCTION
                       VARYING WS-FUNCTION-INDEX FROM 1 BY 1
                       UNTIL WS-FUNCTION-INDEX > 6
                   MOVE OPR-BACKUP-RESTORE
                       TO WS-OPR-FUNCTION (WS-OPR-COUNT 7)
               END-IF
           END-IF.

       KEEP-ONE-OPERATOR-FUNCTION.
           MOVE OPR-FUNCTION-FLAG (WS-FUNCTION-INDEX)
               TO WS-OPR-FUNCTION (WS-OPR-COUNT WS-FUNCTION-INDEX).

       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-AUTH-SWITCH.
           MOVE SPACE TO WS-AUTH-REASON-CODE.
           MOVE SPACES TO WS-AUTH-REASON.
           IF WS-AUTH-OPERATOR = SPACES THEN
               MOVE "B" TO WS-AUTH-REASON-CODE
               MOVE "OPERATOR ID IS BLANK" TO WS-AUTH-REASON
           ELSE
               MOVE "N" TO WS-OPR-FOUND-SWITCH
               PERFORM MATCH-ONE-OPERATOR
                   VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                       OR WS-OPERATOR-FOUND
               IF NOT WS-OPERATOR-FOUND THEN
                   MOVE "U" TO WS-AUTH-REASON-CODE
                   MOVE "OPERATOR NOT ON THE AUTHORIZATION MASTER"
                       TO WS-AUTH-REASON
               ELSE
                   IF WS-OPR-ACTIVE (WS-OPR-MATCH-INDEX) NOT = "A" THEN
                       MOVE "R" TO WS-AUTH-REASON-CODE
                       MOVE "OPERATOR AUTHORITY IS REVOKED"
                           TO WS-AUTH-REASON
                   ELSE
                       IF WS-OPR-FUNCTION (WS-OPR-MATCH-INDEX
                               WS-AUTH-FUNCTION) NOT = "Y" THEN
                           MOVE "F" TO WS-AUTH-REASON-CODE
                           STRING "OPERATOR IS NOT AUTHORIZED FOR "
                                   DELIMITED BY SIZE
                               WS-AUTH-FUNCTION-NAME DELIMITED BY SIZE
                               INTO WS-AUTH-REASON
                           END-STRING
                       ELSE
                           SET WS-OPERATOR-AUTHORIZED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-OPERATOR-AUTHORIZED THEN
               PERFORM LOG-SECURITY-VIOLATION
           END-IF.

       MATCH-ONE-OPERATOR.
           IF WS-OPR-ID (WS-OPR-INDEX) = WS-AUTH-OPERATOR THEN
               MOVE WS-OPR-INDEX TO WS-OPR-MATCH-INDEX
               SET WS-OPERATOR-FOUND TO TRUE
           END-IF.

       LOG-SECURITY-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT.
           DISPLAY "PISSBKRS - SECURITY VIOLATION - OPERATOR "
               WS-AUTH-OPERATOR " - " WS-AUTH-REASON.
           IF NOT WS-SVL-OPEN THEN
               OPEN EXTEND PISSSVL-FILE
               IF WS-SVL-STATUS = "00" OR WS-SVL-STATUS = "05" THEN
                   SET WS-SVL-OPEN TO TRUE
               ELSE
                   DISPLAY "PISSBKRS - SECURITY-VIOLATION LOG WILL NOT "
                       "OPEN - FILE STATUS " WS-SVL-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.
           IF WS-SVL-OPEN THEN
               MOVE SPACES TO PISSBALLS-VIOLATION-RECORD
               ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SVL-LOG-TIME FROM TIME
               MOVE "PISSBKRS" TO SVL-PROGRAM-ID
               MOVE WS-AUTH-FUNCTION-NAME TO SVL-FUNCTION
               MOVE WS-AUTH-OPERATOR TO SVL-OPERATOR-ID
               MOVE WS-AUTH-REASON-CODE TO SVL-REASON-CODE
               MOVE WS-AUTH-REASON TO SVL-REASON
               MOVE WS-AUTH-CARD-IMAGE TO SVL-CARD-IMAGE
               WRITE PISSBALLS-VIOLATION-RECORD
           END-IF.

       CLOSE-VIOLATION-LOG.
           IF WS-SVL-OPEN THEN
               CLOSE PISSSVL-FILE
               MOVE "N" TO WS-SVL-OPEN-SWITCH
           END-IF.

       SELECT-BACKUP-SET.
           OPEN INPUT PISSBKC-FILE.
           IF WS-BKC-STATUS NOT = "00" THEN
               DISPLAY "PISSBKRS - BACKUP CATALOG WILL NOT OPEN - "
                   "FILE STATUS " WS-BKC-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               PERFORM LOAD-ONE-CATALOG-RECORD
                   UNTIL WS-BKC-EOF OR WS-ABEND-CONDITION
               CLOSE PISSBKC-FILE
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM CHOOSE-ONE-CANDIDATE
                   VARYING WS-CANDIDATE-INDEX FROM 1 BY 1
                   UNTIL WS-CANDIDATE-INDEX > WS-CANDIDATE-COUNT
               IF WS-CHOSEN-INDEX = ZERO THEN
                   DISPLAY "PISSBKRS - NO COMPLETE BACKUP SET IS "
                       "CATALOGED FOR RUN DATE " WS-RESTORE-DATE
                       " - RUN HELD"
                   SET WS-HOLD-CONDITION TO TRUE
               ELSE
                   MOVE WS-CAND-STAMP (WS-CHOSEN-INDEX)
                       TO WS-CHOSEN-STAMP
                   DISPLAY "PISSBKRS - RESTORING RUN DATE "
                       WS-RESTORE-DATE " FROM BACKUP STAMP "
                       WS-CHOSEN-STAMP
               END-IF
           END-IF.

       LOAD-ONE-CATALOG-RECORD.
           READ PISSBKC-FILE
               AT END
                   SET WS-BKC-EOF TO TRUE
               NOT AT END
                   IF BKC-RUN-DATE = WS-RESTORE-DATE THEN
                       PERFORM KEEP-CATALOG-RECORD
                   END-IF
           END-READ.

       KEEP-CATALOG-RECORD.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM MATCH-ONE-CANDIDATE
               VARYING WS-CANDIDATE-INDEX FROM 1 BY 1
               UNTIL WS-CANDIDATE-INDEX > WS-CANDIDATE-COUNT
                   OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-CANDIDATE-COUNT = WS-MAX-CANDIDATES THEN
                   DISPLAY "PISSBKRS - MORE THAN " WS-MAX-CANDIDATES
                       " BACKUPS CATALOGED FOR RUN DATE "
                       WS-RESTORE-DATE
                   SET WS-ABEND-CONDITION TO TRUE
               ELSE
                   ADD 1 TO WS-CANDIDATE-COUNT
                   MOVE WS-CANDIDATE-COUNT TO WS-CANDIDATE-MATCH-INDEX
                   INITIALIZE WS-CANDIDATE (WS-CANDIDATE-COUNT)
                   MOVE BKC-BACKUP-STAMP
                       TO WS-CAND-STAMP (WS-CANDIDATE-COUNT)
               END-IF
           END-IF.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM FIND-CATALOG-DATASET
           END-IF.

       MATCH-ONE-CANDIDATE.
           IF WS-CAND-STAMP (WS-CANDIDATE-INDEX) = BKC-BACKUP-STAMP
                   THEN
               MOVE WS-CANDIDATE-INDEX TO WS-CANDIDATE-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       FIND-CATALOG-DATASET.
           MOVE ZERO TO WS-DATASET-MATCH-INDEX.
           MOVE BKC-DATASET-ID TO WS-LOOKUP-DATASET.
           PERFORM MATCH-ONE-DATASET
               VARYING WS-DATASET-INDEX FROM 1 BY 1
               UNTIL WS-DATASET-INDEX > 10.
           IF WS-DATASET-MATCH-INDEX > ZERO THEN
               IF WS-CAND-PRESENT (WS-CANDIDATE-MATCH-INDEX
                       WS-DATASET-MATCH-INDEX) NOT = "Y" THEN
                   ADD 1 TO WS-CAND-DATASET-COUNT
                       (WS-CANDIDATE-MATCH-INDEX)
               END-IF
               MOVE "Y" TO WS-CAND-PRESENT (WS-CANDIDATE-MATCH-INDEX
                   WS-DATASET-MATCH-INDEX)
               MOVE BKC-RECORD-COUNT
                   TO WS-CAND-RECORD-COUNT (WS-CANDIDATE-MATCH-INDEX
                       WS-DATASET-MATCH-INDEX)
               MOVE BKC-HASH-TOTAL
                   TO WS-CAND-HASH-TOTAL (WS-CANDIDATE-MATCH-INDEX
                       WS-DATASET-MATCH-INDEX)
           END-IF.

       MATCH-ONE-DATASET.
           IF WS-DATASET-ID (WS-DATASET-INDEX) = WS-LOOKUP-DATASET
                   THEN
               MOVE WS-DATASET-INDEX TO WS-DATASET-MATCH-INDEX
           END-IF.

       CHOOSE-ONE-CANDIDATE.
           IF WS-CAND-DATASET-COUNT (WS-CANDIDATE-INDEX) = 10 THEN
               IF WS-CHOSEN-INDEX = ZERO THEN
                   MOVE WS-CANDIDATE-INDEX TO WS-CHOSEN-INDEX
               ELSE
                   IF WS-CAND-STAMP (WS-CANDIDATE-INDEX) >
                           WS-CAND-STAMP (WS-CHOSEN-INDEX) THEN
                       MOVE WS-CANDIDATE-INDEX TO WS-CHOSEN-INDEX
                   END-IF
               END-IF
           END-IF.

       OPEN-RESTORE-FILES.
           MOVE ZEROS TO WS-RESTORE-TOTALS.
           PERFORM CLEAR-ONE-SEQUENCE-FLAG
               VARYING WS-DATASET-INDEX FROM 1 BY 1
               UNTIL WS-DATASET-INDEX > 10.
           OPEN INPUT PISSBKR-FILE.
           IF WS-BKR-STATUS NOT = "00" THEN
               DISPLAY "PISSBKRS - BACKUP BUNDLE WILL NOT OPEN - "
                   "FILE STATUS " WS-BKR-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               OPEN OUTPUT PISSHSTR-FILE PISSEXMR-FILE PISSXRGR-FILE
                   PISSRLGR-FILE PISSSUMR-FILE PISSREPR-FILE
                   PISSRAUR-FILE PISSPTDR-FILE PISSPRGR-FILE
                   PISSSTLR-FILE
               IF WS-OUT-STATUS NOT = "00" THEN
                   DISPLAY "PISSBKRS - RESTORE DATASETS WILL NOT "
                       "OPEN - FILE STATUS " WS-OUT-STATUS
                   SET WS-ABEND-CONDITION TO TRUE
               END-IF
           END-IF.

       CLEAR-ONE-SEQUENCE-FLAG.
           MOVE "N" TO WS-RESTORE-SEQUENCE-BREAK (WS-DATASET-INDEX).

       RESTORE-ONE-RECORD.
           READ PISSBKR-FILE
               AT END
                   SET WS-BKR-EOF TO TRUE
               NOT AT END
                   IF BKR-BACKUP-STAMP = WS-CHOSEN-STAMP THEN
                       PERFORM WRITE-RESTORE-RECORD
                   END-IF
           END-READ.

       WRITE-RESTORE-RECORD.
           MOVE ZERO TO WS-DATASET-MATCH-INDEX.
           MOVE BKR-DATASET-ID TO WS-LOOKUP-DATASET.
           PERFORM MATCH-ONE-DATASET
               VARYING WS-DATASET-INDEX FROM 1 BY 1
               UNTIL WS-DATASET-INDEX > 10.
           IF WS-DATASET-MATCH-INDEX = ZERO THEN
               DISPLAY "PISSBKRS - UNKNOWN DATASET ID " BKR-DATASET-ID
                   " IN BACKUP STAMP " WS-CHOSEN-STAMP
               SET WS-ABEND-CONDITION TO TRUE
           ELSE
               MOVE WS-DATASET-MATCH-INDEX TO WS-DATASET-INDEX
               ADD 1 TO WS-RESTORE-COUNT (WS-DATASET-INDEX)
               IF BKR-SEQUENCE NOT = WS-RESTORE-COUNT (WS-DATASET-INDEX)
                       THEN
                   MOVE "Y" TO WS-RESTORE-SEQUENCE-BREAK
                       (WS-DATASET-INDEX)
               END-IF
               MOVE BKR-DATA TO WS-RESTORE-DATA
               PERFORM HASH-ONE-BYTE
                   VARYING WS-BYTE-INDEX FROM 1 BY 1
                   UNTIL WS-BYTE-INDEX >
                       WS-DATASET-LRECL (WS-DATASET-INDEX)
               PERFORM WRITE-RESTORE-IMAGE
           END-IF.

       HASH-ONE-BYTE.
           COMPUTE WS-RESTORE-HASH (WS-DATASET-INDEX) =
               WS-RESTORE-HASH (WS-DATASET-INDEX)
               + FUNCTION ORD (WS-RESTORE-BYTE (WS-BYTE-INDEX))
               * WS-BYTE-INDEX.

       WRITE-RESTORE-IMAGE.
           EVALUATE WS-DATASET-INDEX
               WHEN 1
                   MOVE WS-RESTORE-DATA TO PISSHSTR-IMAGE
                   WRITE PISSHSTR-IMAGE
               WHEN 2
                   MOVE WS-RESTORE-DATA TO PISSEXMR-IMAGE
                   WRITE PISSEXMR-IMAGE
               WHEN 3
                   MOVE WS-RESTORE-DATA TO PISSXRGR-IMAGE
                   WRITE PISSXRGR-IMAGE
               WHEN 4
                   MOVE WS-RESTORE-DATA TO PISSRLGR-IMAGE
                   WRITE PISSRLGR-IMAGE
               WHEN 5
                   MOVE WS-RESTORE-DATA TO PISSSUMR-IMAGE
                   WRITE PISSSUMR-IMAGE
               WHEN 6
                   MOVE WS-RESTORE-DATA TO PISSREPR-IMAGE
                   WRITE PISSREPR-IMAGE
               WHEN 7
                   MOVE WS-RESTORE-DATA TO PISSRAUR-IMAGE
                   WRITE PISSRAUR-IMAGE
               WHEN 8
                   MOVE WS-RESTORE-DATA TO PISSPTDR-IMAGE
                   WRITE PISSPTDR-IMAGE
               WHEN 9
                   MOVE WS-RESTORE-DATA TO PISSPRGR-IMAGE
                   WRITE PISSPRGR-IMAGE
               WHEN 10
                   MOVE WS-RESTORE-DATA TO PISSSTLR-IMAGE
                   WRITE PISSSTLR-IMAGE
           END-EVALUATE.
           IF WS-OUT-STATUS NOT = "00" THEN
               DISPLAY "PISSBKRS - " WS-DATASET-ID (WS-DATASET-INDEX)
                   " RESTORE WRITE FAILED - FILE STATUS " WS-OUT-STATUS
               SET WS-ABEND-CONDITION TO TRUE
           END-IF.

       TERMINATE-RUN.
           CLOSE PISSBKR-FILE.
           CLOSE PISSHSTR-FILE PISSEXMR-FILE PISSXRGR-FILE
               PISSRLGR-FILE PISSSUMR-FILE PISSREPR-FILE
               PISSRAUR-FILE PISSPTDR-FILE PISSPRGR-FILE
               PISSSTLR-FILE.
           IF NOT WS-ABEND-CONDITION THEN
               PERFORM CHECK-ONE-RESTORED-DATASET
                   VARYING WS-DATASET-INDEX FROM 1 BY 1
                   UNTIL WS-DATASET-INDEX > 10
               IF WS-MISMATCH-COUNT > ZERO THEN
                   DISPLAY "PISSBKRS - RESTORE DOES NOT AGREE WITH THE "
                       "BACKUP CATALOG - NOTHING IS SWAPPED IN"
               ELSE
                   DISPLAY "PISSBKRS - ALL DATASETS RESTORED TO RUN "
                       "DATE " WS-RESTORE-DATE " AND VERIFIED"
               END-IF
           END-IF.

       CHECK-ONE-RESTORED-DATASET.
           IF WS-RESTORE-COUNT (WS-DATASET-INDEX) NOT =
                   WS-CAND-RECORD-COUNT (WS-CHOSEN-INDEX
                       WS-DATASET-INDEX)
               OR WS-RESTORE-HASH (WS-DATASET-INDEX) NOT =
                   WS-CAND-HASH-TOTAL (WS-CHOSEN-INDEX
                       WS-DATASET-INDEX)
               OR WS-RESTORE-SEQUENCE-BREAK (WS-DATASET-INDEX) = "Y"
                   THEN
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY "PISSBKRS - " WS-DATASET-ID (WS-DATASET-INDEX)
                   " MISMATCH - CATALOG RECORDS "
                   WS-CAND-RECORD-COUNT (WS-CHOSEN-INDEX
                       WS-DATASET-INDEX)
                   " HASH " WS-CAND-HASH-TOTAL (WS-CHOSEN-INDEX
                       WS-DATASET-INDEX)
                   " RESTORED RECORDS "
                   WS-RESTORE-COUNT (WS-DATASET-INDEX)
                   " HASH " WS-RESTORE-HASH (WS-DATASET-INDEX)
           ELSE
               DISPLAY "PISSBKRS - " WS-DATASET-ID (WS-DATASET-INDEX)
                   " RESTORED - RECORDS "
                   WS-RESTORE-COUNT (WS-DATASET-INDEX)
                   " HASH " WS-RESTORE-HASH (WS-DATASET-INDEX)
           END-IF.
