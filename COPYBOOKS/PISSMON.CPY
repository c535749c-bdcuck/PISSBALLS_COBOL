      *----------------------------------------------------------------*
      *  PISSMON - ENTERPRISE MONITORING STATUS RECORD LAYOUT          *
      *  ONE RECORD WRITTEN BY PISSMORN AS THE LAST STEP OF EVERY      *
      *  PISSBALJ NIGHT TO PISSBALLS.MONITOR.STATUS, WHICH THE         *
      *  MONITORING CONSOLE PICKS UP.  THE DATASET IS REPLACED EACH    *
      *  NIGHT.  MON-OVERALL-STATUS IS THE SAME GREEN/AMBER/RED AS     *
      *  THE MORNING STATUS PAGE; MON-ALERT-FLAG Y (A RED NIGHT) IS    *
      *  THE CONSOLE'S CUE TO PAGE THE ON-CALL ANALYST.  THE FIRST     *
      *  RED CONTROL IS NAMED SO THE PAGE SAYS WHERE TO LOOK.          *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-MONITOR-RECORD.
           05  MON-JOB-NAME             PIC X(08).
           05  MON-RUN-DATE             PIC X(08).
           05  MON-STATUS-DATE          PIC X(08).
           05  MON-STATUS-TIME          PIC X(06).
           05  MON-OVERALL-STATUS       PIC X(01).
               88  MON-STATUS-GREEN     VALUE "G".
               88  MON-STATUS-AMBER     VALUE "A".
               88  MON-STATUS-RED       VALUE "R".
           05  MON-ALERT-FLAG           PIC X(01).
               88  MON-PAGE-ON-CALL     VALUE "Y".
           05  MON-GREEN-COUNT          PIC 9(02).
           05  MON-AMBER-COUNT          PIC 9(02).
           05  MON-RED-COUNT            PIC 9(02).
           05  MON-HIGHEST-RC           PIC 9(04).
           05  MON-FIRST-RED-STEP       PIC X(08).
           05  MON-FIRST-RED-PROGRAM    PIC X(09).
           05  MON-FIRST-RED-RESULT     PIC X(08).
           05  FILLER                   PIC X(13).
