      *                   OFFLOADS RECORDS OLDER THAN THE RETENTION   *
      *                   CUTOFF TO DATED SEQUENTIAL ARCHIVES WITH A  *
      *                   MANIFEST AND DELETES THEM FROM THE KSDS     *
      *  10/15/2026 RFK   ADDED HST-OVERRIDE-FLAG, CARRIED FROM       *
      *                   OUT-OVERRIDE-FLAG, SO A FORCED CLASS CODE   *
      *                   STAYS PROVABLE AS SUCH ON THE MASTER        *
      *----------------------------------------------------------------*
       01  PISSBALLS-HISTORY-RECORD.
           05  HST-KEY.
               10  HST-SET-ID           PIC X(04).
               10  HST-COUNT-VALUE      PIC 9(05).
           05  HST-CLASS-CODE           PIC X(44).
           05  HST-OVERRIDE-FLAG        PIC X(01).
               88  HST-OVERRIDDEN       VALUE "Y".
           05  FILLER                   PIC X(18).
