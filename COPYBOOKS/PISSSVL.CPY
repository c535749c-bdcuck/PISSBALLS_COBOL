      *----------------------------------------------------------------*
      *  PISSSVL - SECURITY-VIOLATION LOG RECORD LAYOUT                *
      *  ONE RECORD APPENDED TO THE PERMANENT PISSBALLS.SECURITY.LOG   *
      *  EVERY TIME A CARD-DRIVEN MAINTENANCE PROGRAM REJECTS A        *
      *  REQUEST BECAUSE ITS OPERATOR IS NOT AUTHORIZED ON THE         *
      *  PISSOPR MASTER, WITH THE FULL CARD IMAGE AS SUBMITTED, SO     *
      *  AUDIT SEES ATTEMPTED CHANGES AS WELL AS COMPLETED ONES.       *
      *  PRINTED BY PISSSVRP.  REASON CODES:                           *
      *    B - OPERATOR ID BLANK                                       *
      *    U - OPERATOR NOT ON THE AUTHORIZATION MASTER                *
      *    R - OPERATOR REVOKED                                        *
      *    F - OPERATOR NOT AUTHORIZED FOR THE FUNCTION                *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-VIOLATION-RECORD.
           05  SVL-LOG-DATE            PIC X(08).
           05  SVL-LOG-TIME            PIC X(08).
           05  SVL-PROGRAM-ID          PIC X(08).
           05  SVL-FUNCTION            PIC X(08).
           05  SVL-OPERATOR-ID         PIC X(08).
           05  SVL-REASON-CODE         PIC X(01).
               88  SVL-BLANK-ID        VALUE "B".
               88  SVL-UNKNOWN         VALUE "U".
               88  SVL-REVOKED         VALUE "R".
               88  SVL-NOT-PERMITTED   VALUE "F".
           05  SVL-REASON              PIC X(40).
           05  SVL-CARD-IMAGE          PIC X(80).
           05  FILLER                  PIC X(39).
