      *----------------------------------------------------------------*
      *  PISSCBR - CHARGEBACK RATE TABLE RECORD LAYOUT                 *
      *  PISSBALLS.PARMLIB(CBRATE).  ONE RECORD PER RULE SET, KEYED    *
      *  ON THE SET ID.  EACH RULE SET IS A PRODUCT LINE OWNED BY A    *
      *  COST CENTER; PISSCHRG PRICES THE SET'S MONTHLY VOLUME AT      *
      *  THESE RATES AND CHARGES IT TO THE COST CENTER AND GENERAL     *
      *  LEDGER ACCOUNT BELOW:                                         *
      *    CLASSIFY - PER THOUSAND COUNT VALUES CLASSIFIED             *
      *    SHIP     - PER RECORD SHIPPED DOWNSTREAM                    *
      *    RETAIN   - PER HISTORY MASTER RECORD RETAINED AT MONTH END  *
      *  A SET WITH VOLUME BUT NO RECORD HERE IS REPORTED UNPRICED.    *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBALLS-CHARGEBACK-RATE.
           05  CBR-SET-ID              PIC X(04).
           05  CBR-COST-CENTER         PIC X(06).
           05  CBR-COST-CENTER-NAME    PIC X(20).
           05  CBR-GL-ACCOUNT          PIC X(10).
           05  CBR-CLASSIFY-RATE       PIC 9(03)V99.
           05  CBR-SHIP-RATE           PIC 9(01)V9(04).
           05  CBR-RETAIN-RATE         PIC 9(01)V9(04).
           05  FILLER                  PIC X(25).
