      *----------------------------------------------------------------*
      *  PISSBNPM - PISSBAND ANALYSIS PARAMETER CARD LAYOUT            *
      *  OPTIONAL DECK, TWO CARD TYPES:                                *
      *    S - SELECTION (AT MOST ONE).  SOURCE D ANALYZES THE DAILY   *
      *        PISSOUT DETAIL; SOURCE H ANALYZES THE HISTORY MASTER    *
      *        FOR THE FROM/THRU RUN DATES (BLANK FROM = EARLIEST,     *
      *        BLANK THRU = LATEST).  THE BAND WIDTH IS THE DEFAULT    *
      *        NUMBER OF COUNT VALUES PER RANGE BAND FOR EVERY SET.    *
      *    B - BAND WIDTH FOR ONE SET, OVERRIDING THE DEFAULT.         *
      *  NO DECK AT ALL ANALYZES THE DAILY PISSOUT IN BANDS OF 1000.   *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/2026 RFK   ORIGINAL                                    *
      *----------------------------------------------------------------*
       01  PISSBAND-PARAMETER-CARD.
           05  BNP-CARD-TYPE           PIC X(01).
               88  BNP-SELECTION-CARD  VALUE "S".
               88  BNP-BAND-CARD       VALUE "B".
           05  BNP-SELECTION-DATA.
               10  BNP-SOURCE          PIC X(01).
                   88  BNP-DAILY-SOURCE    VALUE "D".
                   88  BNP-HISTORY-SOURCE  VALUE "H".
               10  BNP-FROM-DATE       PIC X(08).
               10  BNP-THRU-DATE       PIC X(08).
               10  BNP-BAND-WIDTH      PIC X(05).
               10  FILLER              PIC X(57).
           05  BNP-BAND-DATA REDEFINES BNP-SELECTION-DATA.
               10  BNP-SET-ID          PIC X(04).
               10  BNP-SET-BAND-WIDTH  PIC X(05).
               10  FILLER              PIC X(70).
