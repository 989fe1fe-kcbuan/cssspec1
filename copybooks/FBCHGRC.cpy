      *****************************************************************
      *                                                               *
      *  FBCHGRC.CPY                                                  *
      *                                                               *
      *  MONTHLY CHARGEBACK FEED RECORD (CHGFEED) - THE FIXED-LAYOUT  *
      *  FILE FBCHARGE WRITES FOR THE GENERAL-LEDGER INTERFACE.  ONE  *
      *  HEADER, THE CHARGE LINES, ONE TRAILER.                       *
      *                                                               *
      *  FB-CHG-REC-TYPE VALUES -                                     *
      *      H  =  HEADER  (BILLING PERIOD AND ITS RUN DATES)         *
      *      D  =  DETAIL  (ONE CHARGE LINE FOR ONE BUSINESS UNIT)    *
      *      T  =  TRAILER (CONTROL TOTALS FOR THE WHOLE FEED)        *
      *                                                               *
      *  A DETAIL IS ONE OF TWO LINE TYPES -                          *
      *      U  =  USAGE - THE UNIT'S CYCLES OF ONE CLASS CODE PRICED *
      *            UNDER ONE RATE VERSION (SEE FBRATRC).  A RATE      *
      *            CHANGE PART WAY THROUGH THE PERIOD GIVES ONE LINE  *
      *            PER VERSION.                                       *
      *      M  =  MINIMUM - THE ADJUSTMENT THAT BRINGS A UNIT        *
      *            WHOSE USAGE CAME TO LESS THAN THE MINIMUM MONTHLY  *
      *            CHARGE UP TO IT.  CYCLES AND RATE ARE ZERO AND THE *
      *            CLASS CODE IS SPACE.                               *
      *  THE UNIT IS THE CTLIN RANGE IDENTIFIER STAMPED ON THE        *
      *  CLASSIFIED DETAILS (FB-OUT-RANGE-ID - SEE FBOUTRC).          *
      *                                                               *
      *  THE TRAILER COUNTS THE DETAIL RECORDS AND CARRIES THE TOTAL  *
      *  CYCLES AND AMOUNT, WHICH FBCHARGE HAS ALREADY TIED BACK TO   *
      *  THE PERIOD'S OUTFILE TRAILER TOTALS ON MTDFILE.  THE FEED IS *
      *  WRITTEN ONLY FOR A PERIOD THAT PROVED AND PRICED IN FULL -   *
      *  OTHERWISE CHGFEED IS LEFT EMPTY.  MONEY FIELDS ARE UNSIGNED. *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-CHG-RECORD.
           05  FB-CHG-REC-TYPE         PIC X(01).
               88  FB-CHG-HEADER                VALUE "H".
               88  FB-CHG-DETAIL                VALUE "D".
               88  FB-CHG-TRAILER               VALUE "T".
           05  FB-CHG-PERIOD           PIC 9(06).
           05  FB-CHG-DETAIL-DATA.
               10  FB-CHG-UNIT         PIC X(08).
               10  FB-CHG-LINE-TYPE    PIC X(01).
                   88  FB-CHG-USAGE-LINE        VALUE "U".
                   88  FB-CHG-MINIMUM-LINE      VALUE "M".
               10  FB-CHG-CLASS-CD     PIC X(01).
               10  FB-CHG-RATE-VER     PIC 9(05).
               10  FB-CHG-CYCLES       PIC 9(09).
               10  FB-CHG-RATE         PIC 9(05)V9(04).
               10  FB-CHG-AMOUNT       PIC 9(09)V99.
               10  FILLER              PIC X(29).
       01  FB-CHG-HEADER-RECORD REDEFINES FB-CHG-RECORD.
           05  FILLER                  PIC X(07).
           05  FB-CHG-HDR-RUN-DATE     PIC 9(08).
           05  FB-CHG-HDR-FIRST-DATE   PIC 9(08).
           05  FB-CHG-HDR-LAST-DATE    PIC 9(08).
           05  FILLER                  PIC X(49).
       01  FB-CHG-TRAILER-RECORD REDEFINES FB-CHG-RECORD.
           05  FILLER                  PIC X(07).
           05  FB-CHG-TRL-REC-CT       PIC 9(09).
           05  FB-CHG-TRL-UNIT-CT      PIC 9(05).
           05  FB-CHG-TRL-CYCLES       PIC 9(11).
           05  FB-CHG-TRL-AMOUNT       PIC 9(11)V99.
           05  FILLER                  PIC X(35).
