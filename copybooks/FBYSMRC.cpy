      *****************************************************************
      *                                                               *
      *  FBYSMRC.CPY                                                  *
      *                                                               *
      *  ANNUAL CLASSIFICATION SUMMARY RECORD (YRSUMM).  ONE          *
      *  GENERATION PER YEAR-END CONSOLIDATION, WRITTEN BY FBYREND    *
      *  FROM THE YEAR'S VERIFIED MTDARCH GENERATIONS.  THE DETAIL    *
      *  RECORDS ARE THE YEAR'S CLASSIFIED CYCLES TOTALLED PER MONTH, *
      *  PER RANGE IDENTIFIER, PER CLASS CODE AND PER RULES VERSION,  *
      *  IN MONTH ORDER - A COMPACT STANDING RECORD OF THE YEAR ONCE  *
      *  THE DETAIL GENERATIONS ARE RELEASED.                         *
      *                                                               *
      *  FB-YSM-REC-TYPE VALUES -                                     *
      *      H  =  HEADER - THE YEAR AND THE DATE CONSOLIDATED        *
      *      D  =  DETAIL - ONE MONTH/RANGE/CODE/VERSION TOTAL        *
      *      T  =  TRAILER - DETAIL RECORD COUNT, TOTAL CYCLES, AND   *
      *            THE NUMBER OF MONTHS CONSOLIDATED                  *
      *  A MONTH WHOSE GENERATION WAS NOT SUPPLIED, OR DID NOT VERIFY,*
      *  HAS NO DETAIL RECORDS - THE YEAR-END REPORT SAYS WHICH.      *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-YSM-RECORD.
           05  FB-YSM-REC-TYPE         PIC X(01).
               88  FB-YSM-HEADER                VALUE "H".
               88  FB-YSM-DETAIL                VALUE "D".
               88  FB-YSM-TRAILER               VALUE "T".
           05  FB-YSM-DETAIL-DATA.
               10  FB-YSM-PERIOD       PIC 9(06).
               10  FB-YSM-RANGE-ID     PIC X(08).
               10  FB-YSM-CLASS-CD     PIC X(01).
               10  FB-YSM-RULES-VER    PIC 9(05).
               10  FB-YSM-CYCLES       PIC 9(09).
               10  FILLER              PIC X(50).
       01  FB-YSM-HEADER-RECORD REDEFINES FB-YSM-RECORD.
           05  FILLER                  PIC X(01).
           05  FB-YSM-HDR-YEAR         PIC 9(04).
           05  FB-YSM-HDR-RUN-DATE     PIC 9(08).
           05  FILLER                  PIC X(67).
       01  FB-YSM-TRAILER-RECORD REDEFINES FB-YSM-RECORD.
           05  FILLER                  PIC X(01).
           05  FB-YSM-TRL-REC-CT       PIC 9(09).
           05  FB-YSM-TRL-CYCLES       PIC 9(11).
           05  FB-YSM-TRL-MONTH-CT     PIC 9(02).
           05  FILLER                  PIC X(57).
