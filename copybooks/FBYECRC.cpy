      *****************************************************************
      *                                                               *
      *  FBYECRC.CPY                                                  *
      *                                                               *
      *  RUN CONTROL RECORD FOR THE FBYREND YEAR-END CONSOLIDATION    *
      *  (YRENDCTL).  ONE RECORD, KEYED IN-STREAM IN THE FBYREND JOB. *
      *                                                               *
      *  FB-YEC-YEAR NAMES THE CALENDAR YEAR BEING CONSOLIDATED. EVERY*
      *  ARCHIVE GENERATION SUPPLIED MUST HOLD A PERIOD OF THAT YEAR. *
      *                                                               *
      *  FB-YEC-RETAIN-MONTHS IS HOW MANY MONTHS AFTER ITS PERIOD A   *
      *  CONSOLIDATED AND VERIFIED MTDARCH GENERATION MUST BE KEPT    *
      *  BEFORE THE RETENTION REGISTER SHOWS IT AS ELIGIBLE FOR       *
      *  RELEASE.  THE MTDARCH GDG ROLLS A GENERATION OFF BY ITSELF AT*
      *  ITS LIMIT (SEE FBALLOC), SO A RETENTION LONGER THAN THE LIMIT*
      *  IS NEVER REACHED.                                            *
      *                                                               *
      *  A MISSING, EMPTY, OR NON-NUMERIC YRENDCTL, OR A YEAR OR      *
      *  RETENTION OF ZERO, IS FATAL.                                 *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-YEC-RECORD.
           05  FB-YEC-YEAR             PIC 9(04).
           05  FB-YEC-RETAIN-MONTHS    PIC 9(03).
           05  FILLER                  PIC X(73).
