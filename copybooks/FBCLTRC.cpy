      *****************************************************************
      *                                                               *
      *  FBCLTRC.CPY                                                  *
      *                                                               *
      *  PROCESSING CALENDAR MAINTENANCE TRANSACTION (CALTRANS), READ *
      *  BY FBCALMNT.  ONE RECORD PER CHANGE TO THE PROCESSING        *
      *  CALENDAR (CALENDAR - SEE FBCALRC), APPLIED IN THE ORDER      *
      *  KEYED, SO A YEAR IS LOADED FIRST AND ITS HOLIDAYS KEYED      *
      *  BEHIND IT IN THE SAME RUN.                                   *
      *                                                               *
      *  FB-CLT-ACTION VALUES -                                       *
      *      G  =  GENERATE A YEAR.  FB-CLT-YEAR NAMES THE YEAR AND   *
      *            FB-CLT-PATTERN GIVES THE WEEK, MONDAY THRU SUNDAY -*
      *            N FOR A PLAIN FBNIGHT WINDOW, B FOR A PARTITIONED  *
      *            FBBIGRUN WINDOW, - FOR NO PROCESSING.  EVERY       *
      *            DATE OF THE YEAR IS WRITTEN FROM THE PATTERN,      *
      *            REPLACING ANY ALREADY ON THE CALENDAR.  REFUSED    *
      *            IF THE CALENDAR ALREADY CARRIES A DATE OF THAT     *
      *            YEAR ON OR BEFORE TODAY - A NIGHT ALREADY JUDGED   *
      *            IS NEVER RESHAPED.                                 *
      *      D  =  SET ONE DATE.  FB-CLT-DATE MUST BE AFTER TODAY AND *
      *            ITS YEAR ALREADY LOADED.  FB-CLT-PROC-SW Y OR N,   *
      *            FB-CLT-WINDOW N OR B ON A PROCESSING DAY (BLANK ON *
      *            ANY OTHER), FB-CLT-DESC THE REASON - E.G. A        *
      *            HOLIDAY'S NAME.                                    *
      *      P  =  PURGE A YEAR.  FB-CLT-YEAR MUST BE BEFORE THE      *
      *            CURRENT YEAR.                                      *
      *      L  =  LIST A YEAR IN FULL, ONE LINE PER DATE.            *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-CLT-RECORD.
           05  FB-CLT-ACTION           PIC X(01).
               88  FB-CLT-GENERATE              VALUE "G".
               88  FB-CLT-SET-DATE              VALUE "D".
               88  FB-CLT-PURGE                 VALUE "P".
               88  FB-CLT-LIST                  VALUE "L".
           05  FB-CLT-DATE             PIC 9(08).
           05  FB-CLT-YEAR-KEY REDEFINES FB-CLT-DATE.
               10  FB-CLT-YEAR         PIC 9(04).
               10  FILLER              PIC X(04).
           05  FB-CLT-PROC-SW          PIC X(01).
           05  FB-CLT-WINDOW           PIC X(01).
           05  FB-CLT-DESC             PIC X(30).
           05  FB-CLT-PATTERN          PIC X(07).
           05  FILLER                  PIC X(32).
