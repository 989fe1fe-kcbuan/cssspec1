      *****************************************************************
      *                                                               *
      *  FBCALRC.CPY                                                  *
      *                                                               *
      *  PROCESSING CALENDAR RECORD (CALENDAR).  ONE RECORD PER       *
      *  CALENDAR DATE, IN ASCENDING DATE ORDER, SAYING WHETHER THE   *
      *  DATE IS A PROCESSING DAY - A DAY WHOSE OVERNIGHT WINDOW IS   *
      *  SCHEDULED - AND, IF IT IS, THE SHAPE OF THE WINDOW EXPECTED  *
      *  THAT NIGHT.  THE CALENDAR IS MAINTAINED ONLY BY FBCALMNT,    *
      *  WHICH LOADS A YEAR AT A TIME FROM A WEEKLY PATTERN AND THEN  *
      *  TAKES HOLIDAYS AND OTHER ONE-DAY CHANGES.                    *
      *                                                               *
      *  A PROCESSING DAY'S WINDOW OPENS AT THE WINDOW-START HOUR     *
      *  (20:00) ON THE DATE ITSELF AND RUNS UNTIL THE NEXT           *
      *  PROCESSING DAY'S WINDOW OPENS, SO A NIGHT THAT RUNS PAST     *
      *  MIDNIGHT, AND ANY RERUN OVER A WEEKEND OR HOLIDAY, STAYS     *
      *  WITH THE PROCESSING DAY IT BELONGS TO.  FBSENTNL, FBSHIFT,   *
      *  FBXTRACT'S ACKNOWLEDGMENT CHECK AND FBCOVREG ALL JUDGE THE   *
      *  LATEST PROCESSING DAY WHOSE WINDOW HAS OPENED, AND A         *
      *  PROCESSING DAY WITH NO RUN IS REPORTED AS SKIPPED.           *
      *                                                               *
      *  FB-CAL-PROC-SW VALUES -                                      *
      *      Y  =  PROCESSING DAY - THE WINDOW IS SCHEDULED           *
      *      N  =  NO PROCESSING - WEEKEND, HOLIDAY, SHUTDOWN         *
      *                                                               *
      *  FB-CAL-WINDOW VALUES (PROCESSING DAYS ONLY) -                *
      *      N  =  PLAIN FBNIGHT WINDOW - CHAIN ON CHAININ            *
      *      B  =  PARTITIONED FBBIGRUN/FBPARTN/FBMERGED WINDOW -     *
      *            CHAIN ON CHAINBIG                                  *
      *                                                               *
      *  FB-CAL-DAY-NAME IS THE DAY OF THE WEEK (MON THRU SUN), SET   *
      *  BY FBCALMNT FOR THE LISTING.  FB-CAL-MAINT-DATE IS THE DATE  *
      *  THE ENTRY WAS LAST LOADED OR CHANGED.                        *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-CAL-RECORD.
           05  FB-CAL-DATE             PIC 9(08).
           05  FB-CAL-PROC-SW          PIC X(01).
               88  FB-CAL-PROCESSING-DAY        VALUE "Y".
               88  FB-CAL-NO-PROCESSING         VALUE "N".
           05  FB-CAL-WINDOW           PIC X(01).
               88  FB-CAL-PLAIN-WINDOW          VALUE "N".
               88  FB-CAL-BIG-WINDOW            VALUE "B".
           05  FB-CAL-DAY-NAME         PIC X(03).
           05  FB-CAL-DESC             PIC X(30).
           05  FB-CAL-MAINT-DATE       PIC 9(08).
           05  FILLER                  PIC X(29).
