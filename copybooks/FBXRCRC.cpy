      *****************************************************************
      *                                                               *
      *  FBXRCRC.CPY                                                  *
      *                                                               *
      *  RUN CONTROL RECORD FOR THE FBXRCHK CROSS-RUN CLASSIFICATION  *
      *  CONSISTENCY CHECK (XRCTL).  ONE RECORD - WHERE THE CYCLES    *
      *  TO BE CHECKED ARE READ FROM.                                 *
      *                                                               *
      *  FB-XRC-SOURCE VALUES -                                       *
      *      C  =  THE CYCLE INQUIRY KSDS (CYCLEMF - SEE FBVSMRC),    *
      *            BROWSED IN KEY ORDER (JOB FBXRCHK).  THIS IS THE   *
      *            DEFAULT WHEN XRCTL IS ABSENT OR EMPTY.             *
      *      E  =  AN FBARETRV EXTRACT OF A CLOSED PERIOD, SORTED INTO*
      *            CYCLE AND RUN ORDER AND LAID OUT LIKE A CYCLEMF    *
      *            RECORD BY THE SORT STEP AHEAD OF THE PROGRAM       *
      *            (XRIN - JOB FBXRARC).                              *
      *                                                               *
      *  AN UNRECOGNIZED SOURCE IS FATAL.                             *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-XRC-RECORD.
           05  FB-XRC-SOURCE           PIC X(01).
               88  FB-XRC-CLUSTER               VALUE "C".
               88  FB-XRC-EXTRACT               VALUE "E".
           05  FILLER                  PIC X(79).
