      *****************************************************************
      *                                                               *
      *  FBEXCRC.CPY                                                  *
      *                                                               *
      *  RUN CONTROL RECORD FOR FBEXCREG (EXCCTL).  ONE RECORD, KEYED *
      *  IN-STREAM IN EACH JOB THAT RUNS THE PROGRAM.                 *
      *                                                               *
      *  FB-EXC-MODE VALUES -                                         *
      *      D  =  DAILY - APPLY THE EXCTRANS DISPOSITIONS TO THE     *
      *            EXCEPTION REGISTER, THEN PRINT THE AGEING REPORT   *
      *            (JOB FBEXCREG)                                     *
      *      M  =  MONTH-END HOLD - NO TRANSACTIONS ARE READ.  THE    *
      *            PERIOD IS TAKEN FROM THE MTDFILE FIRST HEADER AND  *
      *            ANY OPEN ITEM RAISED IN OR BEFORE THAT PERIOD WITH *
      *            NO DISPOSITION HOLDS THE CLOSE (FBMONTH STEP005)   *
      *      X  =  CROSS-RUN - POST THE CONFLICTS FBXRCHK FOUND       *
      *            (XRFEED - SEE FBXRFRC) AS TYPE R ITEMS, CLOSE THE  *
      *            OPEN R ITEMS OF THE RUN DATES IT CHECKED THAT IT   *
      *            NO LONGER FINDS, THEN PRINT THE AGEING REPORT      *
      *            (JOBS FBXRCHK AND FBXRARC)                         *
      *                                                               *
      *  A MISSING, EMPTY, OR UNRECOGNIZED EXCCTL IS FATAL.           *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *  2026-10-15  RLB  ADD MODE X - CROSS-RUN CONFLICT POSTING.    *
      *                                                               *
      *****************************************************************
       01  FB-EXC-RECORD.
           05  FB-EXC-MODE             PIC X(01).
               88  FB-EXC-DAILY                 VALUE "D".
               88  FB-EXC-MONTH-END             VALUE "M".
               88  FB-EXC-CROSS-RUN             VALUE "X".
           05  FILLER                  PIC X(79).
