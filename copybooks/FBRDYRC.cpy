      *****************************************************************
      *                                                               *
      *  FBRDYRC.CPY                                                  *
      *                                                               *
      *  RUN CONTROL RECORD FOR THE FBREADY READINESS GATE (READYCTL),*
      *  THE FIRST STEP OF THE FBNIGHT AND FBBIGRUN WINDOWS.  ONE     *
      *  RECORD, KEYED IN-STREAM IN EACH JOB.                         *
      *                                                               *
      *  FB-RDY-WINDOW NAMES THE WINDOW THE GATE STANDS IN FRONT OF - *
      *      N  =  PLAIN FBNIGHT WINDOW - THE PENDING-CHECKPOINT CHECK*
      *            READS CHKPTF.                                      *
      *      B  =  PARTITIONED FBBIGRUN/FBPARTN/FBMERGED WINDOW - THE *
      *            CHECK READS THE FOUR PARTITION CHECKPOINTS         *
      *            (CHKPTF1 THRU CHKPTF4).                            *
      *  THE VALUES MATCH FB-CAL-WINDOW (SEE FBCALRC).                *
      *                                                               *
      *  FB-RDY-RESTART IS NORMALLY SPACE.  A CHECKPOINT LEFT BY A    *
      *  DRAINED RUN IS RESUMED WITHOUT IT.  AFTER A PLAIN WINDOW     *
      *  WAS CANCELLED OR ABENDED PARTWAY THROUGH, OPERATIONS KEYS    *
      *      R  =  RESTART CONFIRMED - THE PENDING CHECKPOINT IS      *
      *            MEANT TO BE RESUMED.                               *
      *  FOR THE RESUBMISSION ONLY, AND BLANKS IT AGAIN AFTER.  A     *
      *  PARTITIONED WINDOW IS NEVER RESTARTED THROUGH FBBIGRUN - A   *
      *  PARTITION IS FINISHED BY RESUBMITTING ITS FBPARTN JOB - SO   *
      *  R IS IGNORED THERE.                                          *
      *                                                               *
      *  A MISSING, EMPTY, OR UNRECOGNIZED READYCTL IS FATAL - THE    *
      *  TWO WINDOW SHAPES READ DIFFERENT CHECKPOINTS.                *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-RDY-RECORD.
           05  FB-RDY-WINDOW           PIC X(01).
               88  FB-RDY-PLAIN-WINDOW          VALUE "N".
               88  FB-RDY-BIG-WINDOW            VALUE "B".
           05  FB-RDY-RESTART          PIC X(01).
               88  FB-RDY-RESTART-CONFIRMED     VALUE "R".
           05  FILLER                  PIC X(78).
