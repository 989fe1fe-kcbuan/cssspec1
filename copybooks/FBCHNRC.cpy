      *  HIGHEST RETURN CODE STILL ACCEPTABLE FOR THE NIGHT TO BE     *
      *  SIGNED OFF, E.G. FOR A PLAIN FBNIGHT WINDOW -                *
      *      FBLDGBLD0000                                             *
      *      FBREADY 0000                                             *
      *      FIZZBUZZ0000                                             *
      *      FBPROOF 0000                                             *
      *      FBRECON 0000                                             *
      *      FBROLL  0000                                             *
      *      FBCOVREG0000                                             *
      *  THE CHAIN COMES FROM A CONTROL FILE RATHER THAN BEING        *
      *  COMPILED IN BECAUSE THE PARTITIONED FBBIGRUN/FBPARTN/        *
      *  FBMERGED NIGHTS HAVE A DIFFERENT SHAPE - KEEP ONE CHAIN      *
      *  DATASET PER WINDOW SHAPE - CHAININ FOR A PLAIN FBNIGHT       *
      *  WINDOW, CHAINBIG FOR A PARTITIONED ONE - AND FBSENTNL READS  *
      *  WHICHEVER THE PROCESSING CALENDAR (SEE FBCALRC) NAMES FOR    *
      *  THE NIGHT.  A NIGHT THAT MAY LEGITIMATELY DRAIN (SEE         *
      *  FBDRQRC) NEEDS ITS FIZZBUZZ MAX RETURN CODE SET TO 0004.     *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-09-02  RLB  INITIAL VERSION.                            *
      *  2026-10-15  RLB  CHAINBIG IS READ FOR A PARTITIONED NIGHT    *
      *                   BY CALENDAR, NOT BY REPOINTING CHAININ.     *
      *  2026-10-15  RLB  EXAMPLE CHAIN NOW SHOWS THE FBREADY GATE    *
      *                   AND THE FBPROOF CONTROL-TOTAL PROOF.        *
      *                                                               *
      *****************************************************************
       01  FB-CHN-RECORD.
