      *****************************************************************
      *                                                               *
      *  FBRGTRC.CPY                                                  *
      *                                                               *
      *  RANGE TOTALS RECORD (RNGTOTF).  FIZZBUZZ WRITES ONE RECORD   *
      *  PER CTLIN RANGE AT END OF RUN CARRYING THE CATEGORY TOTALS   *
      *  IT COUNTED FOR THAT RANGE - THE SAME FIGURES ITS END-OF-RUN  *
      *  RANGE DISPLAYS SHOW - SO THEY SURVIVE THE STEP FOR THE       *
      *  FBPROOF ARITHMETIC CONTROL-TOTAL PROOF.  THE RULE ENTRIES    *
      *  ARE IN FBRULES ORDER, EXACTLY AS ON THE OUTFILE TRAILER.     *
      *                                                               *
      *  RNGTOTF IS RESET AND RESUMED EXACTLY AS OUTFILE IS - A       *
      *  FRESH RUN OPENS IT OUTPUT, A CHECKPOINT RESTART OPENS IT     *
      *  EXTEND.  A DRAINED RUN WRITES ITS PRE-DRAIN TOTALS WITH      *
      *  FB-RGT-STATUS P (PARTIAL) AND THE RESUMED RUN, WHOSE TOTALS  *
      *  START AGAIN AT ZERO, ITS POST-DRAIN TOTALS WITH STATUS C,    *
      *  SO A RANGE'S RECORDS ADDED TOGETHER COVER THE NIGHT, JUST    *
      *  AS ITS TWO OUTFILE TRAILERS DO.  REPAIR RUNS DO NOT WRITE    *
      *  RNGTOTF.                                                     *
      *                                                               *
      *  FB-RGT-STATUS VALUES -                                       *
      *      C  =  COMPLETE - WRITTEN BY A RUN THAT FINISHED          *
      *      P  =  PARTIAL  - WRITTEN BY A DRAINED RUN                *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-RGT-RECORD.
           05  FB-RGT-RUN-SEQ          PIC 9(05).
           05  FB-RGT-RULES-VER        PIC 9(05).
           05  FB-RGT-RANGE-ID         PIC X(08).
           05  FB-RGT-START-NUM        PIC 9(07).
           05  FB-RGT-END-NUM          PIC 9(07).
           05  FB-RGT-STATUS           PIC X(01).
               88  FB-RGT-COMPLETE              VALUE "C".
               88  FB-RGT-PARTIAL               VALUE "P".
           05  FB-RGT-RULE-TOTAL       OCCURS 4 TIMES.
               10  FB-RGT-RULE-CODE    PIC X(01).
               10  FB-RGT-RULE-CT      PIC 9(07).
           05  FB-RGT-PLAIN-CT         PIC 9(07).
           05  FILLER                  PIC X(08).
