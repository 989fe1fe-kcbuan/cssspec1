      *****************************************************************
      *                                                               *
      *  FBXRFRC.CPY                                                  *
      *                                                               *
      *  CROSS-RUN CONFLICT FEED RECORD (XRFEED), WRITTEN BY FBXRCHK  *
      *  AND POSTED TO THE RECONCILIATION EXCEPTION REGISTER (EXCPREG *
      *  - SEE FBEXRRC) AS TYPE R ITEMS BY FBEXCREG IN CROSS-RUN MODE *
      *  (EXCCTL X).  ONE HEADER, ONE DETAIL PER CONFLICT THE RULES   *
      *  DO NOT EXPLAIN, ONE TRAILER.                                 *
      *                                                               *
      *  FB-XRF-REC-TYPE VALUES -                                     *
      *      H  =  HEADER  - THE SOURCE CHECKED (SEE FBXRCRC) AND     *
      *                WHEN THE CHECK RAN.                            *
      *      D  =  DETAIL  - ONE CONFLICT - THE CYCLE AND, FOR EACH   *
      *                OF THE TWO RUNS (THE EARLIER AND THE LATER, IN *
      *                RUN DATE AND SEQUENCE ORDER), ITS RUN DATE, RUN*
      *                SEQUENCE, CLASS CODE, THE RULEMAST VERSION IN  *
      *                FORCE ON ITS RUN DATE AND THE CODE THAT VERSION*
      *                GIVES THE CYCLE.                               *
      *      T  =  TRAILER - THE NUMBER OF DETAIL RECORDS, SO A FEED  *
      *                CUT SHORT IS NEVER TAKEN AS COMPLETE, AND THE  *
      *                LOWEST AND HIGHEST RUN DATES AND CYCLES        *
      *                EXAMINED.  THE REGISTER CLOSES THE TYPE R      *
      *                ITEMS INSIDE BOTH RANGES THE FEED NO LONGER    *
      *                RAISES, SO A FEED WITH NO DETAIL STILL MATTERS.*
      *                ITEMS FOR CYCLES OUTSIDE THE CYCLE RANGE ARE   *
      *                LEFT OPEN - THOSE CYCLES WERE NOT CHECKED.     *
      *                                                               *
      *  FB-XRF-REASON-CD VALUES (DETAIL RECORDS ONLY) -              *
      *      E  =  THE EARLIER RUN'S CODE IS NOT THE ONE ITS RULES    *
      *            GIVE THE CYCLE                                     *
      *      L  =  THE LATER RUN'S CODE IS NOT THE ONE ITS RULES GIVE *
      *      B  =  NEITHER RUN'S CODE IS THE ONE ITS RULES GIVE       *
      *                                                               *
      *  THE REGISTER ITEM IS RAISED AGAINST THE LATER RUN - THE RERUN*
      *  WHOSE RESULT IS IN QUESTION.                                 *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-XRF-RECORD.
           05  FB-XRF-REC-TYPE         PIC X(01).
               88  FB-XRF-HEADER                VALUE "H".
               88  FB-XRF-DETAIL                VALUE "D".
               88  FB-XRF-TRAILER               VALUE "T".
           05  FB-XRF-CYCLE-NUM        PIC 9(07).
           05  FB-XRF-ERL-RUN.
               10  FB-XRF-ERL-RUN-DATE PIC 9(08).
               10  FB-XRF-ERL-RUN-SEQ  PIC 9(05).
               10  FB-XRF-ERL-CLASS-CD PIC X(01).
               10  FB-XRF-ERL-RULES-VER PIC 9(05).
               10  FB-XRF-ERL-EXPECT-CD PIC X(01).
           05  FB-XRF-LTR-RUN.
               10  FB-XRF-LTR-RUN-DATE PIC 9(08).
               10  FB-XRF-LTR-RUN-SEQ  PIC 9(05).
               10  FB-XRF-LTR-CLASS-CD PIC X(01).
               10  FB-XRF-LTR-RULES-VER PIC 9(05).
               10  FB-XRF-LTR-EXPECT-CD PIC X(01).
           05  FB-XRF-REASON-CD        PIC X(01).
               88  FB-XRF-EARLIER-WRONG         VALUE "E".
               88  FB-XRF-LATER-WRONG           VALUE "L".
               88  FB-XRF-BOTH-WRONG            VALUE "B".
           05  FILLER                  PIC X(31).
       01  FB-XRF-HEADER-RECORD REDEFINES FB-XRF-RECORD.
           05  FILLER                  PIC X(01).
           05  FB-XRF-HDR-SOURCE       PIC X(01).
           05  FB-XRF-HDR-RUN-DATE     PIC 9(08).
           05  FB-XRF-HDR-RUN-TIME     PIC 9(06).
           05  FILLER                  PIC X(64).
       01  FB-XRF-TRAILER-RECORD REDEFINES FB-XRF-RECORD.
           05  FILLER                  PIC X(01).
           05  FB-XRF-TRL-CONFLICT-CT  PIC 9(07).
           05  FB-XRF-TRL-LOW-DATE     PIC 9(08).
           05  FB-XRF-TRL-HIGH-DATE    PIC 9(08).
           05  FB-XRF-TRL-LOW-CYCLE    PIC 9(07).
           05  FB-XRF-TRL-HIGH-CYCLE   PIC 9(07).
           05  FILLER                  PIC X(42).
