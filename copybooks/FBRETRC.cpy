      *****************************************************************
      *                                                               *
      *  FBRETRC.CPY                                                  *
      *                                                               *
      *  MTDARCH RETENTION REGISTER RECORD (RETREG).  ONE RECORD PER  *
      *  CLOSED PERIOD WHOSE ARCHIVE GENERATION FBYREND HAS READ, IN  *
      *  ASCENDING PERIOD ORDER, MAINTAINED ONLY BY FBYREND.  IT IS   *
      *  THE EVIDENCE A GENERATION MAY BE LET GO - A PERIOD WITH      *
      *  STATUS V WAS CONSOLIDATED INTO THE YEAR'S SUMMARY (YRSUMM)   *
      *  AND ITS TRAILERS PROVED AGAINST ITS DETAILS ON THE DATE      *
      *  SHOWN.  THE RUN DATES AND COUNTS IDENTIFY THE GENERATION.    *
      *                                                               *
      *  FB-RET-STATUS VALUES -                                       *
      *      V  =  CONSOLIDATED AND VERIFIED                          *
      *      F  =  READ BUT FAILED VERIFICATION - NOT CONSOLIDATED,   *
      *            MUST BE KEPT                                       *
      *  A LATER CONSOLIDATION OF THE SAME PERIOD REPLACES THE RECORD.*
      *                                                               *
      *  FB-RET-RELEASE-AFTER IS THE LAST MONTH (YYYYMM) THE          *
      *  GENERATION MUST BE KEPT - THE PERIOD PLUS THE RETENTION ON   *
      *  YRENDCTL.  THE YEAR-END REPORT LISTS A VERIFIED GENERATION AS*
      *  ELIGIBLE FOR RELEASE ONCE THAT MONTH HAS PASSED.             *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-RET-RECORD.
           05  FB-RET-PERIOD           PIC 9(06).
           05  FB-RET-STATUS           PIC X(01).
               88  FB-RET-VERIFIED              VALUE "V".
               88  FB-RET-FAILED                VALUE "F".
           05  FB-RET-CONSOL-DATE      PIC 9(08).
           05  FB-RET-FIRST-DATE       PIC 9(08).
           05  FB-RET-LAST-DATE        PIC 9(08).
           05  FB-RET-HDR-CT           PIC 9(05).
           05  FB-RET-DETAIL-CT        PIC 9(09).
           05  FB-RET-REC-CT           PIC 9(09).
           05  FB-RET-SUMM-YEAR        PIC 9(04).
           05  FB-RET-RELEASE-AFTER    PIC 9(06).
           05  FILLER                  PIC X(16).
