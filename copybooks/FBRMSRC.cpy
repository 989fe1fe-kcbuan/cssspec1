      *  ----------------------------------------------------------   *
      *  2026-09-02  RLB  INITIAL VERSION - THE RULE SETS MOVED HERE  *
      *                   FROM FBRULES COMPILE-TIME VALUE CLAUSES.    *
      *  2026-10-15  RLB  THE MASTER IS NOW MAINTAINED ONLY THROUGH   *
      *                   FBRMAINT (JOB FBRULMNT), WHICH ENFORCES     *
      *                   THE KEYING RULES ABOVE AND JOURNALS EVERY   *
      *                   CHANGE.                                     *
      *                                                               *
      *****************************************************************
       01  FB-RMS-RECORD.
