      *****************************************************************
      *                                                               *
      *  FBEXRRC.CPY                                                  *
      *                                                               *
      *  RECONCILIATION EXCEPTION REGISTER RECORD (EXCPREG).  A VSAM  *
      *  KSDS HOLDING ONE RECORD PER EXCEPTION FBRECON HAS RAISED -   *
      *  EACH CYCLE REPORTED MISSING, DUPLICATED, UNMATCHED OR        *
      *  MISCLASSIFIED ON RECONRPT - SO THE ITEM IS TRACKED UNTIL IT  *
      *  IS CLEARED RATHER THAN FORGOTTEN WITH THE NIGHT'S REPORT.    *
      *                                                               *
      *  THE KEY IS THE RUN (RUN DATE AND SEQUENCE FROM THE OUTFILE   *
      *  HEADER), THE CYCLE AND THE EXCEPTION TYPE, SO A LATER        *
      *  RECONCILIATION OF THE SAME RUN - THE FBREPAIR RE-RUN OR A    *
      *  RESUBMITTED FBRECON STEP - FINDS ITS OWN ITEMS AND CLOSES    *
      *  THOSE IT NO LONGER RAISES.                                   *
      *                                                               *
      *  FB-EXR-TYPE VALUES -                                         *
      *      M  =  MISSING        (LEDGER CYCLE NOT ON OUTFILE)       *
      *      D  =  DUPLICATE      (CYCLE ON OUTFILE MORE THAN ONCE)   *
      *      U  =  UNMATCHED      (OUTFILE CYCLE NOT ON THE LEDGER)   *
      *      C  =  MISCLASSIFIED  (CLASS CODE DISAGREES WITH RULES)   *
      *      R  =  CROSS-RUN      (CLASS CODE DISAGREES WITH THE SAME *
      *                            CYCLE'S CODE ON ANOTHER RUN)       *
      *                                                               *
      *  FB-EXR-STATUS VALUES -                                       *
      *      O  =  OPEN                                               *
      *      C  =  CLOSED - THE RUN WAS RECONCILED AGAIN AND THE      *
      *            EXCEPTION WAS NOT RAISED                           *
      *      W  =  WRITTEN OFF BY AN ANALYST (SEE FB-EXR-DISP-xxx)    *
      *                                                               *
      *  FB-EXR-DISP-CD IS THE ANALYST'S DISPOSITION, APPLIED BY      *
      *  FBEXCREG FROM EXCTRANS (SEE FBEXTRC) -                       *
      *      SPACE  =  NONE                                           *
      *      W      =  WRITTEN OFF (THE ITEM IS STATUS W)             *
      *      H      =  HELD - THE ITEM STAYS OPEN BUT IS EXPLAINED,   *
      *                SO IT DOES NOT HOLD THE MONTH-END CLOSE        *
      *                                                               *
      *  FB-EXR-SEEN-DATE/TIME STAMP THE LAST RECONCILIATION THAT     *
      *  RAISED THE ITEM.  FB-EXR-RAISE-CT COUNTS THOSE RUNS.         *
      *                                                               *
      *  A CROSS-RUN (R) ITEM IS POSTED BY FBEXCREG MODE X FROM THE   *
      *  FBXRCHK CONFLICT FEED, KEYED BY THE LATER OF THE TWO RUNS.   *
      *  FB-EXR-EXPECT-CD IS THE EARLIER RUN'S CODE AND               *
      *  FB-EXR-ACTUAL-CD THE LATER RUN'S.  THE ITEM IS CLOSED BY THE *
      *  NEXT CROSS-RUN POSTING OVER THE SAME DATES THAT NO LONGER    *
      *  FINDS THE CONFLICT - FBRECON NEVER CLOSES IT.                *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *  2026-10-15  RLB  DESCRIBE CROSS-RUN ITEMS POSTED BY FBEXCREG.*
      *                                                               *
      *****************************************************************
       01  FB-EXR-RECORD.
           05  FB-EXR-KEY.
               10  FB-EXR-RUN-DATE     PIC 9(08).
               10  FB-EXR-RUN-SEQ      PIC 9(05).
               10  FB-EXR-CYCLE-NUM    PIC 9(07).
               10  FB-EXR-TYPE         PIC X(01).
                   88  FB-EXR-MISSING           VALUE "M".
                   88  FB-EXR-DUPLICATE         VALUE "D".
                   88  FB-EXR-UNMATCHED         VALUE "U".
                   88  FB-EXR-MISCLASSIFIED     VALUE "C".
                   88  FB-EXR-CROSS-RUN         VALUE "R".
                   88  FB-EXR-VALID-TYPE
                                       VALUE "M" "D" "U" "C" "R".
           05  FB-EXR-STATUS           PIC X(01).
               88  FB-EXR-OPEN                  VALUE "O".
               88  FB-EXR-CLOSED                VALUE "C".
               88  FB-EXR-WRITTEN-OFF           VALUE "W".
           05  FB-EXR-RAISED-DATE      PIC 9(08).
           05  FB-EXR-SEEN-DATE        PIC 9(08).
           05  FB-EXR-SEEN-TIME        PIC 9(06).
           05  FB-EXR-RAISE-CT         PIC 9(03).
           05  FB-EXR-EXPECT-CD        PIC X(01).
           05  FB-EXR-ACTUAL-CD        PIC X(01).
           05  FB-EXR-STATUS-DATE      PIC 9(08).
           05  FB-EXR-DISP-CD          PIC X(01).
               88  FB-EXR-NO-DISP               VALUE SPACE.
               88  FB-EXR-DISP-WRITE-OFF        VALUE "W".
               88  FB-EXR-DISP-HELD             VALUE "H".
           05  FB-EXR-DISP-DATE        PIC 9(08).
           05  FB-EXR-DISP-BY          PIC X(08).
           05  FB-EXR-DISP-REASON      PIC X(40).
           05  FILLER                  PIC X(06).
