      *****************************************************************
      *                                                               *
      *  FBEXTRC.CPY                                                  *
      *                                                               *
      *  EXCEPTION DISPOSITION TRANSACTION (EXCTRANS).  KEYED BY THE  *
      *  RECONCILIATION ANALYST AND APPLIED TO THE EXCEPTION REGISTER *
      *  (EXCPREG, SEE FBEXRRC) BY THE DAILY FBEXCREG RUN.            *
      *                                                               *
      *  FB-EXT-ACTION VALUES -                                       *
      *      W  =  WRITE THE ITEM OFF - IT IS CLOSED WITH STATUS W    *
      *      H  =  HOLD THE ITEM - IT STAYS OPEN AND KEEPS AGEING, BUT*
      *            CARRIES THE REASON AND NO LONGER HOLDS THE         *
      *            MONTH-END CLOSE                                    *
      *                                                               *
      *  THE ITEM IS NAMED BY ITS FULL REGISTER KEY AS PRINTED ON THE *
      *  FBEXCREG AGEING REPORT.  ONLY AN OPEN ITEM MAY BE DISPOSED   *
      *  OF.  THE ANALYST ID AND A REASON ARE REQUIRED.  A LATER H OR *
      *  W FOR THE SAME ITEM REPLACES AN EARLIER HOLD.                *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-EXT-RECORD.
           05  FB-EXT-ACTION           PIC X(01).
               88  FB-EXT-WRITE-OFF             VALUE "W".
               88  FB-EXT-HOLD                  VALUE "H".
           05  FB-EXT-RUN-DATE         PIC 9(08).
           05  FB-EXT-RUN-SEQ          PIC 9(05).
           05  FB-EXT-CYCLE-NUM        PIC 9(07).
           05  FB-EXT-TYPE             PIC X(01).
           05  FB-EXT-ANALYST          PIC X(08).
           05  FB-EXT-REASON           PIC X(40).
           05  FILLER                  PIC X(10).
