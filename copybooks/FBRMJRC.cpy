      *****************************************************************
      *                                                               *
      *  FBRMJRC.CPY                                                  *
      *                                                               *
      *  RULES CHANGE JOURNAL RECORD (RMJRNL).  THE PERMANENT         *
      *  RECORD OF EVERY CHANGE FBRMAINT HAS MADE TO THE RULES        *
      *  MASTER (RULEMAST - SEE FBRMSRC) - ONE RECORD PER ACCEPTED    *
      *  TRANSACTION, APPENDED, NEVER REWRITTEN.  EACH RECORD         *
      *  CARRIES WHEN THE CHANGE WAS MADE, WHO ASKED FOR IT, THE      *
      *  ACTION (SEE FBRMTRC), AND THE SET AS IT STOOD BEFORE AND     *
      *  AFTER - ZEROES AND SPACES IN THE BEFORE IMAGE OF AN ADD      *
      *  AND THE AFTER IMAGE OF A RETIREMENT.  FBRMAINT ALSO READS    *
      *  THE JOURNAL BACK SO A RETIRED VERSION NUMBER IS NEVER        *
      *  ISSUED AGAIN.                                                *
      *                                                               *
      *  THE RECORD IS 160 BYTES - ALLOCATE RMJRNL WITH LRECL=160.    *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-RMJ-RECORD.
           05  FB-RMJ-CHG-DATE         PIC 9(08).
           05  FB-RMJ-CHG-TIME         PIC 9(06).
           05  FB-RMJ-ACTION           PIC X(01).
               88  FB-RMJ-ADD                   VALUE "A".
               88  FB-RMJ-CORRECT               VALUE "C".
               88  FB-RMJ-RETIRE                VALUE "R".
           05  FB-RMJ-REQUESTER        PIC X(08).
           05  FB-RMJ-VERSION          PIC 9(05).
           05  FB-RMJ-BEFORE.
               10  FB-RMJ-BEF-EFF-DATE PIC 9(08).
               10  FB-RMJ-BEF-RULES    PIC X(56).
           05  FB-RMJ-AFTER.
               10  FB-RMJ-AFT-EFF-DATE PIC 9(08).
               10  FB-RMJ-AFT-RULES    PIC X(56).
           05  FILLER                  PIC X(04).
