      *****************************************************************
      *                                                               *
      *  FBRMTRC.CPY                                                  *
      *                                                               *
      *  RULES MASTER MAINTENANCE TRANSACTION (RMTRANS), READ BY      *
      *  FBRMAINT.  ONE RECORD PER CHANGE TO THE EFFECTIVE-DATED      *
      *  RULES MASTER (RULEMAST - SEE FBRMSRC), APPLIED IN THE        *
      *  ORDER KEYED.  POSITIONS 2-70 CARRY THE RULE SET IN EXACTLY   *
      *  THE RULEMAST LAYOUT, ONE BYTE TO THE RIGHT, SO A SET IS      *
      *  KEYED HERE THE WAY IT WILL LAND ON THE MASTER.               *
      *                                                               *
      *  FB-RMT-ACTION VALUES -                                       *
      *      A  =  ADD A NEW RULE SET.  THE VERSION MUST BE HIGHER    *
      *            THAN ANY VERSION THE MASTER OR THE RULES CHANGE    *
      *            JOURNAL HAS EVER CARRIED, AND THE EFFECTIVE DATE   *
      *            LATER THAN THE LAST SET ON THE MASTER.             *
      *      C  =  CORRECT THE SET CARRYING FB-RMT-VERSION - ITS      *
      *            EFFECTIVE DATE AND ENTRIES ARE REPLACED WITH       *
      *            THOSE KEYED HERE.  THE VERSION ITSELF NEVER        *
      *            CHANGES.                                           *
      *      R  =  RETIRE THE SET CARRYING FB-RMT-VERSION FROM THE    *
      *            MASTER.  ONLY THE VERSION IS USED.                 *
      *  NO CHANGE MAY TOUCH A SET THAT ALREADY GOVERNS A RUN ON      *
      *  MTDFILE, OR GIVE A SET AN EFFECTIVE DATE ON OR BEFORE ONE.   *
      *                                                               *
      *  FB-RMT-REQUESTER NAMES WHO ASKED FOR THE CHANGE AND IS       *
      *  CARRIED ONTO THE RULES CHANGE JOURNAL (SEE FBRMJRC).  IT     *
      *  IS REQUIRED.                                                 *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-RMT-RECORD.
           05  FB-RMT-ACTION           PIC X(01).
               88  FB-RMT-ADD                   VALUE "A".
               88  FB-RMT-CORRECT               VALUE "C".
               88  FB-RMT-RETIRE                VALUE "R".
           05  FB-RMT-EFF-DATE         PIC 9(08).
           05  FB-RMT-VERSION          PIC 9(05).
           05  FB-RMT-RULES.
               10  FB-RMT-ENTRY OCCURS 4 TIMES.
                   15  FB-RMT-DIVISOR  PIC 9(03).
                   15  FB-RMT-CODE     PIC X(01).
                   15  FB-RMT-TEXT     PIC X(10).
           05  FB-RMT-REQUESTER        PIC X(08).
           05  FILLER                  PIC X(02).
