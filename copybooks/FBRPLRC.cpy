      *****************************************************************
      *                                                               *
      *  FBRPLRC.CPY                                                  *
      *                                                               *
      *  STANDING RANGE PLAN MASTER RECORD (RANGEPLN).  ONE RECORD PER*
      *  BUSINESS-UNIT RANGE IDENTIFIER FOR THE CURRENT PERIOD - THE  *
      *  FIRST AND LAST CYCLE OF THE RANGE'S SHARE OF THE PERIOD AND  *
      *  THE NUMBER OF CYCLES TO CLASSIFY EACH NIGHT.  FBPLAN READS   *
      *  IT WITH THE MONTH'S COVERAGE ON MTDFILE TO WRITE THE NEXT    *
      *  NIGHT'S CTLIN AND LDGCTL, SO NEITHER IS KEYED BY HAND.       *
      *                                                               *
      *  KEYING RULES -                                               *
      *      - ONE RECORD PER RANGE IDENTIFIER, NON-BLANK.            *
      *      - FIRST CYCLE ABOVE ZERO, LAST CYCLE NOT BELOW IT AND NOT*
      *        ABOVE 9999999, THE CLASSIFICATION RUN'S CAPACITY.      *
      *      - NIGHTLY QUOTA ABOVE ZERO.                              *
      *      - NO TWO RANGES' PERIODS MAY SHARE A CYCLE.              *
      *  A RANGE WHOSE PERIOD IS FULLY CLASSIFIED DROPS OFF THE       *
      *  CONTROL FILES BY ITSELF - THE RECORD NEED NOT BE REMOVED     *
      *  UNTIL THE PLAN IS RESTATED FOR THE NEXT PERIOD.              *
      *                                                               *
      *  THE FIRST AND LAST FIELDS ARE WIDER THAN THE PROGRAMS' PIC   *
      *  9(07) CYCLE FIELDS, AS ON FBCTLRC, SO AN OVER-CAPACITY       *
      *  VALUE REACHES, AND IS REJECTED BY, THE EDITS.                *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-RPL-RECORD.
           05  FB-RPL-RANGE-ID         PIC X(08).
           05  FB-RPL-FIRST-NUM        PIC 9(09).
           05  FB-RPL-LAST-NUM         PIC 9(09).
           05  FB-RPL-QUOTA            PIC 9(07).
           05  FB-RPL-DESC             PIC X(30).
           05  FILLER                  PIC X(17).
