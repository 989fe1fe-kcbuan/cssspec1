      *  - THE DISTOUT TRAILER MUST CARRY THAT RUN DATE OR THE       *
      *  CHECK REFUSES.  A SCHEDULER THAT CANNOT KEY THE CARD        *
      *  NIGHTLY MAY LEAVE THE DATE SPACES OR ZERO - THE CHECK       *
      *  THEN TAKES THE NIGHT FROM THE PROCESSING CALENDAR (SEE      *
      *  FBCALRC), AS FBSHIFT AND FBSENTNL DO, REFUSES WHEN THAT     *
      *  PROCESSING DAY HAS NO RUN ON FBRUNLOG, AND REFUSES A        *
      *  TRAILER DATED EARLIER.                                      *
      *                                                               *
      *  A MISSING, EMPTY, OR UNRECOGNIZED XTRCTL IS FATAL - THE     *
      *                   MENT CHECK CAN PROVE DISTOUT IS THE NIGHT   *
      *                   BEING SIGNED OFF AND NOT A STALE FILE       *
      *                   LEFT BY A NIGHT WHOSE EXTRACT NEVER RAN.    *
      *  2026-10-15  RLB  AN UNKEYED DATE NOW MEANS THE NIGHT THE     *
      *                   PROCESSING CALENDAR NAMES.                  *
      *                                                               *
      *****************************************************************
       01  FB-XTC-RECORD.
