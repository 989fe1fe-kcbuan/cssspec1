      *                   THEM WITH THIS RECORD'S RANGE IDENTIFIER.   *
      *                   THE START AND END FIELDS ARE NOT USED IN    *
      *                   REPAIR MODE (KEY THEM ZERO).                *
      *  2026-10-15  RLB  CTLIN AND LDGCTL ARE NOW WRITTEN TOGETHER   *
      *                   BY FBPLAN FROM THE RANGE PLAN MASTER (SEE   *
      *                   FBRPLRC) RATHER THAN KEYED BY HAND.         *
      *                                                               *
      *****************************************************************
       01  FB-CTL-RECORD.
