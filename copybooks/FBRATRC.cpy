      *****************************************************************
      *                                                               *
      *  FBRATRC.CPY                                                  *
      *                                                               *
      *  EFFECTIVE-DATED CHARGEBACK RATE MASTER RECORD (RATEMAST),    *
      *  READ BY THE FBCHARGE MONTHLY CHARGEBACK.  ONE RECORD PER RATE*
      *  SET - THE EFFECTIVE DATE THE SET CAME INTO FORCE, A VERSION  *
      *  NUMBER, THE MINIMUM MONTHLY CHARGE EVERY BUSINESS UNIT (CTLIN*
      *  RANGE IDENTIFIER) PAYS, AND UP TO FIVE CLASS CODE/RATE       *
      *  ENTRIES PRICING CLASSIFIED CYCLES PER THOUSAND.  A CLASS     *
      *  CODE NEEDS AN ENTRY HERE TO BE BILLED - INCLUDING P (PLAIN,  *
      *  NO RULE MATCHED) - AND AN ENTRY WITH A SPACE CODE IS NOT IN  *
      *  USE.                                                         *
      *                                                               *
      *  THE SETS ARE EFFECTIVE-DATED THE WAY RULEMAST IS (SEE        *
      *  FBRMSRC) - EACH NIGHT ON THE PERIOD IS PRICED BY THE SET     *
      *  WITH THE HIGHEST EFFECTIVE DATE NOT AFTER ITS RUN DATE, SO A *
      *  MID-MONTH RATE CHANGE APPLIES FROM THE NIGHT IT TAKES        *
      *  EFFECT.  THE MINIMUM MONTHLY CHARGE IS TAKEN FROM THE SET IN *
      *  FORCE ON THE PERIOD'S LAST RUN DATE.  KEY THE RECORDS IN     *
      *  ASCENDING EFFECTIVE DATE ORDER WITH VERSIONS THAT NEVER      *
      *  REPEAT, AND NEVER CHANGE A SET A CLOSED PERIOD WAS BILLED    *
      *  UNDER - ADD A NEW ONE.                                       *
      *                                                               *
      *  MONEY FIELDS ARE UNSIGNED, TWO DECIMAL PLACES FOR THE        *
      *  MINIMUM CHARGE AND FOUR FOR THE RATE PER THOUSAND CYCLES.    *
      *                                                               *
      *  MAINTENANCE HISTORY                                          *
      *  ----------------------------------------------------------   *
      *  2026-10-15  RLB  INITIAL VERSION.                            *
      *                                                               *
      *****************************************************************
       01  FB-RAT-RECORD.
           05  FB-RAT-EFF-DATE         PIC 9(08).
           05  FB-RAT-VERSION          PIC 9(05).
           05  FB-RAT-MIN-CHARGE       PIC 9(07)V99.
           05  FB-RAT-RATES.
               10  FB-RAT-ENTRY OCCURS 5 TIMES.
                   15  FB-RAT-CODE     PIC X(01).
                   15  FB-RAT-PER-THOU PIC 9(05)V9(04).
           05  FILLER                  PIC X(08).
