000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBPROOF.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBPROOF                                                      *
001000*                                                               *
001100*  ARITHMETIC CONTROL-TOTAL PROOF OF THE NIGHT'S CLASSIFICATION *
001200*  RUN.  FOR ANY CTLIN RANGE THE CATEGORY COUNTS FOLLOW FROM THE*
001300*  RANGE BOUNDS AND THE RULE DIVISORS ALONE - THE CYCLES IN A   *
001400*  RANGE DIVISIBLE BY N ARE (END / N) - ((START - 1) / N), AND  *
001500*  BECAUSE FIZZBUZZ TAKES THE FIRST ENTRY THAT MATCHES, AN      *
001600*  ENTRY'S COUNT IS THE CYCLES ITS DIVISOR DIVIDES LESS THOSE   *
001700*  AN EARLIER ENTRY ALREADY TOOK (INCLUSION AND EXCLUSION OVER  *
001800*  THE LEAST COMMON MULTIPLES OF THE EARLIER DIVISORS).  PLAIN  *
001900*  IS WHAT IS LEFT.  NO DETAIL IS CLASSIFIED AND NO LEDGER IS   *
002000*  READ, SO THIS PROOF CATCHES WHAT FBRECON CANNOT - FBLDGBLD   *
002100*  BUILDS LEDGERIN FROM THE SAME RANGE SHAPE AS CTLIN, SO A     *
002200*  MIS-KEYED RANGE PASSES THE RECONCILIATION UNSEEN.            *
002300*                                                               *
002400*  THE EXPECTED COUNTS, UNDER THE RULES VERSION ON THE OUTFILE  *
002500*  RUN HEADER, ARE PROVED AGAINST -                             *
002600*      - THE PER-RANGE TOTALS FIZZBUZZ COUNTED (RNGTOTF - SEE   *
002700*        FBRGTRC), RANGE BY RANGE, AND                          *
002800*      - THE OUTFILE TRAILER CATEGORY TOTALS FOR THE RUN.       *
002900*  ON A DRAINED NIGHT BOTH ARE ADDED UP FIRST - THE PARTIAL-RUN *
003000*  AND RESUMED-RUN TRAILERS, AND THE PARTIAL AND COMPLETE RANGE *
003100*  TOTALS RECORDS - SO THE NIGHT IS PROVED AS A WHOLE.          *
003200*                                                               *
003300*  RETURN CODES - 0 EVERY TOTAL PROVED, 8 ANY DIFFERENCE (OR    *
003400*  PER-RANGE TOTALS THAT ARE MISSING), 16 A CTLIN, OUTFILE OR   *
003500*  RULEMAST THAT CANNOT BE USED.                                *
003600*                                                               *
003700*  MODIFICATION HISTORY                                         *
003800*  ---------------------------------------------------------    *
003900*  2026-10-15  RLB  INITIAL VERSION.                            *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-ZSERIES.
004400 OBJECT-COMPUTER.   IBM-ZSERIES.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CTL-FILE ASSIGN TO "CTLIN"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FK-CTL-FILE-STATUS.
005000     SELECT OUT-FILE ASSIGN TO "OUTFILE"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FK-OUT-FILE-STATUS.
005300     SELECT RGT-FILE ASSIGN TO "RNGTOTF"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FK-RGT-FILE-STATUS.
005600     SELECT RPT-FILE ASSIGN TO "PROOFRPT"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FK-LOG-FILE-STATUS.
006100     SELECT RMS-FILE ASSIGN TO "RULEMAST"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FK-RMS-FILE-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CTL-FILE
006700     RECORDING MODE IS F.
006800     COPY FBCTLRC.
006900 FD  OUT-FILE
007000     RECORDING MODE IS F.
007100 01  FK-OUT-REC              PIC X(80).
007200 FD  RGT-FILE
007300     RECORDING MODE IS F.
007400     COPY FBRGTRC.
007500 FD  RPT-FILE
007600     RECORDING MODE IS F.
007700     COPY FBRPTRC.
007800 FD  LOG-FILE
007900     RECORDING MODE IS F.
008000     COPY FBLOGRC.
008100 FD  RMS-FILE
008200     RECORDING MODE IS F.
008300     COPY FBRMSRC.
008400 WORKING-STORAGE SECTION.
008500 01  FK-SWITCHES.
008600     05  FK-CTL-EOF-SW       PIC X(01) VALUE "N".
008700         88  FK-CTL-EOF                VALUE "Y".
008800     05  FK-OUT-EOF-SW       PIC X(01) VALUE "N".
008900         88  FK-OUT-EOF                VALUE "Y".
009000     05  FK-RGT-EOF-SW       PIC X(01) VALUE "N".
009100         88  FK-RGT-EOF                VALUE "Y".
009200     05  FK-RMS-EOF-SW       PIC X(01) VALUE "N".
009300         88  FK-RMS-EOF                VALUE "Y".
009400     05  FK-DIFF-SW          PIC X(01) VALUE "N".
009500         88  FK-DIFFERENCE-FOUND       VALUE "Y".
009600     05  FK-RGT-OPEN-SW      PIC X(01) VALUE "N".
009700         88  FK-RGT-OPENED             VALUE "Y".
009800     05  FK-SKIP-SW          PIC X(01) VALUE "N".
009900         88  FK-SKIP-TERM              VALUE "Y".
010000 01  FK-WORK-AREAS.
010100     05  FK-CTL-FILE-STATUS  PIC X(02) VALUE "00".
010200     05  FK-OUT-FILE-STATUS  PIC X(02) VALUE "00".
010300     05  FK-RGT-FILE-STATUS  PIC X(02) VALUE "00".
010400     05  FK-RMS-FILE-STATUS  PIC X(02) VALUE "00".
010500     05  FK-RUN-DATE.
010600         10  FK-RUN-YYYY     PIC 9(04).
010700         10  FK-RUN-MM       PIC 9(02).
010800         10  FK-RUN-DD       PIC 9(02).
010900     05  FK-RUN-SEQ          PIC 9(05) VALUE 0.
011000     05  FK-EXTRA-HDR-CT     PIC 9(05) VALUE 0.
011100     05  FK-DETAIL-CT        PIC 9(09) VALUE 0.
011200     05  FK-TRAILER-CT       PIC 9(05) VALUE 0.
011300     05  FK-RGT-READ-CT      PIC 9(05) VALUE 0.
011400     05  FK-RGT-PARTIAL-CT   PIC 9(05) VALUE 0.
011500     05  FK-DIFF-CT          PIC 9(05) VALUE 0.
011600     05  FK-ENTRY-IDX        PIC 9(01) VALUE 0.
011700     05  FK-OTHER-IDX        PIC 9(01) VALUE 0.
011800     05  FK-RANGE-IDX        PIC 9(02) VALUE 0.
011900     05  FK-RANGE-CT         PIC 9(02) VALUE 0.
012000     05  FK-RANGE-MAX        PIC 9(02) VALUE 5.
012100     05  FK-TEXT             PIC X(10) VALUE SPACES.
012200     05  FK-EXPECTED         PIC 9(09) VALUE 0.
012300     05  FK-ACTUAL           PIC 9(09) VALUE 0.
012400     05  FK-ACTUAL-NAME      PIC X(08) VALUE SPACES.
012500*****************************************************************
012600*  INCLUSION-EXCLUSION WORK AREAS - ONE TERM PER SUBSET OF THE  *
012700*  ENTRIES AHEAD OF THE ONE BEING COUNTED, SUBSET N BEING THE   *
012800*  ENTRIES WHOSE BITS ARE ON IN N.  FOUR ENTRIES OF AT MOST     *
012900*  THREE DIGITS KEEP EVERY LEAST COMMON MULTIPLE INSIDE 9(15).  *
013000*****************************************************************
013100 01  FK-ARITH-AREAS.
013200     05  FK-SPAN             PIC 9(07) VALUE 0.
013300     05  FK-START-LESS-1     PIC 9(07) VALUE 0.
013400     05  FK-MASK             PIC 9(02) VALUE 0.
013500     05  FK-MASK-LIM         PIC 9(02) VALUE 0.
013600     05  FK-MASK-WORK        PIC 9(02) VALUE 0.
013700     05  FK-MASK-QUOT        PIC 9(02) VALUE 0.
013800     05  FK-BIT              PIC 9(01) VALUE 0.
013900     05  FK-SIGN             PIC S9(01) VALUE +1.
014000     05  FK-LCM              PIC 9(15) VALUE 0.
014100     05  FK-GCD-A            PIC 9(15) VALUE 0.
014200     05  FK-GCD-B            PIC 9(15) VALUE 0.
014300     05  FK-GCD-Q            PIC 9(15) VALUE 0.
014400     05  FK-GCD-R            PIC 9(15) VALUE 0.
014500     05  FK-Q-HI             PIC 9(07) VALUE 0.
014600     05  FK-Q-LO             PIC 9(07) VALUE 0.
014700     05  FK-ACCUM            PIC S9(09) VALUE 0.
014800     05  FK-TAKEN            PIC 9(09) VALUE 0.
014900*****************************************************************
015000*  FK-RANGE-TABLE - THE CTLIN RANGES, EACH WITH THE CATEGORY    *
015100*  COUNTS EXPECTED BY ARITHMETIC AND THE COUNTS FIZZBUZZ        *
015200*  REPORTED ON RNGTOTF.  FIZZBUZZ ACCEPTS AT MOST FIVE RANGES.  *
015300*****************************************************************
015400 01  FK-RANGE-TABLE.
015500     05  FK-RANGE-ENTRY OCCURS 5 TIMES.
015600         10  FK-RG-ID            PIC X(08).
015700         10  FK-RG-START         PIC 9(07).
015800         10  FK-RG-END           PIC 9(07).
015900         10  FK-RG-TOT-CT        PIC 9(03).
016000         10  FK-RG-EXP-RULE      PIC 9(09) OCCURS 4 TIMES.
016100         10  FK-RG-EXP-PLAIN     PIC 9(09).
016200         10  FK-RG-REP-RULE      PIC 9(09) OCCURS 4 TIMES.
016300         10  FK-RG-REP-PLAIN     PIC 9(09).
016400 01  FK-RUN-EXPECTED.
016500     05  FK-EXP-RULE-CT      PIC 9(09) OCCURS 4 TIMES.
016600     05  FK-EXP-PLAIN-CT     PIC 9(09).
016700 01  FK-TRAILER-TALLY.
016800     05  FK-TRL-RULE-CT      PIC 9(09) OCCURS 4 TIMES.
016900     05  FK-TRL-PLAIN-CT     PIC 9(09).
017000 01  FK-LOG-AREAS.
017100     05  FK-LOG-FILE-STATUS  PIC X(02) VALUE "00".
017200     05  FK-LOG-EVENT-CD     PIC X(01) VALUE "S".
017300     05  FK-RECS-READ        PIC 9(09) VALUE 0.
017400     05  FK-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
017500     05  FK-TIME-RAW.
017600         10  FK-TIME-HHMMSS  PIC 9(06).
017700         10  FILLER          PIC 9(02).
017800*****************************************************************
017900*  FBOUTRC - CLASSIFICATION RECORD SHAPE, USED HERE IN WORKING  *
018000*  STORAGE TO PARSE THE OUTFILE HEADER AND TRAILERS.            *
018100*****************************************************************
018200     COPY FBOUTRC.
018300*****************************************************************
018400*  FBRULES - CYCLE CLASSIFICATION RULE AREAS, LOADED AT RUN     *
018500*  TIME FROM RULEMAST AND SELECTED BY THE RULES VERSION ON THE  *
018600*  RUN HEADER.  THE DIVISORS DRIVE THE ARITHMETIC, AND THE      *
018700*  ENTRY ORDER MATCHES THE TRAILER AND RNGTOTF ENTRIES.         *
018800*****************************************************************
018900     COPY FBRULES.
019000 PROCEDURE DIVISION.
019100*****************************************************************
019200*  0000-MAINLINE                                                *
019300*****************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
019600     PERFORM 2000-COMPUTE-EXPECTED THRU 2000-EXIT
019700         VARYING FK-RANGE-IDX FROM 1 BY 1
019800         UNTIL FK-RANGE-IDX > FK-RANGE-CT.
019900     PERFORM 3000-TALLY-OUTFILE    THRU 3000-EXIT
020000         UNTIL FK-OUT-EOF.
020100     PERFORM 4000-LOAD-RANGE-TOTALS THRU 4000-EXIT.
020200     PERFORM 5000-PROVE-RANGE      THRU 5000-EXIT
020300         VARYING FK-RANGE-IDX FROM 1 BY 1
020400         UNTIL FK-RANGE-IDX > FK-RANGE-CT.
020500     PERFORM 6000-PROVE-RUN        THRU 6000-EXIT.
020600     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
020700     GO TO 9999-EXIT.
020800*****************************************************************
020900*  1000-INITIALIZE - LOAD THE RULES MASTER AND THE CTLIN RANGES,*
021000*                    AND PROVE OUTFILE OPENS WITH ITS RUN       *
021100*                    HEADER, WHOSE RULES VERSION SELECTS THE SET*
021200*                    THE NIGHT IS PROVED UNDER.  A REPAIR-MODE  *
021300*                    CTLIN HAS NO RANGES TO PROVE AND ENDS THE  *
021400*                    RUN CLEAN.                                 *
021500*****************************************************************
021600 1000-INITIALIZE.
021700     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
021800     PERFORM 8100-LOAD-RULE-SETS THRU 8100-EXIT.
021900     INITIALIZE FK-RANGE-TABLE.
022000     INITIALIZE FK-RUN-EXPECTED.
022100     INITIALIZE FK-TRAILER-TALLY.
022200     OPEN OUTPUT RPT-FILE.
022300     MOVE SPACES TO FB-RPT-LINE.
022400     STRING "FBPROOF - ARITHMETIC CONTROL-TOTAL PROOF"
022500         DELIMITED BY SIZE INTO FB-RPT-LINE.
022600     WRITE FB-RPT-RECORD.
022700     OPEN INPUT CTL-FILE.
022800     IF FK-CTL-FILE-STATUS NOT = "00"
022900         MOVE SPACES TO FB-RPT-LINE
023000         STRING "CTLIN COULD NOT BE OPENED - FILE STATUS "
023100             DELIMITED BY SIZE
023200             FK-CTL-FILE-STATUS DELIMITED BY SIZE
023300             INTO FB-RPT-LINE
023400         PERFORM 1900-FATAL THRU 1900-EXIT
023500     END-IF.
023600     PERFORM 1100-LOAD-RANGE THRU 1100-EXIT
023700         UNTIL FK-CTL-EOF.
023800     CLOSE CTL-FILE.
023900     IF FK-RANGE-CT = 0
024000         MOVE SPACES TO FB-RPT-LINE
024100         STRING "CTLIN CARRIES NO RANGE - NOTHING TO PROVE"
024200             DELIMITED BY SIZE INTO FB-RPT-LINE
024300         PERFORM 1900-FATAL THRU 1900-EXIT
024400     END-IF.
024500     OPEN INPUT OUT-FILE.
024600     IF FK-OUT-FILE-STATUS NOT = "00"
024700         MOVE SPACES TO FB-RPT-LINE
024800         STRING "OUTFILE COULD NOT BE OPENED - FILE STATUS "
024900             DELIMITED BY SIZE
025000             FK-OUT-FILE-STATUS DELIMITED BY SIZE
025100             INTO FB-RPT-LINE
025200         PERFORM 1900-FATAL THRU 1900-EXIT
025300     END-IF.
025400     PERFORM 1200-READ-OUTFILE THRU 1200-EXIT.
025500     IF FK-OUT-EOF
025600         OR NOT FB-OUT-HEADER
025700         MOVE SPACES TO FB-RPT-LINE
025800         STRING "OUTFILE DOES NOT OPEN WITH A RUN HEADER - "
025900             "RUN NOT IDENTIFIED" DELIMITED BY SIZE
026000             INTO FB-RPT-LINE
026100         CLOSE OUT-FILE
026200         PERFORM 1900-FATAL THRU 1900-EXIT
026300     END-IF.
026400     MOVE FB-OUT-HDR-RUN-DATE TO FK-RUN-DATE.
026500     MOVE FB-OUT-HDR-RUN-SEQ  TO FK-RUN-SEQ.
026600     IF FB-OUT-HDR-RULES-VER NUMERIC
026700         MOVE FB-OUT-HDR-RULES-VER TO FB-RULE-SEL-VERSION
026800     ELSE
026900         MOVE 0 TO FB-RULE-SEL-VERSION
027000     END-IF.
027100     MOVE FB-OUT-HDR-RUN-DATE TO FB-RULE-SEL-DATE.
027200     PERFORM 8200-SELECT-RULE-SET THRU 8200-EXIT.
027300     MOVE SPACES TO FB-RPT-LINE.
027400     STRING "PROVING RUN "        DELIMITED BY SIZE
027500         FK-RUN-SEQ               DELIMITED BY SIZE
027600         " DATED "                DELIMITED BY SIZE
027700         FK-RUN-YYYY              DELIMITED BY SIZE
027800         "-"                      DELIMITED BY SIZE
027900         FK-RUN-MM                DELIMITED BY SIZE
028000         "-"                      DELIMITED BY SIZE
028100         FK-RUN-DD                DELIMITED BY SIZE
028200         " UNDER RULES VERSION "  DELIMITED BY SIZE
028300         FB-RULE-VERSION          DELIMITED BY SIZE
028400         INTO FB-RPT-LINE.
028500     WRITE FB-RPT-RECORD.
028600     PERFORM 1200-READ-OUTFILE THRU 1200-EXIT.
028700 1000-EXIT.
028800     EXIT.
028900*****************************************************************
029000*  1100-LOAD-RANGE - READ AND TABLE ONE CTLIN RANGE.  FIZZBUZZ  *
029100*                    HAS ALREADY EDITED CTLIN TONIGHT, SO A     *
029200*                    RECORD IT WOULD HAVE REFUSED MEANS CTLIN   *
029300*                    CHANGED UNDER THE RUN AND IS FATAL HERE.   *
029400*****************************************************************
029500 1100-LOAD-RANGE.
029600     READ CTL-FILE
029700         AT END
029800             MOVE "Y" TO FK-CTL-EOF-SW
029900             GO TO 1100-EXIT
030000     END-READ.
030100     ADD 1 TO FK-RECS-READ.
030200     IF FK-RANGE-CT = 0 AND FB-CTL-REPAIR-MODE
030300         MOVE SPACES TO FB-RPT-LINE
030400         STRING "CTLIN IS A REPAIR-MODE CONTROL - NO RANGES TO "
030500             "PROVE - FBPROOF ENDING CLEAN" DELIMITED BY SIZE
030600             INTO FB-RPT-LINE
030700         WRITE FB-RPT-RECORD
030800         DISPLAY FB-RPT-LINE
030900         CLOSE CTL-FILE RPT-FILE
031000         MOVE 0 TO RETURN-CODE
031100         GO TO 9999-EXIT
031200     END-IF.
031300     IF FB-CTL-START-NUM NOT NUMERIC
031400         OR FB-CTL-END-NUM NOT NUMERIC
031500         OR FB-CTL-START-NUM = 0
031600         OR FB-CTL-END-NUM < FB-CTL-START-NUM
031700         OR FB-CTL-END-NUM > 9999999
031800         MOVE SPACES TO FB-RPT-LINE
031900         STRING "CTLIN RANGE "    DELIMITED BY SIZE
032000             FB-CTL-RANGE-ID      DELIMITED BY SIZE
032100             " IS NOT A RANGE FIZZBUZZ WOULD ACCEPT"
032200                                  DELIMITED BY SIZE
032300             INTO FB-RPT-LINE
032400         CLOSE CTL-FILE
032500         PERFORM 1900-FATAL THRU 1900-EXIT
032600     END-IF.
032700     IF FK-RANGE-CT >= FK-RANGE-MAX
032800         MOVE SPACES TO FB-RPT-LINE
032900         STRING "CTLIN CARRIES MORE THAN "  DELIMITED BY SIZE
033000             FK-RANGE-MAX                   DELIMITED BY SIZE
033100             " RANGES - MORE THAN FIZZBUZZ ACCEPTS"
033200                                            DELIMITED BY SIZE
033300             INTO FB-RPT-LINE
033400         CLOSE CTL-FILE
033500         PERFORM 1900-FATAL THRU 1900-EXIT
033600     END-IF.
033700     ADD 1 TO FK-RANGE-CT.
033800     MOVE FB-CTL-RANGE-ID  TO FK-RG-ID    (FK-RANGE-CT).
033900     MOVE FB-CTL-START-NUM TO FK-RG-START (FK-RANGE-CT).
034000     MOVE FB-CTL-END-NUM   TO FK-RG-END   (FK-RANGE-CT).
034100 1100-EXIT.
034200     EXIT.
034300*****************************************************************
034400*  1200-READ-OUTFILE - READ THE NEXT OUTFILE RECORD INTO THE    *
034500*                      COMMON PARSE AREA.                       *
034600*****************************************************************
034700 1200-READ-OUTFILE.
034800     READ OUT-FILE INTO FB-OUT-RECORD
034900         AT END
035000             MOVE "Y" TO FK-OUT-EOF-SW
035100     END-READ.
035200     IF NOT FK-OUT-EOF
035300         ADD 1 TO FK-RECS-READ
035400     END-IF.
035500 1200-EXIT.
035600     EXIT.
035700*****************************************************************
035800*  1900-FATAL - WRITE THE REASON THE CALLER LEFT IN FB-RPT-LINE *
035900*               AND END THE RUN WITH RETURN CODE 16.            *
036000*****************************************************************
036100 1900-FATAL.
036200     WRITE FB-RPT-RECORD.
036300     DISPLAY "FBPROOF - " FB-RPT-LINE.
036400     DISPLAY "FBPROOF - ENDING RUN - RETURN CODE 16".
036500     CLOSE RPT-FILE.
036600     MOVE 16 TO RETURN-CODE.
036700     GO TO 9999-EXIT.
036800 1900-EXIT.
036900     EXIT.
037000*****************************************************************
037100*  2000-COMPUTE-EXPECTED - WORK OUT ONE RANGE'S EXPECTED COUNT  *
037200*                          FOR EVERY ENTRY IN USE, THEN PLAIN AS*
037300*                          THE CYCLES NO ENTRY TOOK, AND ADD    *
037400*                          THEM INTO THE RUN'S EXPECTED TOTALS. *
037500*****************************************************************
037600 2000-COMPUTE-EXPECTED.
037700     COMPUTE FK-SPAN = FK-RG-END (FK-RANGE-IDX)
037800         - FK-RG-START (FK-RANGE-IDX) + 1.
037900     COMPUTE FK-START-LESS-1 = FK-RG-START (FK-RANGE-IDX) - 1.
038000     MOVE 0 TO FK-TAKEN.
038100     PERFORM 2100-COMPUTE-ENTRY THRU 2100-EXIT
038200         VARYING FK-ENTRY-IDX FROM 1 BY 1
038300         UNTIL FK-ENTRY-IDX > FB-RULE-MAX-ENTRIES.
038400     COMPUTE FK-RG-EXP-PLAIN (FK-RANGE-IDX) = FK-SPAN - FK-TAKEN.
038500     ADD FK-RG-EXP-PLAIN (FK-RANGE-IDX) TO FK-EXP-PLAIN-CT.
038600 2000-EXIT.
038700     EXIT.
038800*****************************************************************
038900*  2100-COMPUTE-ENTRY - COUNT THE CYCLES IN THE RANGE THIS ENTRY*
039000*                       WOULD CLASSIFY - ONE SIGNED TERM PER    *
039100*                       SUBSET OF THE ENTRIES AHEAD OF IT.  AN  *
039200*                       ENTRY NOT IN USE CLASSIFIES NOTHING.    *
039300*****************************************************************
039400 2100-COMPUTE-ENTRY.
039500     MOVE 0 TO FK-ACCUM.
039600     IF FB-RULE-DIVISOR (FK-ENTRY-IDX) > 0
039700         COMPUTE FK-MASK-LIM = 2 ** (FK-ENTRY-IDX - 1)
039800         PERFORM 2110-ADD-TERM THRU 2110-EXIT
039900             VARYING FK-MASK FROM 0 BY 1
040000             UNTIL FK-MASK >= FK-MASK-LIM
040100     END-IF.
040200     MOVE FK-ACCUM TO FK-RG-EXP-RULE (FK-RANGE-IDX FK-ENTRY-IDX).
040300     ADD FK-ACCUM TO FK-TAKEN.
040400     ADD FK-ACCUM TO FK-EXP-RULE-CT (FK-ENTRY-IDX).
040500 2100-EXIT.
040600     EXIT.
040700*****************************************************************
040800*  2110-ADD-TERM - ADD ONE INCLUSION-EXCLUSION TERM - THE       *
040900*                  CYCLES IN THE RANGE DIVISIBLE BY THE LEAST   *
041000*                  COMMON MULTIPLE OF THIS ENTRY'S DIVISOR AND  *
041100*                  THE SUBSET'S, SUBTRACTED FOR AN ODD-SIZED    *
041200*                  SUBSET.  A SUBSET NAMING AN ENTRY NOT IN USE *
041300*                  CONTRIBUTES NOTHING - THAT ENTRY NEVER TAKES *
041400*                  A CYCLE.                                     *
041500*****************************************************************
041600 2110-ADD-TERM.
041700     MOVE FB-RULE-DIVISOR (FK-ENTRY-IDX) TO FK-LCM.
041800     MOVE +1 TO FK-SIGN.
041900     MOVE "N" TO FK-SKIP-SW.
042000     MOVE FK-MASK TO FK-MASK-WORK.
042100     PERFORM 2120-APPLY-BIT THRU 2120-EXIT
042200         VARYING FK-OTHER-IDX FROM 1 BY 1
042300         UNTIL FK-OTHER-IDX >= FK-ENTRY-IDX
042400            OR FK-SKIP-TERM.
042500     IF FK-SKIP-TERM
042600         GO TO 2110-EXIT
042700     END-IF.
042800     IF FK-LCM > FK-RG-END (FK-RANGE-IDX)
042900         GO TO 2110-EXIT
043000     END-IF.
043100     DIVIDE FK-LCM INTO FK-RG-END (FK-RANGE-IDX)
043200         GIVING FK-Q-HI.
043300     DIVIDE FK-LCM INTO FK-START-LESS-1
043400         GIVING FK-Q-LO.
043500     COMPUTE FK-ACCUM = FK-ACCUM
043600         + FK-SIGN * (FK-Q-HI - FK-Q-LO).
043700 2110-EXIT.
043800     EXIT.
043900*****************************************************************
044000*  2120-APPLY-BIT - TAKE THE NEXT BIT OF THE SUBSET.  WHEN IT IS*
044100*                   ON, FOLD THAT EARLIER ENTRY'S DIVISOR INTO  *
044200*                   THE LEAST COMMON MULTIPLE AND FLIP THE SIGN.*
044300*****************************************************************
044400 2120-APPLY-BIT.
044500     DIVIDE FK-MASK-WORK BY 2
044600         GIVING FK-MASK-QUOT REMAINDER FK-BIT.
044700     MOVE FK-MASK-QUOT TO FK-MASK-WORK.
044800     IF FK-BIT = 0
044900         GO TO 2120-EXIT
045000     END-IF.
045100     IF FB-RULE-DIVISOR (FK-OTHER-IDX) = 0
045200         SET FK-SKIP-TERM TO TRUE
045300         GO TO 2120-EXIT
045400     END-IF.
045500     MOVE FK-LCM TO FK-GCD-A.
045600     MOVE FB-RULE-DIVISOR (FK-OTHER-IDX) TO FK-GCD-B.
045700     PERFORM 2130-GCD-STEP THRU 2130-EXIT
045800         UNTIL FK-GCD-B = 0.
045900     COMPUTE FK-LCM = FK-LCM / FK-GCD-A
046000         * FB-RULE-DIVISOR (FK-OTHER-IDX).
046100     COMPUTE FK-SIGN = 0 - FK-SIGN.
046200 2120-EXIT.
046300     EXIT.
046400*****************************************************************
046500*  2130-GCD-STEP - ONE STEP OF EUCLID'S ALGORITHM - FK-GCD-A    *
046600*                  HOLDS THE GREATEST COMMON DIVISOR ONCE       *
046700*                  FK-GCD-B REACHES ZERO.                       *
046800*****************************************************************
046900 2130-GCD-STEP.
047000     DIVIDE FK-GCD-B INTO FK-GCD-A
047100         GIVING FK-GCD-Q REMAINDER FK-GCD-R.
047200     MOVE FK-GCD-B TO FK-GCD-A.
047300     MOVE FK-GCD-R TO FK-GCD-B.
047400 2130-EXIT.
047500     EXIT.
047600*****************************************************************
047700*  3000-TALLY-OUTFILE - ADD UP EVERY TRAILER ON OUTFILE - ONE ON*
047800*                       A CLEAN NIGHT, THE PARTIAL-RUN AND      *
047900*                       RESUMED-RUN TRAILERS ON A DRAINED ONE.  *
048000*                       DETAILS ARE COUNTED, NOT CLASSIFIED.  A *
048100*                       SECOND HEADER MEANS OUTFILE CARRIES MORE*
048200*                       THAN ONE RUN.                           *
048300*****************************************************************
048400 3000-TALLY-OUTFILE.
048500     EVALUATE TRUE
048600         WHEN FB-OUT-HEADER
048700             ADD 1 TO FK-EXTRA-HDR-CT
048800         WHEN FB-OUT-DETAIL
048900             ADD 1 TO FK-DETAIL-CT
049000         WHEN FB-OUT-TRAILER
049100             ADD 1 TO FK-TRAILER-CT
049200             PERFORM 3100-ADD-TRL-ENTRY THRU 3100-EXIT
049300                 VARYING FK-ENTRY-IDX FROM 1 BY 1
049400                 UNTIL FK-ENTRY-IDX > 4
049500             ADD FB-OUT-TRL-PLAIN-CT TO FK-TRL-PLAIN-CT
049600         WHEN OTHER
049700             CONTINUE
049800     END-EVALUATE.
049900     PERFORM 1200-READ-OUTFILE THRU 1200-EXIT.
050000 3000-EXIT.
050100     EXIT.
050200*****************************************************************
050300*  3100-ADD-TRL-ENTRY - ADD ONE TRAILER RULE ENTRY'S COUNT.     *
050400*                       THE ENTRIES ARE IN FBRULES ORDER ON     *
050500*                       EVERY TRAILER, SO THEY ADD              *
050600*                       POSITIONALLY.                           *
050700*****************************************************************
050800 3100-ADD-TRL-ENTRY.
050900     ADD FB-OUT-TRL-RULE-CT (FK-ENTRY-IDX)
051000         TO FK-TRL-RULE-CT (FK-ENTRY-IDX).
051100 3100-EXIT.
051200     EXIT.
051300*****************************************************************
051400*  4000-LOAD-RANGE-TOTALS - ADD UP THE PER-RANGE TOTALS FIZZBUZZ*
051500*                           WROTE TO RNGTOTF AGAINST THE        *
051600*                           CTLIN RANGES.  A MISSING RNGTOTF, A *
051700*                           RECORD FOR ANOTHER RUN OR RULES     *
051800*                           VERSION, OR A RANGE NOT ON CTLIN IS *
051900*                           A DIFFERENCE.                       *
052000*****************************************************************
052100 4000-LOAD-RANGE-TOTALS.
052200     CLOSE OUT-FILE.
052300     OPEN INPUT RGT-FILE.
052400     IF FK-RGT-FILE-STATUS NOT = "00"
052500         SET FK-DIFFERENCE-FOUND TO TRUE
052600         ADD 1 TO FK-DIFF-CT
052700         MOVE SPACES TO FB-RPT-LINE
052800         STRING "RNGTOTF COULD NOT BE OPENED - FILE STATUS "
052900             DELIMITED BY SIZE
053000             FK-RGT-FILE-STATUS DELIMITED BY SIZE
053100             " - RANGE TOTALS NOT PROVED" DELIMITED BY SIZE
053200             INTO FB-RPT-LINE
053300         WRITE FB-RPT-RECORD
053400         GO TO 4000-EXIT
053500     END-IF.
053600     SET FK-RGT-OPENED TO TRUE.
053700     PERFORM 4100-ADD-RANGE-TOTALS THRU 4100-EXIT
053800         UNTIL FK-RGT-EOF.
053900     CLOSE RGT-FILE.
054000 4000-EXIT.
054100     EXIT.
054200*****************************************************************
054300*  4100-ADD-RANGE-TOTALS - READ ONE RNGTOTF RECORD AND ADD IT TO*
054400*                          THE RANGE IT BELONGS TO.             *
054500*****************************************************************
054600 4100-ADD-RANGE-TOTALS.
054700     READ RGT-FILE
054800         AT END
054900             MOVE "Y" TO FK-RGT-EOF-SW
055000             GO TO 4100-EXIT
055100     END-READ.
055200     ADD 1 TO FK-RECS-READ.
055300     ADD 1 TO FK-RGT-READ-CT.
055400     IF FB-RGT-RUN-SEQ NOT = FK-RUN-SEQ
055500         OR FB-RGT-RULES-VER NOT = FB-RULE-VERSION
055600         SET FK-DIFFERENCE-FOUND TO TRUE
055700         ADD 1 TO FK-DIFF-CT
055800         MOVE SPACES TO FB-RPT-LINE
055900         STRING "RNGTOTF RANGE "   DELIMITED BY SIZE
056000             FB-RGT-RANGE-ID       DELIMITED BY SIZE
056100             " IS FOR RUN "        DELIMITED BY SIZE
056200             FB-RGT-RUN-SEQ        DELIMITED BY SIZE
056300             " RULES VERSION "     DELIMITED BY SIZE
056400             FB-RGT-RULES-VER      DELIMITED BY SIZE
056500             " - NOT THIS RUN"     DELIMITED BY SIZE
056600             INTO FB-RPT-LINE
056700         WRITE FB-RPT-RECORD
056800         GO TO 4100-EXIT
056900     END-IF.
057000     MOVE 0 TO FK-RANGE-IDX.
057100     PERFORM 4110-MATCH-RANGE THRU 4110-EXIT
057200         VARYING FK-OTHER-IDX FROM 1 BY 1
057300         UNTIL FK-OTHER-IDX > FK-RANGE-CT
057400            OR FK-RANGE-IDX > 0.
057500     IF FK-RANGE-IDX = 0
057600         SET FK-DIFFERENCE-FOUND TO TRUE
057700         ADD 1 TO FK-DIFF-CT
057800         MOVE SPACES TO FB-RPT-LINE
057900         STRING "RNGTOTF RANGE "   DELIMITED BY SIZE
058000             FB-RGT-RANGE-ID       DELIMITED BY SIZE
058100             " CYCLES "            DELIMITED BY SIZE
058200             FB-RGT-START-NUM      DELIMITED BY SIZE
058300             " THRU "              DELIMITED BY SIZE
058400             FB-RGT-END-NUM        DELIMITED BY SIZE
058500             " IS NOT ON CTLIN"    DELIMITED BY SIZE
058600             INTO FB-RPT-LINE
058700         WRITE FB-RPT-RECORD
058800         GO TO 4100-EXIT
058900     END-IF.
059000     ADD 1 TO FK-RG-TOT-CT (FK-RANGE-IDX).
059100     IF FB-RGT-PARTIAL
059200         ADD 1 TO FK-RGT-PARTIAL-CT
059300     END-IF.
059400     PERFORM 4120-ADD-RGT-ENTRY THRU 4120-EXIT
059500         VARYING FK-ENTRY-IDX FROM 1 BY 1
059600         UNTIL FK-ENTRY-IDX > 4.
059700     ADD FB-RGT-PLAIN-CT TO FK-RG-REP-PLAIN (FK-RANGE-IDX).
059800 4100-EXIT.
059900     EXIT.
060000*****************************************************************
060100*  4110-MATCH-RANGE - TEST ONE CTLIN RANGE AGAINST THE RNGTOTF  *
060200*                     RECORD'S IDENTIFIER AND BOUNDS.           *
060300*****************************************************************
060400 4110-MATCH-RANGE.
060500     IF FK-RG-ID (FK-OTHER-IDX) = FB-RGT-RANGE-ID
060600         AND FK-RG-START (FK-OTHER-IDX) = FB-RGT-START-NUM
060700         AND FK-RG-END (FK-OTHER-IDX) = FB-RGT-END-NUM
060800         MOVE FK-OTHER-IDX TO FK-RANGE-IDX
060900     END-IF.
061000 4110-EXIT.
061100     EXIT.
061200*****************************************************************
061300*  4120-ADD-RGT-ENTRY - ADD ONE RNGTOTF RULE ENTRY'S COUNT,     *
061400*                       POSITIONALLY, AS FOR THE TRAILERS.      *
061500*****************************************************************
061600 4120-ADD-RGT-ENTRY.
061700     ADD FB-RGT-RULE-CT (FK-ENTRY-IDX)
061800         TO FK-RG-REP-RULE (FK-RANGE-IDX FK-ENTRY-IDX).
061900 4120-EXIT.
062000     EXIT.
062100*****************************************************************
062200*  5000-PROVE-RANGE - PROVE ONE CTLIN RANGE'S EXPECTED COUNTS   *
062300*                     AGAINST THE TOTALS FIZZBUZZ REPORTED FOR  *
062400*                     IT.  A RANGE WITH NO RNGTOTF RECORD AT ALL*
062500*                     WAS NEVER REPORTED AND IS A DIFFERENCE.   *
062600*****************************************************************
062700 5000-PROVE-RANGE.
062800     MOVE SPACES TO FB-RPT-LINE.
062900     STRING "RANGE "                DELIMITED BY SIZE
063000         FK-RG-ID (FK-RANGE-IDX)    DELIMITED BY SIZE
063100         " CYCLES "                 DELIMITED BY SIZE
063200         FK-RG-START (FK-RANGE-IDX) DELIMITED BY SIZE
063300         " THRU "                   DELIMITED BY SIZE
063400         FK-RG-END (FK-RANGE-IDX)   DELIMITED BY SIZE
063500         " - "                      DELIMITED BY SIZE
063600         FK-RG-TOT-CT (FK-RANGE-IDX) DELIMITED BY SIZE
063700         " TOTALS RECORDS"          DELIMITED BY SIZE
063800         INTO FB-RPT-LINE.
063900     WRITE FB-RPT-RECORD.
064000     IF NOT FK-RGT-OPENED
064100         GO TO 5000-EXIT
064200     END-IF.
064300     IF FK-RG-TOT-CT (FK-RANGE-IDX) = 0
064400         SET FK-DIFFERENCE-FOUND TO TRUE
064500         ADD 1 TO FK-DIFF-CT
064600         MOVE SPACES TO FB-RPT-LINE
064700         STRING "    NO RANGE TOTALS ON RNGTOTF FOR THIS RANGE"
064800             DELIMITED BY SIZE INTO FB-RPT-LINE
064900         WRITE FB-RPT-RECORD
065000         GO TO 5000-EXIT
065100     END-IF.
065200     MOVE "REPORTED" TO FK-ACTUAL-NAME.
065300     PERFORM 5100-PROVE-RANGE-ENTRY THRU 5100-EXIT
065400         VARYING FK-ENTRY-IDX FROM 1 BY 1
065500         UNTIL FK-ENTRY-IDX > FB-RULE-MAX-ENTRIES.
065600     MOVE "PLAIN" TO FK-TEXT.
065700     MOVE FK-RG-EXP-PLAIN (FK-RANGE-IDX) TO FK-EXPECTED.
065800     MOVE FK-RG-REP-PLAIN (FK-RANGE-IDX) TO FK-ACTUAL.
065900     PERFORM 7000-PROVE-LINE THRU 7000-EXIT.
066000 5000-EXIT.
066100     EXIT.
066200*****************************************************************
066300*  5100-PROVE-RANGE-ENTRY - PROVE ONE ENTRY FOR THE RANGE.  AN  *
066400*                           ENTRY NOT IN USE WITH NOTHING       *
066500*                           REPORTED IS PASSED OVER IN SILENCE. *
066600*****************************************************************
066700 5100-PROVE-RANGE-ENTRY.
066800     IF FB-RULE-DIVISOR (FK-ENTRY-IDX) = 0
066900         AND FK-RG-REP-RULE (FK-RANGE-IDX FK-ENTRY-IDX) = 0
067000         GO TO 5100-EXIT
067100     END-IF.
067200     MOVE FB-RULE-TEXT (FK-ENTRY-IDX) TO FK-TEXT.
067300     MOVE FK-RG-EXP-RULE (FK-RANGE-IDX FK-ENTRY-IDX)
067400         TO FK-EXPECTED.
067500     MOVE FK-RG-REP-RULE (FK-RANGE-IDX FK-ENTRY-IDX)
067600         TO FK-ACTUAL.
067700     PERFORM 7000-PROVE-LINE THRU 7000-EXIT.
067800 5100-EXIT.
067900     EXIT.
068000*****************************************************************
068100*  6000-PROVE-RUN - PROVE THE RUN'S EXPECTED COUNTS, ALL RANGES *
068200*                   TOGETHER, AGAINST THE TRAILERS ADDED UP.  NO*
068300*                   TRAILER AT ALL MEANS THE RUN NEVER FINISHED.*
068400*****************************************************************
068500 6000-PROVE-RUN.
068600     MOVE SPACES TO FB-RPT-LINE.
068700     STRING "RUN TOTALS - "   DELIMITED BY SIZE
068800         FK-TRAILER-CT        DELIMITED BY SIZE
068900         " TRAILERS ADDED UP, " DELIMITED BY SIZE
069000         FK-DETAIL-CT         DELIMITED BY SIZE
069100         " DETAILS ON OUTFILE" DELIMITED BY SIZE
069200         INTO FB-RPT-LINE.
069300     WRITE FB-RPT-RECORD.
069400     IF FK-EXTRA-HDR-CT > 0
069500         SET FK-DIFFERENCE-FOUND TO TRUE
069600         ADD 1 TO FK-DIFF-CT
069700         MOVE SPACES TO FB-RPT-LINE
069800         STRING "    OUTFILE CARRIES MORE THAN ONE RUN HEADER"
069900             DELIMITED BY SIZE INTO FB-RPT-LINE
070000         WRITE FB-RPT-RECORD
070100     END-IF.
070200     IF FK-TRAILER-CT = 0
070300         SET FK-DIFFERENCE-FOUND TO TRUE
070400         ADD 1 TO FK-DIFF-CT
070500         MOVE SPACES TO FB-RPT-LINE
070600         STRING "    OUTFILE CARRIES NO TRAILER - THE RUN DID "
070700             "NOT COMPLETE" DELIMITED BY SIZE INTO FB-RPT-LINE
070800         WRITE FB-RPT-RECORD
070900         GO TO 6000-EXIT
071000     END-IF.
071100     MOVE "TRAILERS" TO FK-ACTUAL-NAME.
071200     PERFORM 6100-PROVE-RUN-ENTRY THRU 6100-EXIT
071300         VARYING FK-ENTRY-IDX FROM 1 BY 1
071400         UNTIL FK-ENTRY-IDX > FB-RULE-MAX-ENTRIES.
071500     MOVE "PLAIN" TO FK-TEXT.
071600     MOVE FK-EXP-PLAIN-CT TO FK-EXPECTED.
071700     MOVE FK-TRL-PLAIN-CT TO FK-ACTUAL.
071800     PERFORM 7000-PROVE-LINE THRU 7000-EXIT.
071900 6000-EXIT.
072000     EXIT.
072100*****************************************************************
072200*  6100-PROVE-RUN-ENTRY - PROVE ONE ENTRY FOR THE RUN.  AN ENTRY*
072300*                         NOT IN USE WITH NOTHING ON THE        *
072400*                         TRAILERS IS PASSED OVER IN SILENCE.   *
072500*****************************************************************
072600 6100-PROVE-RUN-ENTRY.
072700     IF FB-RULE-DIVISOR (FK-ENTRY-IDX) = 0
072800         AND FK-TRL-RULE-CT (FK-ENTRY-IDX) = 0
072900         GO TO 6100-EXIT
073000     END-IF.
073100     MOVE FB-RULE-TEXT (FK-ENTRY-IDX)    TO FK-TEXT.
073200     MOVE FK-EXP-RULE-CT (FK-ENTRY-IDX)  TO FK-EXPECTED.
073300     MOVE FK-TRL-RULE-CT (FK-ENTRY-IDX)  TO FK-ACTUAL.
073400     PERFORM 7000-PROVE-LINE THRU 7000-EXIT.
073500 6100-EXIT.
073600     EXIT.
073700*****************************************************************
073800*  7000-PROVE-LINE - COMPARE FK-EXPECTED WITH FK-ACTUAL FOR THE *
073900*                    CATEGORY IN FK-TEXT AND REPORT THE RESULT. *
074000*****************************************************************
074100 7000-PROVE-LINE.
074200     MOVE SPACES TO FB-RPT-LINE.
074300     IF FK-EXPECTED = FK-ACTUAL
074400         STRING "    CATEGORY "  DELIMITED BY SIZE
074500             FK-TEXT             DELIMITED BY SIZE
074600             " EXPECTED "        DELIMITED BY SIZE
074700             FK-EXPECTED         DELIMITED BY SIZE
074800             " "                 DELIMITED BY SIZE
074900             FK-ACTUAL-NAME      DELIMITED BY SIZE
075000             " "                 DELIMITED BY SIZE
075100             FK-ACTUAL           DELIMITED BY SIZE
075200             " PROVED"           DELIMITED BY SIZE
075300             INTO FB-RPT-LINE
075400     ELSE
075500         SET FK-DIFFERENCE-FOUND TO TRUE
075600         ADD 1 TO FK-DIFF-CT
075700         STRING "    CATEGORY "  DELIMITED BY SIZE
075800             FK-TEXT             DELIMITED BY SIZE
075900             " EXPECTED "        DELIMITED BY SIZE
076000             FK-EXPECTED         DELIMITED BY SIZE
076100             " "                 DELIMITED BY SIZE
076200             FK-ACTUAL-NAME      DELIMITED BY SIZE
076300             " "                 DELIMITED BY SIZE
076400             FK-ACTUAL           DELIMITED BY SIZE
076500             " DIFFER"           DELIMITED BY SIZE
076600             INTO FB-RPT-LINE
076700     END-IF.
076800     WRITE FB-RPT-RECORD.
076900 7000-EXIT.
077000     EXIT.
077100*****************************************************************
077200*  9000-TERMINATE - WRITE THE DISPOSITION, SET THE RETURN CODE, *
077300*                   AND CLOSE UP.                               *
077400*****************************************************************
077500 9000-TERMINATE.
077600     IF FK-RGT-PARTIAL-CT > 0 OR FK-TRAILER-CT > 1
077700         MOVE SPACES TO FB-RPT-LINE
077800         STRING "DRAINED NIGHT - "      DELIMITED BY SIZE
077900             FK-TRAILER-CT              DELIMITED BY SIZE
078000             " TRAILERS AND "           DELIMITED BY SIZE
078100             FK-RGT-PARTIAL-CT          DELIMITED BY SIZE
078200             " PARTIAL RANGE TOTALS ADDED IN" DELIMITED BY SIZE
078300             INTO FB-RPT-LINE
078400         WRITE FB-RPT-RECORD
078500     END-IF.
078600     MOVE SPACES TO FB-RPT-LINE.
078700     IF FK-DIFFERENCE-FOUND
078800         STRING "FBPROOF - "            DELIMITED BY SIZE
078900             FK-DIFF-CT                 DELIMITED BY SIZE
079000             " DIFFERENCES - CONTROL TOTALS NOT PROVED - "
079100                                        DELIMITED BY SIZE
079200             "RETURN CODE 8"            DELIMITED BY SIZE
079300             INTO FB-RPT-LINE
079400         MOVE 8 TO RETURN-CODE
079500     ELSE
079600         STRING "FBPROOF - CONTROL TOTALS PROVED - RETURN CODE 0"
079700             DELIMITED BY SIZE INTO FB-RPT-LINE
079800         MOVE 0 TO RETURN-CODE
079900     END-IF.
080000     WRITE FB-RPT-RECORD.
080100     DISPLAY FB-RPT-LINE.
080200     CLOSE RPT-FILE.
080300 9000-EXIT.
080400     EXIT.
080500*****************************************************************
080600*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
080700*                       RUN LOG - EVENT S AT START OF RUN,      *
080800*                       EVENT E AT END, AS SET IN               *
080900*                       FK-LOG-EVENT-CD BY THE CALLER.  A LOG   *
081000*                       THAT CANNOT BE OPENED IS BYPASSED -     *
081100*                       LOGGING MUST NEVER TAKE THE RUN DOWN.   *
081200*****************************************************************
081300 8000-WRITE-RUN-LOG.
081400     OPEN EXTEND LOG-FILE.
081500     IF FK-LOG-FILE-STATUS NOT = "00" AND "05"
081600         GO TO 8000-EXIT
081700     END-IF.
081800     MOVE SPACES TO FB-LOG-RECORD.
081900     MOVE "FBPROOF" TO FB-LOG-PROGRAM.
082000     ACCEPT FK-LOG-STAMP-DATE FROM DATE YYYYMMDD.
082100     ACCEPT FK-TIME-RAW FROM TIME.
082200     MOVE FK-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
082300     MOVE FK-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
082400     MOVE FK-LOG-EVENT-CD   TO FB-LOG-EVENT.
082500     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
082600     MOVE FK-RECS-READ      TO FB-LOG-RECS-READ.
082700     MOVE 0                 TO FB-LOG-RECS-WRITTEN.
082800     MOVE "N"               TO FB-LOG-RESTART-SW.
082900     MOVE 0 TO FB-LOG-MISSING-CT.
083000     MOVE 0 TO FB-LOG-DUP-CT.
083100     MOVE 0 TO FB-LOG-UNMATCHED-CT.
083200     MOVE 0 TO FB-LOG-MISCLASS-CT.
083300     WRITE FB-LOG-RECORD.
083400     CLOSE LOG-FILE.
083500 8000-EXIT.
083600     EXIT.
083700*****************************************************************
083800*  8100-LOAD-RULE-SETS - LOAD EVERY RULE SET ON THE RULEMAST    *
083900*                        EFFECTIVE-DATED RULES MASTER INTO THE  *
084000*                        FB-RULE-SETS TABLE.  A MASTER THAT     *
084100*                        CANNOT BE OPENED, OR CARRIES NO        *
084200*                        USABLE SET, IS FATAL - THERE IS        *
084300*                        NOTHING TO JUDGE OR LABEL UNDER.       *
084400*****************************************************************
084500 8100-LOAD-RULE-SETS.
084600     OPEN INPUT RMS-FILE.
084700     IF FK-RMS-FILE-STATUS NOT = "00"
084800         DISPLAY "FBPROOF - RULEMAST COULD NOT BE OPENED - "
084900             "FILE STATUS " FK-RMS-FILE-STATUS " - ENDING "
085000             "RUN - RETURN CODE 16"
085100         MOVE 16 TO RETURN-CODE
085200         GO TO 9999-EXIT
085300     END-IF.
085400     PERFORM 8110-LOAD-ONE-SET THRU 8110-EXIT
085500         UNTIL FK-RMS-EOF.
085600     CLOSE RMS-FILE.
085700     IF FB-RULE-SET-CT = 0
085800         DISPLAY "FBPROOF - RULEMAST CARRIES NO USABLE RULE "
085900             "SET - ENDING RUN - RETURN CODE 16"
086000         MOVE 16 TO RETURN-CODE
086100         GO TO 9999-EXIT
086200     END-IF.
086300 8100-EXIT.
086400     EXIT.
086500*****************************************************************
086600*  8110-LOAD-ONE-SET - READ AND TABLE ONE RULEMAST RECORD.  A   *
086700*                      RECORD WITH A NON-NUMERIC EFFECTIVE      *
086800*                      DATE OR VERSION, OR ONE PAST THE TABLE   *
086900*                      CAPACITY, IS BYPASSED WITH A MESSAGE.    *
087000*****************************************************************
087100 8110-LOAD-ONE-SET.
087200     READ RMS-FILE
087300         AT END
087400             MOVE "Y" TO FK-RMS-EOF-SW
087500             GO TO 8110-EXIT
087600     END-READ.
087700     IF FB-RMS-EFF-DATE NOT NUMERIC
087800         OR FB-RMS-VERSION NOT NUMERIC
087900         DISPLAY "FBPROOF - RULEMAST RECORD WITH NON-NUMERIC "
088000             "EFFECTIVE DATE OR VERSION - BYPASSED"
088100         GO TO 8110-EXIT
088200     END-IF.
088300     IF FB-RULE-SET-CT >= FB-RULE-SET-MAX
088400         DISPLAY "FBPROOF - RULEMAST CARRIES MORE THAN "
088500             FB-RULE-SET-MAX " RULE SETS - EXCESS BYPASSED"
088600         GO TO 8110-EXIT
088700     END-IF.
088800     ADD 1 TO FB-RULE-SET-CT.
088900     MOVE FB-RMS-EFF-DATE TO FB-RS-EFF-DATE (FB-RULE-SET-CT).
089000     MOVE FB-RMS-VERSION  TO FB-RS-VERSION  (FB-RULE-SET-CT).
089100     MOVE FB-RMS-RULES    TO FB-RS-RULES    (FB-RULE-SET-CT).
089200 8110-EXIT.
089300     EXIT.
089400*****************************************************************
089500*  8200-SELECT-RULE-SET - MOVE THE RULE SET THE CALLER ASKED    *
089600*                         FOR INTO FB-RULE-AREA.  A NON-ZERO    *
089700*                         FB-RULE-SEL-VERSION (FROM AN OUTFILE  *
089800*                         RUN HEADER) WINS; OTHERWISE THE SET   *
089900*                         WITH THE HIGHEST EFFECTIVE DATE NOT   *
090000*                         AFTER FB-RULE-SEL-DATE IS IN FORCE.   *
090100*                         WHEN NOTHING QUALIFIES (A RUN OLDER   *
090200*                         THAN THE OLDEST SET) THE FIRST SET    *
090300*                         ON THE MASTER IS USED.                *
090400*****************************************************************
090500 8200-SELECT-RULE-SET.
090600     MOVE "N" TO FB-RULE-SEL-SW.
090700     MOVE 0 TO FB-RULE-SET-SUB.
090800     IF FB-RULE-SEL-VERSION > 0
090900         PERFORM 8210-MATCH-VERSION THRU 8210-EXIT
091000             VARYING FB-RULE-SCAN-SUB FROM 1 BY 1
091100             UNTIL FB-RULE-SCAN-SUB > FB-RULE-SET-CT
091200                OR FB-RULE-SET-CHOSEN
091300     END-IF.
091400     IF NOT FB-RULE-SET-CHOSEN
091500         PERFORM 8220-MATCH-EFF-DATE THRU 8220-EXIT
091600             VARYING FB-RULE-SCAN-SUB FROM 1 BY 1
091700             UNTIL FB-RULE-SCAN-SUB > FB-RULE-SET-CT
091800     END-IF.
091900     IF FB-RULE-SET-SUB = 0
092000         MOVE 1 TO FB-RULE-SET-SUB
092100     END-IF.
092200     MOVE FB-RS-EFF-DATE (FB-RULE-SET-SUB) TO FB-RULE-EFF-DATE.
092300     MOVE FB-RS-VERSION  (FB-RULE-SET-SUB) TO FB-RULE-VERSION.
092400     MOVE FB-RS-RULES    (FB-RULE-SET-SUB) TO FB-RULE-TABLE.
092500 8200-EXIT.
092600     EXIT.
092700*****************************************************************
092800*  8210-MATCH-VERSION - TEST ONE TABLED SET'S VERSION AGAINST   *
092900*                       THE REQUESTED VERSION.                  *
093000*****************************************************************
093100 8210-MATCH-VERSION.
093200     IF FB-RS-VERSION (FB-RULE-SCAN-SUB) = FB-RULE-SEL-VERSION
093300         MOVE FB-RULE-SCAN-SUB TO FB-RULE-SET-SUB
093400         SET FB-RULE-SET-CHOSEN TO TRUE
093500     END-IF.
093600 8210-EXIT.
093700     EXIT.
093800*****************************************************************
093900*  8220-MATCH-EFF-DATE - KEEP THE TABLED SET WITH THE HIGHEST   *
094000*                        EFFECTIVE DATE NOT AFTER THE           *
094100*                        SELECTION DATE.                        *
094200*****************************************************************
094300 8220-MATCH-EFF-DATE.
094400     IF FB-RS-EFF-DATE (FB-RULE-SCAN-SUB)
094500             NOT > FB-RULE-SEL-DATE
094600         IF FB-RULE-SET-SUB = 0
094700             OR FB-RS-EFF-DATE (FB-RULE-SCAN-SUB)
094800                 NOT < FB-RS-EFF-DATE (FB-RULE-SET-SUB)
094900             MOVE FB-RULE-SCAN-SUB TO FB-RULE-SET-SUB
095000         END-IF
095100     END-IF.
095200 8220-EXIT.
095300     EXIT.
095400*****************************************************************
095500*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
095600*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
095700*              LEAVES ONE.                                      *
095800*****************************************************************
095900 9999-EXIT.
096000     MOVE "E" TO FK-LOG-EVENT-CD.
096100     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
096200     STOP RUN.
