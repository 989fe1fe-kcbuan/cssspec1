000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBWHATIF.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBWHATIF                                                     *
001000*                                                               *
001100*  RULE CHANGE IMPACT SIMULATION.  BEFORE A NEW RULES MASTER    *
001200*  VERSION IS KEYED (SAY, ACTIVATING THE SPARE FOURTH ENTRY     *
001300*  FOR A DIVISIBLE-BY-7 RULE) MANAGEMENT ASKS WHAT IT WOULD     *
001400*  CHANGE, AND THE ONLY WAY TO FIND OUT WAS TO RUN IT LIVE.     *
001500*  THIS PROGRAM ANSWERS THE QUESTION ON PAPER.  IT READS THE    *
001600*  PROPOSED SET FROM ITS OWN CONTROL FILE (WHATIFCT - ONE       *
001700*  RECORD IN EXACTLY THE RULES MASTER LAYOUT, SEE FBRMSRC),     *
001800*  NEVER FROM RULEMAST, AND RE-CLASSIFIES EVERY DETAIL ON ITS   *
001900*  INPUT (MTDIN) UNDER IT THE WAY FIZZBUZZ WOULD - ENTRIES      *
002000*  TESTED IN ORDER, FIRST DIVISOR THAT DIVIDES THE CYCLE        *
002100*  EVENLY WINS.  MTDIN IS MTDFILE FOR THE PERIOD IN PROGRESS,   *
002200*  OR RETVOUT AFTER AN FBARETRV PULL FOR A CLOSED PERIOD ON A   *
002300*  MTDARCH GENERATION.                                          *
002400*                                                               *
002500*  THE IMPACT REPORT (WHATIFRP) SHOWS, FOR THE WHOLE INPUT,     *
002600*  FOR EACH NIGHT (RUN DATE AND SEQUENCE FROM THE RUN HEADER)   *
002700*  AND FOR EACH CTLIN RANGE (FB-OUT-RANGE-ID), THE ACTUAL       *
002800*  COUNT AND PERCENTAGE OF EACH CLASS CODE NEXT TO THE          *
002900*  PROPOSED ONES, AND HOW MANY CYCLES WOULD MOVE FROM EACH      *
003000*  CODE TO EACH OTHER CODE.  IT ALSO NOTES A PROPOSED ENTRY     *
003100*  THAT COULD NEVER MATCH, OR A CLASS CODE MOVED TO ANOTHER     *
003200*  ENTRY POSITION - FBRMAINT WOULD REFUSE THE LATTER.           *
003300*                                                               *
003400*  NOTHING IS WRITTEN BUT THE REPORT AND THE RUN LOG - THE      *
003500*  INPUT IS OPENED INPUT ONLY, AND OUTFILE, MTDFILE, CYCLEMF    *
003600*  AND DISTOUT ARE NOT EVEN ALLOCATED TO THE STEP.              *
003700*                                                               *
003800*  RETURN CODES - 0 REPORT PRODUCED, 8 NO DETAIL ON THE INPUT   *
003900*  TO SIMULATE, 16 A MISSING OR UNEDITABLE PROPOSED SET OR AN   *
004000*  INPUT THAT COULD NOT BE OPENED.                              *
004100*                                                               *
004200*  MODIFICATION HISTORY                                         *
004300*  ---------------------------------------------------------    *
004400*  2026-10-15  RLB  INITIAL VERSION.                            *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-ZSERIES.
004900 OBJECT-COMPUTER.   IBM-ZSERIES.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CTL-FILE ASSIGN TO "WHATIFCT"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FH-CTL-FILE-STATUS.
005500     SELECT MTD-FILE ASSIGN TO "MTDIN"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FH-MTD-FILE-STATUS.
005800     SELECT PRT-FILE ASSIGN TO "WHATIFRP"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FH-LOG-FILE-STATUS.
006300     SELECT RMS-FILE ASSIGN TO "RULEMAST"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FH-RMS-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CTL-FILE
006900     RECORDING MODE IS F.
007000 01  FH-CTL-REC              PIC X(80).
007100 FD  MTD-FILE
007200     RECORDING MODE IS F.
007300 01  FH-MTD-REC              PIC X(80).
007400 FD  PRT-FILE
007500     RECORDING MODE IS F.
007600     COPY FBPRTRC.
007700 FD  LOG-FILE
007800     RECORDING MODE IS F.
007900     COPY FBLOGRC.
008000 FD  RMS-FILE
008100     RECORDING MODE IS F.
008200     COPY FBRMSRC.
008300 WORKING-STORAGE SECTION.
008400 01  FH-LOG-AREAS.
008500     05  FH-LOG-FILE-STATUS  PIC X(02) VALUE "00".
008600     05  FH-LOG-EVENT-CD     PIC X(01) VALUE "S".
008700     05  FH-RECS-READ        PIC 9(09) VALUE 0.
008800     05  FH-RECS-WRITTEN     PIC 9(09) VALUE 0.
008900     05  FH-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
009000     05  FH-TIME-RAW.
009100         10  FH-TIME-HHMMSS  PIC 9(06).
009200         10  FILLER          PIC 9(02).
009300 01  FH-SWITCHES.
009400     05  FH-MTD-EOF-SW       PIC X(01) VALUE "N".
009500         88  FH-MTD-EOF                VALUE "Y".
009600     05  FH-RMS-EOF-SW       PIC X(01) VALUE "N".
009700         88  FH-RMS-EOF                VALUE "Y".
009800     05  FH-FOUND-SW         PIC X(01) VALUE "N".
009900         88  FH-RULE-FOUND             VALUE "Y".
010000     05  FH-NIGHT-OVFL-SW    PIC X(01) VALUE "N".
010100         88  FH-NIGHTS-OVERFLOWED      VALUE "Y".
010200     05  FH-RANGE-OVFL-SW    PIC X(01) VALUE "N".
010300         88  FH-RANGES-OVERFLOWED      VALUE "Y".
010400     05  FH-CODE-OVFL-SW     PIC X(01) VALUE "N".
010500         88  FH-CODES-OVERFLOWED       VALUE "Y".
010600 01  FH-WORK-AREAS.
010700     05  FH-CTL-FILE-STATUS  PIC X(02) VALUE "00".
010800     05  FH-MTD-FILE-STATUS  PIC X(02) VALUE "00".
010900     05  FH-RMS-FILE-STATUS  PIC X(02) VALUE "00".
011000     05  FH-REASON           PIC X(76) VALUE SPACES.
011100     05  FH-NOTE-CT          PIC 9(02) VALUE 0.
011200     05  FH-ENTRY-IDX        PIC 9(01) VALUE 0.
011300     05  FH-OTHER-IDX        PIC 9(01) VALUE 0.
011400     05  FH-OTHER-START      PIC 9(01) VALUE 0.
011500     05  FH-USED-CT          PIC 9(01) VALUE 0.
011600     05  FH-QUOT             PIC 9(07) VALUE 0.
011700     05  FH-REM              PIC 9(07) VALUE 0.
011800     05  FH-NEW-CODE         PIC X(01) VALUE SPACES.
011900     05  FH-SEEK-CODE        PIC X(01) VALUE SPACES.
012000     05  FH-SEEK-TEXT        PIC X(10) VALUE SPACES.
012100     05  FH-CODE-IDX         PIC 9(02) VALUE 0.
012200     05  FH-FROM-IDX         PIC 9(02) VALUE 0.
012300     05  FH-TO-IDX           PIC 9(02) VALUE 0.
012400     05  FH-I                PIC 9(02) VALUE 0.
012500     05  FH-J                PIC 9(02) VALUE 0.
012600     05  FH-NIGHT-CT         PIC 9(02) VALUE 0.
012700     05  FH-NIGHT-MAX        PIC 9(02) VALUE 62.
012800     05  FH-NIGHT-IDX        PIC 9(02) VALUE 0.
012900     05  FH-RANGE-CT         PIC 9(02) VALUE 0.
013000     05  FH-RANGE-MAX        PIC 9(02) VALUE 20.
013100     05  FH-RANGE-IDX        PIC 9(02) VALUE 0.
013200     05  FH-DETAIL-CT        PIC 9(09) VALUE 0.
013300     05  FH-CHANGED-CT       PIC 9(09) VALUE 0.
013400     05  FH-BKT-TOTAL        PIC 9(09) VALUE 0.
013500     05  FH-BKT-CHANGED      PIC 9(09) VALUE 0.
013600     05  FH-PCT              PIC 9(03)V9 VALUE 0.
013700     05  FH-LINE-LABEL       PIC X(10) VALUE SPACES.
013800     05  FH-TITLE            PIC X(80) VALUE SPACES.
013900     05  FH-DATE-NUM.
014000         10  FH-DN-YYYY      PIC 9(04).
014100         10  FH-DN-MM        PIC 9(02).
014200         10  FH-DN-DD        PIC 9(02).
014300*****************************************************************
014400*  FH-PROPOSED - THE PROPOSED RULE SET, READ FROM WHATIFCT IN   *
014500*  THE RULES MASTER RECORD LAYOUT (SEE FBRMSRC).                *
014600*****************************************************************
014700 01  FH-PROPOSED.
014800     05  FH-PRP-EFF-DATE     PIC 9(08).
014900     05  FH-PRP-VERSION      PIC 9(05).
015000     05  FH-PRP-RULES.
015100         10  FH-PRP-ENTRY OCCURS 4 TIMES.
015200             15  FH-PRP-DIVISOR  PIC 9(03).
015300             15  FH-PRP-CODE     PIC X(01).
015400             15  FH-PRP-TEXT     PIC X(10).
015500     05  FILLER              PIC X(11).
015600*****************************************************************
015700*  FH-CODE-TABLE - EVERY CLASS CODE THE REPORT HAS A COLUMN     *
015800*  FOR, IN COLUMN ORDER - THE LATEST SET ON THE RULES MASTER,   *
015900*  THEN ANY CODE THE PROPOSAL ADDS, THEN PLAIN, THEN ANY OTHER  *
016000*  CODE MET ON THE INPUT (A RUN UNDER AN OLDER SET).  A CODE    *
016100*  PAST THE LAST COLUMN IS COUNTED IN THE LAST COLUMN.          *
016200*****************************************************************
016300 01  FH-CODE-TABLE.
016400     05  FH-CODE-CT          PIC 9(02) VALUE 0.
016500     05  FH-CODE-MAX         PIC 9(02) VALUE 9.
016600     05  FH-CODE-ENTRY OCCURS 9 TIMES.
016700         10  FH-CD-CODE      PIC X(01).
016800         10  FH-CD-TEXT      PIC X(10).
016900*****************************************************************
017000*  THE MOVEMENT MATRICES - ONE CELL PER ACTUAL CODE (FROM) AND  *
017100*  PROPOSED CODE (TO), SUBSCRIPTED BY FH-CODE-TABLE POSITION -  *
017200*  FOR THE WHOLE INPUT, EACH NIGHT, AND EACH RANGE.  A BUCKET   *
017300*  IS PRINTED FROM THE FH-WRK-MATRIX COPY, WHICH HAS THE SAME   *
017400*  SHAPE AS EVERY OTHER MATRIX HERE.                            *
017500*****************************************************************
017600 01  FH-PERIOD-MATRIX.
017700     05  FH-PER-FROM OCCURS 9 TIMES.
017800         10  FH-PER-CELL     PIC 9(09) OCCURS 9 TIMES.
017900 01  FH-WRK-MATRIX.
018000     05  FH-WRK-FROM OCCURS 9 TIMES.
018100         10  FH-WRK-CELL     PIC 9(09) OCCURS 9 TIMES.
018200 01  FH-NIGHT-TABLE.
018300     05  FH-NIGHT-ENTRY OCCURS 62 TIMES.
018400         10  FH-NT-DATE      PIC 9(08).
018500         10  FH-NT-SEQ       PIC 9(05).
018600         10  FH-NT-VERSION   PIC 9(05).
018700         10  FH-NT-MATRIX.
018800             15  FH-NT-FROM OCCURS 9 TIMES.
018900                 20  FH-NT-CELL  PIC 9(09) OCCURS 9 TIMES.
019000 01  FH-RANGE-TABLE.
019100     05  FH-RANGE-ENTRY OCCURS 20 TIMES.
019200         10  FH-RG-ID        PIC X(08).
019300         10  FH-RG-MATRIX.
019400             15  FH-RG-FROM OCCURS 9 TIMES.
019500                 20  FH-RG-CELL  PIC 9(09) OCCURS 9 TIMES.
019600 01  FH-BUCKET-SUMS.
019700     05  FH-ACT-CT           PIC 9(09) OCCURS 9 TIMES.
019800     05  FH-NEW-CT           PIC 9(09) OCCURS 9 TIMES.
019900     05  FH-SUM-CT           PIC 9(09) OCCURS 9 TIMES.
020000 01  FH-HDG1-LINE.
020100     05  FILLER              PIC X(40) VALUE
020200         "FIZZBUZZ RULE CHANGE IMPACT REPORT".
020300 01  FH-COLHDG-LINE.
020400     05  FILLER              PIC X(10) VALUE SPACES.
020500     05  FH-CH-ENTRY OCCURS 10 TIMES.
020600         10  FILLER          PIC X(02) VALUE SPACES.
020700         10  FH-CH-TEXT      PIC X(10) JUSTIFIED RIGHT.
020800 01  FH-COUNT-LINE.
020900     05  FH-CL-LABEL         PIC X(10).
021000     05  FH-CL-ENTRY OCCURS 10 TIMES.
021100         10  FILLER          PIC X(01) VALUE SPACES.
021200         10  FH-CL-CT        PIC ZZZ,ZZZ,ZZ9.
021300 01  FH-PCT-LINE.
021400     05  FH-PL-LABEL         PIC X(10).
021500     05  FH-PL-ENTRY OCCURS 10 TIMES.
021600         10  FILLER          PIC X(07) VALUE SPACES.
021700         10  FH-PL-PCT       PIC ZZ9.9.
021800 01  FH-MOVE-LINE.
021900     05  FILLER              PIC X(10) VALUE "  MOVES - ".
022000     05  FH-ML-FROM-TEXT     PIC X(10).
022100     05  FILLER              PIC X(04) VALUE " TO ".
022200     05  FH-ML-TO-TEXT       PIC X(10).
022300     05  FILLER              PIC X(02) VALUE SPACES.
022400     05  FH-ML-CT            PIC ZZZ,ZZZ,ZZ9.
022500     05  FILLER              PIC X(07) VALUE " CYCLES".
022600*****************************************************************
022700*  FBOUTRC - CLASSIFICATION RECORD SHAPE, USED HERE IN WORKING  *
022800*  STORAGE TO PARSE EACH INPUT RECORD.                          *
022900*****************************************************************
023000     COPY FBOUTRC.
023100*****************************************************************
023200*  FBRULES - THE LATEST SET ON THE RULES MASTER NAMES THE       *
023300*  REPORT COLUMNS FOR THE CODES IN USE TODAY.  THE PROPOSED SET *
023400*  IS KEPT APART IN FH-PROPOSED AND NEVER TOUCHES THESE AREAS.  *
023500*****************************************************************
023600     COPY FBRULES.
023700 PROCEDURE DIVISION.
023800*****************************************************************
023900*  0000-MAINLINE                                                *
024000*****************************************************************
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
024300     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
024400         UNTIL FH-MTD-EOF.
024500     PERFORM 3000-PRINT-REPORT   THRU 3000-EXIT.
024600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
024700     GO TO 9999-EXIT.
024800*****************************************************************
024900*  1000-INITIALIZE - LOAD THE RULES MASTER, READ AND EDIT THE   *
025000*                    PROPOSED SET, LIST IT, SET UP THE REPORT   *
025100*                    COLUMNS, AND PRIME THE INPUT.              *
025200*****************************************************************
025300 1000-INITIALIZE.
025400     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
025500     PERFORM 8100-LOAD-RULE-SETS THRU 8100-EXIT.
025600     MOVE 99999999 TO FB-RULE-SEL-DATE.
025700     MOVE 0 TO FB-RULE-SEL-VERSION.
025800     PERFORM 8200-SELECT-RULE-SET THRU 8200-EXIT.
025900     OPEN OUTPUT PRT-FILE.
026000     MOVE FH-HDG1-LINE TO FB-PRT-LINE.
026100     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
026200     ADD 1 TO FH-RECS-WRITTEN.
026300     INITIALIZE FH-PERIOD-MATRIX.
026400     INITIALIZE FH-NIGHT-TABLE.
026500     INITIALIZE FH-RANGE-TABLE.
026600     PERFORM 1100-READ-PROPOSAL THRU 1100-EXIT.
026700     PERFORM 1200-EDIT-PROPOSAL THRU 1200-EXIT.
026800     IF FH-REASON NOT = SPACES
026900         MOVE SPACES TO FB-PRT-LINE
027000         STRING "PROPOSED SET DOES NOT EDIT - " DELIMITED BY SIZE
027100             FH-REASON                         DELIMITED BY SIZE
027200             INTO FB-PRT-LINE
027300         WRITE FB-PRT-RECORD AFTER ADVANCING 2 LINES
027400         DISPLAY "FBWHATIF - " FH-REASON
027500         DISPLAY "FBWHATIF - ENDING RUN - RETURN CODE 16"
027600         MOVE 16 TO RETURN-CODE
027700         CLOSE PRT-FILE
027800         GO TO 9999-EXIT
027900     END-IF.
028000     PERFORM 1300-LIST-PROPOSAL THRU 1300-EXIT.
028100     PERFORM 1400-SET-COLUMNS THRU 1400-EXIT.
028200     OPEN INPUT MTD-FILE.
028300     IF FH-MTD-FILE-STATUS NOT = "00"
028400         DISPLAY "FBWHATIF - MTDIN COULD NOT BE OPENED - "
028500             "FILE STATUS " FH-MTD-FILE-STATUS " - ENDING "
028600             "RUN - RETURN CODE 16"
028700         MOVE 16 TO RETURN-CODE
028800         CLOSE PRT-FILE
028900         GO TO 9999-EXIT
029000     END-IF.
029100     PERFORM 1500-READ-INPUT THRU 1500-EXIT.
029200 1000-EXIT.
029300     EXIT.
029400*****************************************************************
029500*  1100-READ-PROPOSAL - READ THE ONE WHATIFCT RECORD.  A        *
029600*                       MISSING OR EMPTY CONTROL FILE IS FATAL -*
029700*                       THERE IS NOTHING TO SIMULATE.           *
029800*****************************************************************
029900 1100-READ-PROPOSAL.
030000     OPEN INPUT CTL-FILE.
030100     IF FH-CTL-FILE-STATUS NOT = "00"
030200         DISPLAY "FBWHATIF - WHATIFCT COULD NOT BE OPENED - "
030300             "FILE STATUS " FH-CTL-FILE-STATUS " - ENDING "
030400             "RUN - RETURN CODE 16"
030500         MOVE 16 TO RETURN-CODE
030600         CLOSE PRT-FILE
030700         GO TO 9999-EXIT
030800     END-IF.
030900     READ CTL-FILE INTO FH-PROPOSED
031000         AT END
031100             DISPLAY "FBWHATIF - WHATIFCT IS EMPTY - ENDING "
031200                 "RUN - RETURN CODE 16"
031300             MOVE 16 TO RETURN-CODE
031400             CLOSE CTL-FILE PRT-FILE
031500             GO TO 9999-EXIT
031600     END-READ.
031700     CLOSE CTL-FILE.
031800 1100-EXIT.
031900     EXIT.
032000*****************************************************************
032100*  1200-EDIT-PROPOSAL - THE PROPOSED SET MUST BE ONE FIZZBUZZ   *
032200*                       COULD CLASSIFY UNDER - NUMERIC DATE,    *
032300*                       VERSION AND DIVISORS, AT LEAST ONE      *
032400*                       ENTRY IN USE, AND EVERY ENTRY IN USE    *
032500*                       CARRYING ITS OWN CLASS CODE (NOT P, THE *
032600*                       PLAIN CODE).  THE FIRST FAILURE LEAVES  *
032700*                       ITS REASON IN FH-REASON.                *
032800*****************************************************************
032900 1200-EDIT-PROPOSAL.
033000     MOVE SPACES TO FH-REASON.
033100     IF FH-PRP-EFF-DATE NOT NUMERIC
033200         OR FH-PRP-VERSION NOT NUMERIC
033300         MOVE "EFFECTIVE DATE OR VERSION IS NOT NUMERIC"
033400             TO FH-REASON
033500         GO TO 1200-EXIT
033600     END-IF.
033700     MOVE 0 TO FH-USED-CT.
033800     PERFORM 1210-EDIT-ENTRY THRU 1210-EXIT
033900         VARYING FH-ENTRY-IDX FROM 1 BY 1
034000         UNTIL FH-ENTRY-IDX > FB-RULE-MAX-ENTRIES
034100            OR FH-REASON NOT = SPACES.
034200     IF FH-REASON NOT = SPACES
034300         GO TO 1200-EXIT
034400     END-IF.
034500     IF FH-USED-CT = 0
034600         MOVE "NO ENTRY IN USE - EVERY CYCLE WOULD BE PLAIN"
034700             TO FH-REASON
034800     END-IF.
034900 1200-EXIT.
035000     EXIT.
035100*****************************************************************
035200*  1210-EDIT-ENTRY - EDIT ONE PROPOSED ENTRY.  A ZERO DIVISOR   *
035300*                    MEANS THE ENTRY IS NOT IN USE.             *
035400*****************************************************************
035500 1210-EDIT-ENTRY.
035600     IF FH-PRP-DIVISOR (FH-ENTRY-IDX) NOT NUMERIC
035700         STRING "ENTRY "   DELIMITED BY SIZE
035800             FH-ENTRY-IDX  DELIMITED BY SIZE
035900             " DIVISOR IS NOT NUMERIC" DELIMITED BY SIZE
036000             INTO FH-REASON
036100         GO TO 1210-EXIT
036200     END-IF.
036300     IF FH-PRP-DIVISOR (FH-ENTRY-IDX) = 0
036400         GO TO 1210-EXIT
036500     END-IF.
036600     ADD 1 TO FH-USED-CT.
036700     IF FH-PRP-CODE (FH-ENTRY-IDX) = SPACE OR "P"
036800         STRING "ENTRY "   DELIMITED BY SIZE
036900             FH-ENTRY-IDX  DELIMITED BY SIZE
037000             " CLASS CODE IS BLANK OR P" DELIMITED BY SIZE
037100             INTO FH-REASON
037200         GO TO 1210-EXIT
037300     END-IF.
037400     PERFORM 1211-TEST-DUP-CODE THRU 1211-EXIT
037500         VARYING FH-OTHER-IDX FROM 1 BY 1
037600         UNTIL FH-OTHER-IDX >= FH-ENTRY-IDX
037700            OR FH-REASON NOT = SPACES.
037800 1210-EXIT.
037900     EXIT.
038000*****************************************************************
038100*  1211-TEST-DUP-CODE - AN EARLIER ENTRY IN USE MUST NOT CARRY  *
038200*                       THE SAME CLASS CODE.                    *
038300*****************************************************************
038400 1211-TEST-DUP-CODE.
038500     IF FH-PRP-DIVISOR (FH-OTHER-IDX) > 0
038600         AND FH-PRP-CODE (FH-OTHER-IDX)
038700             = FH-PRP-CODE (FH-ENTRY-IDX)
038800         STRING "ENTRY "   DELIMITED BY SIZE
038900             FH-ENTRY-IDX  DELIMITED BY SIZE
039000             " REPEATS THE CLASS CODE OF ENTRY " DELIMITED BY SIZE
039100             FH-OTHER-IDX  DELIMITED BY SIZE
039200             INTO FH-REASON
039300     END-IF.
039400 1211-EXIT.
039500     EXIT.
039600*****************************************************************
039700*  1300-LIST-PROPOSAL - LIST THE PROPOSED SET, THE SET IT WOULD *
039800*                       FOLLOW, AND ANY NOTES ON THE PROPOSAL - *
039900*                       AN ENTRY THAT COULD NEVER MATCH, OR A   *
040000*                       CODE IN A DIFFERENT ENTRY POSITION FROM *
040100*                       THE LATEST SET ON THE MASTER.           *
040200*****************************************************************
040300 1300-LIST-PROPOSAL.
040400     MOVE SPACES TO FB-PRT-LINE.
040500     STRING "PROPOSED RULES VERSION " DELIMITED BY SIZE
040600         FH-PRP-VERSION               DELIMITED BY SIZE
040700         " EFFECTIVE "                DELIMITED BY SIZE
040800         FH-PRP-EFF-DATE              DELIMITED BY SIZE
040900         INTO FB-PRT-LINE.
041000     WRITE FB-PRT-RECORD AFTER ADVANCING 2 LINES.
041100     ADD 1 TO FH-RECS-WRITTEN.
041200     MOVE SPACES TO FB-PRT-LINE.
041300     STRING "COMPARED WITH THE RUNS AS CLASSIFIED - LATEST SET "
041400                                      DELIMITED BY SIZE
041500         "ON THE RULES MASTER IS VERSION " DELIMITED BY SIZE
041600         FB-RULE-VERSION              DELIMITED BY SIZE
041700         " EFFECTIVE "                DELIMITED BY SIZE
041800         FB-RULE-EFF-DATE             DELIMITED BY SIZE
041900         INTO FB-PRT-LINE.
042000     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
042100     ADD 1 TO FH-RECS-WRITTEN.
042200     PERFORM 1310-LIST-ENTRY THRU 1310-EXIT
042300         VARYING FH-ENTRY-IDX FROM 1 BY 1
042400         UNTIL FH-ENTRY-IDX > FB-RULE-MAX-ENTRIES.
042500     PERFORM 1320-NOTE-ORDER THRU 1320-EXIT
042600         VARYING FH-ENTRY-IDX FROM 1 BY 1
042700         UNTIL FH-ENTRY-IDX > FB-RULE-MAX-ENTRIES.
042800     PERFORM 1330-NOTE-POSITION THRU 1330-EXIT
042900         VARYING FH-ENTRY-IDX FROM 1 BY 1
043000         UNTIL FH-ENTRY-IDX > FB-RULE-MAX-ENTRIES.
043100 1300-EXIT.
043200     EXIT.
043300*****************************************************************
043400*  1310-LIST-ENTRY - LIST ONE PROPOSED ENTRY.                   *
043500*****************************************************************
043600 1310-LIST-ENTRY.
043700     MOVE SPACES TO FB-PRT-LINE.
043800     IF FH-PRP-DIVISOR (FH-ENTRY-IDX) = 0
043900         STRING "    ENTRY "       DELIMITED BY SIZE
044000             FH-ENTRY-IDX          DELIMITED BY SIZE
044100             "  NOT IN USE"        DELIMITED BY SIZE
044200             INTO FB-PRT-LINE
044300     ELSE
044400         STRING "    ENTRY "       DELIMITED BY SIZE
044500             FH-ENTRY-IDX          DELIMITED BY SIZE
044600             "  DIVISOR "          DELIMITED BY SIZE
044700             FH-PRP-DIVISOR (FH-ENTRY-IDX) DELIMITED BY SIZE
044800             "  CODE "             DELIMITED BY SIZE
044900             FH-PRP-CODE (FH-ENTRY-IDX)    DELIMITED BY SIZE
045000             "  TEXT "             DELIMITED BY SIZE
045100             FH-PRP-TEXT (FH-ENTRY-IDX)    DELIMITED BY SIZE
045200             INTO FB-PRT-LINE
045300     END-IF.
045400     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
045500     ADD 1 TO FH-RECS-WRITTEN.
045600 1310-EXIT.
045700     EXIT.
045800*****************************************************************
045900*  1320-NOTE-ORDER - NOTE EVERY LATER PROPOSED ENTRY WHOSE      *
046000*                    DIVISOR THIS ENTRY'S DIVIDES EVENLY - THIS *
046100*                    ENTRY ALWAYS MATCHES FIRST, SO THE LATER   *
046200*                    ONE COULD NEVER MATCH AT ALL.              *
046300*****************************************************************
046400 1320-NOTE-ORDER.
046500     IF FH-PRP-DIVISOR (FH-ENTRY-IDX) = 0
046600         GO TO 1320-EXIT
046700     END-IF.
046800     COMPUTE FH-OTHER-START = FH-ENTRY-IDX + 1.
046900     PERFORM 1321-TEST-FACTOR THRU 1321-EXIT
047000         VARYING FH-OTHER-IDX FROM FH-OTHER-START BY 1
047100         UNTIL FH-OTHER-IDX > FB-RULE-MAX-ENTRIES.
047200 1320-EXIT.
047300     EXIT.
047400*****************************************************************
047500*  1321-TEST-FACTOR - TEST ONE LATER ENTRY AGAINST THIS ONE.    *
047600*****************************************************************
047700 1321-TEST-FACTOR.
047800     IF FH-PRP-DIVISOR (FH-OTHER-IDX) = 0
047900         GO TO 1321-EXIT
048000     END-IF.
048100     DIVIDE FH-PRP-DIVISOR (FH-ENTRY-IDX)
048200         INTO FH-PRP-DIVISOR (FH-OTHER-IDX)
048300         GIVING FH-QUOT REMAINDER FH-REM.
048400     IF FH-REM = 0
048500         MOVE SPACES TO FB-PRT-LINE
048600         STRING "    NOTE - ENTRY "     DELIMITED BY SIZE
048700             FH-OTHER-IDX               DELIMITED BY SIZE
048800             " FOLLOWS ITS FACTOR IN ENTRY " DELIMITED BY SIZE
048900             FH-ENTRY-IDX               DELIMITED BY SIZE
049000             " AND COULD NEVER MATCH - FBRMAINT WOULD REFUSE "
049100                                        DELIMITED BY SIZE
049200             "THIS SET"                 DELIMITED BY SIZE
049300             INTO FB-PRT-LINE
049400         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
049500         ADD 1 TO FH-RECS-WRITTEN
049600         ADD 1 TO FH-NOTE-CT
049700     END-IF.
049800 1321-EXIT.
049900     EXIT.
050000*****************************************************************
050100*  1330-NOTE-POSITION - NOTE A PROPOSED CODE THE LATEST SET ON  *
050200*                       THE MASTER CARRIES IN ANOTHER ENTRY     *
050300*                       POSITION - THE TRAILER TOTALS ARE       *
050400*                       POSITIONAL AND WOULD NO LONGER LINE UP. *
050500*****************************************************************
050600 1330-NOTE-POSITION.
050700     IF FH-PRP-DIVISOR (FH-ENTRY-IDX) = 0
050800         GO TO 1330-EXIT
050900     END-IF.
051000     PERFORM 1331-TEST-POSITION THRU 1331-EXIT
051100         VARYING FH-OTHER-IDX FROM 1 BY 1
051200         UNTIL FH-OTHER-IDX > FB-RULE-MAX-ENTRIES.
051300 1330-EXIT.
051400     EXIT.
051500*****************************************************************
051600*  1331-TEST-POSITION - TEST ONE ENTRY OF THE LATEST SET.       *
051700*****************************************************************
051800 1331-TEST-POSITION.
051900     IF FH-OTHER-IDX NOT = FH-ENTRY-IDX
052000         AND FB-RULE-DIVISOR (FH-OTHER-IDX) > 0
052100         AND FB-RULE-CODE (FH-OTHER-IDX)
052200             = FH-PRP-CODE (FH-ENTRY-IDX)
052300         MOVE SPACES TO FB-PRT-LINE
052400         STRING "    NOTE - CLASS CODE "     DELIMITED BY SIZE
052500             FH-PRP-CODE (FH-ENTRY-IDX)      DELIMITED BY SIZE
052600             " IS ENTRY "                    DELIMITED BY SIZE
052700             FH-ENTRY-IDX                    DELIMITED BY SIZE
052800             " HERE BUT ENTRY "              DELIMITED BY SIZE
052900             FH-OTHER-IDX                    DELIMITED BY SIZE
053000             " ON THE MASTER - FBRMAINT WOULD REFUSE THIS SET"
053100                                             DELIMITED BY SIZE
053200             INTO FB-PRT-LINE
053300         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
053400         ADD 1 TO FH-RECS-WRITTEN
053500         ADD 1 TO FH-NOTE-CT
053600     END-IF.
053700 1331-EXIT.
053800     EXIT.
053900*****************************************************************
054000*  1400-SET-COLUMNS - BUILD THE CODE TABLE AND THE COLUMN       *
054100*                     HEADINGS - THE LATEST MASTER SET'S CODES, *
054200*                     THE CODES THE PROPOSAL ADDS, THEN PLAIN.  *
054300*                     TOTAL IS ALWAYS THE LAST COLUMN.          *
054400*****************************************************************
054500 1400-SET-COLUMNS.
054600     PERFORM 1410-ADD-MASTER-CODE THRU 1410-EXIT
054700         VARYING FH-ENTRY-IDX FROM 1 BY 1
054800         UNTIL FH-ENTRY-IDX > FB-RULE-MAX-ENTRIES.
054900     PERFORM 1420-ADD-PROPOSED-CODE THRU 1420-EXIT
055000         VARYING FH-ENTRY-IDX FROM 1 BY 1
055100         UNTIL FH-ENTRY-IDX > FB-RULE-MAX-ENTRIES.
055200     MOVE "P"     TO FH-SEEK-CODE.
055300     MOVE "PLAIN" TO FH-SEEK-TEXT.
055400     PERFORM 2400-FIND-CODE THRU 2400-EXIT.
055500 1400-EXIT.
055600     EXIT.
055700*****************************************************************
055800*  1410-ADD-MASTER-CODE - GIVE ONE ENTRY OF THE LATEST MASTER   *
055900*                         SET A COLUMN, IF IT IS IN USE.        *
056000*****************************************************************
056100 1410-ADD-MASTER-CODE.
056200     IF FB-RULE-DIVISOR (FH-ENTRY-IDX) > 0
056300         MOVE FB-RULE-CODE (FH-ENTRY-IDX) TO FH-SEEK-CODE
056400         MOVE FB-RULE-TEXT (FH-ENTRY-IDX) TO FH-SEEK-TEXT
056500         PERFORM 2400-FIND-CODE THRU 2400-EXIT
056600     END-IF.
056700 1410-EXIT.
056800     EXIT.
056900*****************************************************************
057000*  1420-ADD-PROPOSED-CODE - GIVE ONE PROPOSED ENTRY A COLUMN,   *
057100*                           IF IT IS IN USE AND HAS NONE YET.   *
057200*****************************************************************
057300 1420-ADD-PROPOSED-CODE.
057400     IF FH-PRP-DIVISOR (FH-ENTRY-IDX) > 0
057500         MOVE FH-PRP-CODE (FH-ENTRY-IDX) TO FH-SEEK-CODE
057600         MOVE FH-PRP-TEXT (FH-ENTRY-IDX) TO FH-SEEK-TEXT
057700         PERFORM 2400-FIND-CODE THRU 2400-EXIT
057800     END-IF.
057900 1420-EXIT.
058000     EXIT.
058100*****************************************************************
058200*  1500-READ-INPUT - READ THE NEXT INPUT RECORD INTO THE PARSE  *
058300*                    AREA.                                      *
058400*****************************************************************
058500 1500-READ-INPUT.
058600     READ MTD-FILE INTO FB-OUT-RECORD
058700         AT END
058800             MOVE "Y" TO FH-MTD-EOF-SW
058900     END-READ.
059000     IF NOT FH-MTD-EOF
059100         ADD 1 TO FH-RECS-READ
059200     END-IF.
059300 1500-EXIT.
059400     EXIT.
059500*****************************************************************
059600*  2000-PROCESS-RECORD - A HEADER OPENS A NEW NIGHT, A DETAIL   *
059700*                        IS RE-CLASSIFIED, AND TRAILERS PASS -  *
059800*                        THE SIMULATION COUNTS FROM THE DETAILS.*
059900*****************************************************************
060000 2000-PROCESS-RECORD.
060100     EVALUATE TRUE
060200         WHEN FB-OUT-HEADER
060300             PERFORM 2100-START-NIGHT THRU 2100-EXIT
060400         WHEN FB-OUT-DETAIL
060500             PERFORM 2200-SIMULATE-DETAIL THRU 2200-EXIT
060600         WHEN OTHER
060700             CONTINUE
060800     END-EVALUATE.
060900     PERFORM 1500-READ-INPUT THRU 1500-EXIT.
061000 2000-EXIT.
061100     EXIT.
061200*****************************************************************
061300*  2100-START-NIGHT - OPEN A NIGHT TABLE ENTRY FOR THE RUN THIS *
061400*                     HEADER IDENTIFIES.  MORE RUNS THAN THE    *
061500*                     TABLE HOLDS FOLD INTO THE LAST ENTRY AND  *
061600*                     THE REPORT SAYS SO.                       *
061700*****************************************************************
061800 2100-START-NIGHT.
061900     IF FH-NIGHT-CT < FH-NIGHT-MAX
062000         ADD 1 TO FH-NIGHT-CT
062100         MOVE FH-NIGHT-CT TO FH-NIGHT-IDX
062200         MOVE FB-OUT-HDR-RUN-DATE TO FH-NT-DATE (FH-NIGHT-IDX)
062300         MOVE FB-OUT-HDR-RUN-SEQ  TO FH-NT-SEQ  (FH-NIGHT-IDX)
062400         IF FB-OUT-HDR-RULES-VER NUMERIC
062500             MOVE FB-OUT-HDR-RULES-VER
062600                 TO FH-NT-VERSION (FH-NIGHT-IDX)
062700         END-IF
062800     ELSE
062900         SET FH-NIGHTS-OVERFLOWED TO TRUE
063000     END-IF.
063100 2100-EXIT.
063200     EXIT.
063300*****************************************************************
063400*  2200-SIMULATE-DETAIL - RE-CLASSIFY ONE DETAIL UNDER THE      *
063500*                         PROPOSED SET AND COUNT THE MOVE FROM  *
063600*                         ITS ACTUAL CODE TO ITS PROPOSED ONE   *
063700*                         IN THE PERIOD, ITS NIGHT AND ITS      *
063800*                         RANGE.  A DETAIL BEFORE THE FIRST     *
063900*                         HEADER OPENS A RUN DATE ZERO NIGHT.   *
064000*****************************************************************
064100 2200-SIMULATE-DETAIL.
064200     IF FH-NIGHT-CT = 0
064300         ADD 1 TO FH-NIGHT-CT
064400         MOVE FH-NIGHT-CT TO FH-NIGHT-IDX
064500     END-IF.
064600     ADD 1 TO FH-DETAIL-CT.
064700     PERFORM 2300-CLASSIFY-CYCLE THRU 2300-EXIT.
064800     MOVE FB-OUT-CLASS-CD TO FH-SEEK-CODE.
064900     MOVE SPACES TO FH-SEEK-TEXT.
065000     PERFORM 2400-FIND-CODE THRU 2400-EXIT.
065100     MOVE FH-CODE-IDX TO FH-FROM-IDX.
065200     MOVE FH-NEW-CODE TO FH-SEEK-CODE.
065300     PERFORM 2400-FIND-CODE THRU 2400-EXIT.
065400     MOVE FH-CODE-IDX TO FH-TO-IDX.
065500     PERFORM 2500-FIND-RANGE THRU 2500-EXIT.
065600     ADD 1 TO FH-PER-CELL (FH-FROM-IDX FH-TO-IDX).
065700     ADD 1 TO FH-NT-CELL  (FH-NIGHT-IDX FH-FROM-IDX FH-TO-IDX).
065800     ADD 1 TO FH-RG-CELL  (FH-RANGE-IDX FH-FROM-IDX FH-TO-IDX).
065900     IF FH-NEW-CODE NOT = FB-OUT-CLASS-CD
066000         ADD 1 TO FH-CHANGED-CT
066100     END-IF.
066200 2200-EXIT.
066300     EXIT.
066400*****************************************************************
066500*  2300-CLASSIFY-CYCLE - CLASSIFY THE DETAIL'S CYCLE NUMBER     *
066600*                        UNDER THE PROPOSED SET EXACTLY AS      *
066700*                        FIZZBUZZ DOES - EACH ENTRY IN TURN, THE*
066800*                        FIRST DIVISOR THAT DIVIDES IT EVENLY   *
066900*                        WINS, AND NO MATCH IS PLAIN.           *
067000*****************************************************************
067100 2300-CLASSIFY-CYCLE.
067200     MOVE "N" TO FH-FOUND-SW.
067300     MOVE "P" TO FH-NEW-CODE.
067400     PERFORM 2310-TEST-RULE THRU 2310-EXIT
067500         VARYING FH-ENTRY-IDX FROM 1 BY 1
067600         UNTIL FH-ENTRY-IDX > FB-RULE-MAX-ENTRIES
067700            OR FH-RULE-FOUND.
067800 2300-EXIT.
067900     EXIT.
068000*****************************************************************
068100*  2310-TEST-RULE - TEST ONE PROPOSED ENTRY AGAINST THE CYCLE.  *
068200*                   A DIVISOR OF ZERO MEANS THE ENTRY IS NOT IN *
068300*                   USE.                                        *
068400*****************************************************************
068500 2310-TEST-RULE.
068600     IF FH-PRP-DIVISOR (FH-ENTRY-IDX) > 0
068700         DIVIDE FH-PRP-DIVISOR (FH-ENTRY-IDX) INTO FB-OUT-CT
068800             GIVING FH-QUOT REMAINDER FH-REM
068900         IF FH-REM = 0
069000             MOVE FH-PRP-CODE (FH-ENTRY-IDX) TO FH-NEW-CODE
069100             SET FH-RULE-FOUND TO TRUE
069200         END-IF
069300     END-IF.
069400 2310-EXIT.
069500     EXIT.
069600*****************************************************************
069700*  2400-FIND-CODE - FIND FH-SEEK-CODE IN THE CODE TABLE AND     *
069800*                   LEAVE ITS COLUMN IN FH-CODE-IDX, ADDING IT  *
069900*                   IF IT IS NEW.  A NEW CODE WITH NO TEXT      *
070000*                   SUPPLIED IS HEADED "CODE X".  A FULL TABLE  *
070100*                   COUNTS THE NEW CODE IN THE LAST COLUMN.     *
070200*****************************************************************
070300 2400-FIND-CODE.
070400     MOVE 0 TO FH-CODE-IDX.
070500     PERFORM 2410-MATCH-CODE THRU 2410-EXIT
070600         VARYING FH-I FROM 1 BY 1
070700         UNTIL FH-I > FH-CODE-CT
070800            OR FH-CODE-IDX > 0.
070900     IF FH-CODE-IDX > 0
071000         GO TO 2400-EXIT
071100     END-IF.
071200     IF FH-CODE-CT >= FH-CODE-MAX
071300         SET FH-CODES-OVERFLOWED TO TRUE
071400         MOVE FH-CODE-MAX TO FH-CODE-IDX
071500         GO TO 2400-EXIT
071600     END-IF.
071700     ADD 1 TO FH-CODE-CT.
071800     MOVE FH-CODE-CT TO FH-CODE-IDX.
071900     MOVE FH-SEEK-CODE TO FH-CD-CODE (FH-CODE-IDX).
072000     IF FH-SEEK-TEXT = SPACES
072100         STRING "CODE "      DELIMITED BY SIZE
072200             FH-SEEK-CODE    DELIMITED BY SIZE
072300             INTO FH-CD-TEXT (FH-CODE-IDX)
072400     ELSE
072500         MOVE FH-SEEK-TEXT TO FH-CD-TEXT (FH-CODE-IDX)
072600     END-IF.
072700     MOVE FH-CD-TEXT (FH-CODE-IDX) TO FH-CH-TEXT (FH-CODE-IDX).
072800     MOVE "TOTAL" TO FH-CH-TEXT (10).
072900 2400-EXIT.
073000     EXIT.
073100*****************************************************************
073200*  2410-MATCH-CODE - TEST ONE CODE TABLE ENTRY.                 *
073300*****************************************************************
073400 2410-MATCH-CODE.
073500     IF FH-CD-CODE (FH-I) = FH-SEEK-CODE
073600         MOVE FH-I TO FH-CODE-IDX
073700     END-IF.
073800 2410-EXIT.
073900     EXIT.
074000*****************************************************************
074100*  2500-FIND-RANGE - FIND THE DETAIL'S RANGE IN THE RANGE       *
074200*                    TABLE, ADDING IT IF IT IS NEW.  MORE       *
074300*                    RANGES THAN THE TABLE HOLDS FOLD INTO THE  *
074400*                    LAST ENTRY AND THE REPORT SAYS SO.         *
074500*****************************************************************
074600 2500-FIND-RANGE.
074700     MOVE 0 TO FH-RANGE-IDX.
074800     PERFORM 2510-MATCH-RANGE THRU 2510-EXIT
074900         VARYING FH-I FROM 1 BY 1
075000         UNTIL FH-I > FH-RANGE-CT
075100            OR FH-RANGE-IDX > 0.
075200     IF FH-RANGE-IDX > 0
075300         GO TO 2500-EXIT
075400     END-IF.
075500     IF FH-RANGE-CT >= FH-RANGE-MAX
075600         SET FH-RANGES-OVERFLOWED TO TRUE
075700         MOVE FH-RANGE-MAX TO FH-RANGE-IDX
075800         GO TO 2500-EXIT
075900     END-IF.
076000     ADD 1 TO FH-RANGE-CT.
076100     MOVE FH-RANGE-CT TO FH-RANGE-IDX.
076200     MOVE FB-OUT-RANGE-ID TO FH-RG-ID (FH-RANGE-IDX).
076300 2500-EXIT.
076400     EXIT.
076500*****************************************************************
076600*  2510-MATCH-RANGE - TEST ONE RANGE TABLE ENTRY.               *
076700*****************************************************************
076800 2510-MATCH-RANGE.
076900     IF FH-RG-ID (FH-I) = FB-OUT-RANGE-ID
077000         MOVE FH-I TO FH-RANGE-IDX
077100     END-IF.
077200 2510-EXIT.
077300     EXIT.
077400*****************************************************************
077500*  3000-PRINT-REPORT - PRINT THE IMPACT ON THE WHOLE INPUT,     *
077600*                      THEN EACH NIGHT, THEN EACH RANGE.        *
077700*****************************************************************
077800 3000-PRINT-REPORT.
077900     IF FH-DETAIL-CT = 0
078000         MOVE SPACES TO FB-PRT-LINE
078100         STRING "NO CLASSIFIED DETAIL ON THE INPUT - NOTHING TO "
078200             "SIMULATE - CHECK THE MTDIN DATASET"
078300             DELIMITED BY SIZE INTO FB-PRT-LINE
078400         WRITE FB-PRT-RECORD AFTER ADVANCING 2 LINES
078500         ADD 1 TO FH-RECS-WRITTEN
078600         GO TO 3000-EXIT
078700     END-IF.
078800     MOVE SPACES TO FH-TITLE.
078900     STRING "WHOLE INPUT - " DELIMITED BY SIZE
079000         FH-NIGHT-CT         DELIMITED BY SIZE
079100         " RUNS, "           DELIMITED BY SIZE
079200         FH-RANGE-CT         DELIMITED BY SIZE
079300         " RANGES"           DELIMITED BY SIZE
079400         INTO FH-TITLE.
079500     MOVE FH-PERIOD-MATRIX TO FH-WRK-MATRIX.
079600     PERFORM 4000-PRINT-BUCKET THRU 4000-EXIT.
079700     PERFORM 3100-PRINT-NIGHT THRU 3100-EXIT
079800         VARYING FH-NIGHT-IDX FROM 1 BY 1
079900         UNTIL FH-NIGHT-IDX > FH-NIGHT-CT.
080000     PERFORM 3200-PRINT-RANGE THRU 3200-EXIT
080100         VARYING FH-RANGE-IDX FROM 1 BY 1
080200         UNTIL FH-RANGE-IDX > FH-RANGE-CT.
080300     IF FH-NIGHTS-OVERFLOWED
080400         MOVE SPACES TO FB-PRT-LINE
080500         STRING "MORE RUNS THAN THE REPORT HOLDS - EXCESS "
080600             "FOLDED INTO THE LAST NIGHT" DELIMITED BY SIZE
080700             INTO FB-PRT-LINE
080800         WRITE FB-PRT-RECORD AFTER ADVANCING 2 LINES
080900         ADD 1 TO FH-RECS-WRITTEN
081000     END-IF.
081100     IF FH-RANGES-OVERFLOWED
081200         MOVE SPACES TO FB-PRT-LINE
081300         STRING "MORE RANGES THAN THE REPORT HOLDS - EXCESS "
081400             "FOLDED INTO THE LAST RANGE" DELIMITED BY SIZE
081500             INTO FB-PRT-LINE
081600         WRITE FB-PRT-RECORD AFTER ADVANCING 2 LINES
081700         ADD 1 TO FH-RECS-WRITTEN
081800     END-IF.
081900     IF FH-CODES-OVERFLOWED
082000         MOVE SPACES TO FB-PRT-LINE
082100         STRING "MORE CLASS CODES THAN THE REPORT HOLDS - EXCESS "
082200             "COUNTED IN THE LAST CODE COLUMN" DELIMITED BY SIZE
082300             INTO FB-PRT-LINE
082400         WRITE FB-PRT-RECORD AFTER ADVANCING 2 LINES
082500         ADD 1 TO FH-RECS-WRITTEN
082600     END-IF.
082700 3000-EXIT.
082800     EXIT.
082900*****************************************************************
083000*  3100-PRINT-NIGHT - PRINT ONE NIGHT'S IMPACT.                 *
083100*****************************************************************
083200 3100-PRINT-NIGHT.
083300     MOVE FH-NT-DATE (FH-NIGHT-IDX) TO FH-DATE-NUM.
083400     MOVE SPACES TO FH-TITLE.
083500     STRING "NIGHT "                DELIMITED BY SIZE
083600         FH-DN-YYYY                 DELIMITED BY SIZE
083700         "-"                        DELIMITED BY SIZE
083800         FH-DN-MM                   DELIMITED BY SIZE
083900         "-"                        DELIMITED BY SIZE
084000         FH-DN-DD                   DELIMITED BY SIZE
084100         "  SEQ "                   DELIMITED BY SIZE
084200         FH-NT-SEQ (FH-NIGHT-IDX)   DELIMITED BY SIZE
084300         "  CLASSIFIED UNDER RULES VERSION " DELIMITED BY SIZE
084400         FH-NT-VERSION (FH-NIGHT-IDX) DELIMITED BY SIZE
084500         INTO FH-TITLE.
084600     MOVE FH-NT-MATRIX (FH-NIGHT-IDX) TO FH-WRK-MATRIX.
084700     PERFORM 4000-PRINT-BUCKET THRU 4000-EXIT.
084800 3100-EXIT.
084900     EXIT.
085000*****************************************************************
085100*  3200-PRINT-RANGE - PRINT ONE RANGE'S IMPACT ACROSS ALL THE   *
085200*                     NIGHTS ON THE INPUT.                      *
085300*****************************************************************
085400 3200-PRINT-RANGE.
085500     MOVE SPACES TO FH-TITLE.
085600     STRING "RANGE "                DELIMITED BY SIZE
085700         FH-RG-ID (FH-RANGE-IDX)    DELIMITED BY SIZE
085800         "  ALL RUNS"               DELIMITED BY SIZE
085900         INTO FH-TITLE.
086000     MOVE FH-RG-MATRIX (FH-RANGE-IDX) TO FH-WRK-MATRIX.
086100     PERFORM 4000-PRINT-BUCKET THRU 4000-EXIT.
086200 3200-EXIT.
086300     EXIT.
086400*****************************************************************
086500*  4000-PRINT-BUCKET - PRINT ONE BUCKET FROM FH-WRK-MATRIX      *
086600*                      UNDER THE TITLE IN FH-TITLE - THE ACTUAL *
086700*                      COUNTS AND PERCENTAGES (EACH FROM ROW'S  *
086800*                      TOTAL), THE PROPOSED ONES (EACH TO       *
086900*                      COLUMN'S TOTAL), AND ONE LINE FOR EVERY  *
087000*                      NON-EMPTY MOVE FROM ONE CODE TO ANOTHER. *
087100*****************************************************************
087200 4000-PRINT-BUCKET.
087300     INITIALIZE FH-BUCKET-SUMS.
087400     MOVE 0 TO FH-BKT-TOTAL.
087500     MOVE 0 TO FH-BKT-CHANGED.
087600     PERFORM 4100-SUM-ROW THRU 4100-EXIT
087700         VARYING FH-I FROM 1 BY 1
087800         UNTIL FH-I > FH-CODE-CT.
087900     MOVE SPACES TO FB-PRT-LINE.
088000     MOVE FH-TITLE TO FB-PRT-LINE.
088100     WRITE FB-PRT-RECORD AFTER ADVANCING 3 LINES.
088200     MOVE FH-COLHDG-LINE TO FB-PRT-LINE.
088300     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
088400     ADD 2 TO FH-RECS-WRITTEN.
088500     MOVE "ACTUAL"   TO FH-LINE-LABEL.
088600     PERFORM 4200-LOAD-ACTUAL THRU 4200-EXIT
088700         VARYING FH-I FROM 1 BY 1
088800         UNTIL FH-I > FH-CODE-CT.
088900     PERFORM 4300-WRITE-COUNTS THRU 4300-EXIT.
089000     MOVE "PROPOSED" TO FH-LINE-LABEL.
089100     PERFORM 4210-LOAD-PROPOSED THRU 4210-EXIT
089200         VARYING FH-I FROM 1 BY 1
089300         UNTIL FH-I > FH-CODE-CT.
089400     PERFORM 4300-WRITE-COUNTS THRU 4300-EXIT.
089500     PERFORM 4400-PRINT-MOVES THRU 4400-EXIT
089600         VARYING FH-I FROM 1 BY 1
089700         UNTIL FH-I > FH-CODE-CT.
089800     MOVE SPACES TO FB-PRT-LINE.
089900     IF FH-BKT-CHANGED = 0
090000         STRING "  NO CYCLE WOULD CHANGE CLASS" DELIMITED BY SIZE
090100             INTO FB-PRT-LINE
090200     ELSE
090300         STRING "  CYCLES THAT WOULD CHANGE CLASS - "
090400                                     DELIMITED BY SIZE
090500             FH-BKT-CHANGED          DELIMITED BY SIZE
090600             " OF "                  DELIMITED BY SIZE
090700             FH-BKT-TOTAL            DELIMITED BY SIZE
090800             INTO FB-PRT-LINE
090900     END-IF.
091000     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
091100     ADD 1 TO FH-RECS-WRITTEN.
091200 4000-EXIT.
091300     EXIT.
091400*****************************************************************
091500*  4100-SUM-ROW - ADD ONE FROM ROW INTO THE BUCKET SUMS.        *
091600*****************************************************************
091700 4100-SUM-ROW.
091800     PERFORM 4110-SUM-CELL THRU 4110-EXIT
091900         VARYING FH-J FROM 1 BY 1
092000         UNTIL FH-J > FH-CODE-CT.
092100 4100-EXIT.
092200     EXIT.
092300*****************************************************************
092400*  4110-SUM-CELL - ADD ONE CELL INTO ITS ROW (ACTUAL) AND       *
092500*                  COLUMN (PROPOSED) TOTALS, THE BUCKET TOTAL,  *
092600*                  AND - OFF THE DIAGONAL - THE CHANGED COUNT.  *
092700*****************************************************************
092800 4110-SUM-CELL.
092900     ADD FH-WRK-CELL (FH-I FH-J) TO FH-ACT-CT (FH-I).
093000     ADD FH-WRK-CELL (FH-I FH-J) TO FH-NEW-CT (FH-J).
093100     ADD FH-WRK-CELL (FH-I FH-J) TO FH-BKT-TOTAL.
093200     IF FH-I NOT = FH-J
093300         ADD FH-WRK-CELL (FH-I FH-J) TO FH-BKT-CHANGED
093400     END-IF.
093500 4110-EXIT.
093600     EXIT.
093700*****************************************************************
093800*  4200-LOAD-ACTUAL - LOAD ONE ACTUAL COUNT FOR PRINTING.       *
093900*****************************************************************
094000 4200-LOAD-ACTUAL.
094100     MOVE FH-ACT-CT (FH-I) TO FH-SUM-CT (FH-I).
094200 4200-EXIT.
094300     EXIT.
094400*****************************************************************
094500*  4210-LOAD-PROPOSED - LOAD ONE PROPOSED COUNT FOR PRINTING.   *
094600*****************************************************************
094700 4210-LOAD-PROPOSED.
094800     MOVE FH-NEW-CT (FH-I) TO FH-SUM-CT (FH-I).
094900 4210-EXIT.
095000     EXIT.
095100*****************************************************************
095200*  4300-WRITE-COUNTS - WRITE THE COUNT LINE AND PERCENTAGE LINE *
095300*                      FOR THE COUNTS IN FH-SUM-CT, LABELLED    *
095400*                      FH-LINE-LABEL.  AN EMPTY BUCKET PRINTS   *
095500*                      ZERO PERCENT RATHER THAN DIVIDING BY     *
095600*                      ZERO.                                    *
095700*****************************************************************
095800 4300-WRITE-COUNTS.
095900     MOVE SPACES TO FH-COUNT-LINE.
096000     MOVE SPACES TO FH-PCT-LINE.
096100     MOVE FH-LINE-LABEL TO FH-CL-LABEL.
096200     MOVE "  PCT"       TO FH-PL-LABEL.
096300     PERFORM 4310-SET-COLUMN THRU 4310-EXIT
096400         VARYING FH-J FROM 1 BY 1
096500         UNTIL FH-J > FH-CODE-CT.
096600     MOVE FH-BKT-TOTAL TO FH-CL-CT (10).
096700     MOVE FH-COUNT-LINE TO FB-PRT-LINE.
096800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
096900     MOVE FH-PCT-LINE TO FB-PRT-LINE.
097000     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
097100     ADD 2 TO FH-RECS-WRITTEN.
097200 4300-EXIT.
097300     EXIT.
097400*****************************************************************
097500*  4310-SET-COLUMN - SET ONE CODE'S COUNT AND PERCENTAGE.       *
097600*****************************************************************
097700 4310-SET-COLUMN.
097800     MOVE FH-SUM-CT (FH-J) TO FH-CL-CT (FH-J).
097900     IF FH-BKT-TOTAL > 0
098000         COMPUTE FH-PCT ROUNDED
098100             = FH-SUM-CT (FH-J) * 100 / FH-BKT-TOTAL
098200     ELSE
098300         MOVE 0 TO FH-PCT
098400     END-IF.
098500     MOVE FH-PCT TO FH-PL-PCT (FH-J).
098600 4310-EXIT.
098700     EXIT.
098800*****************************************************************
098900*  4400-PRINT-MOVES - PRINT THE MOVES OUT OF ONE ACTUAL CODE.   *
099000*****************************************************************
099100 4400-PRINT-MOVES.
099200     PERFORM 4410-PRINT-MOVE THRU 4410-EXIT
099300         VARYING FH-J FROM 1 BY 1
099400         UNTIL FH-J > FH-CODE-CT.
099500 4400-EXIT.
099600     EXIT.
099700*****************************************************************
099800*  4410-PRINT-MOVE - PRINT ONE MOVE, IF ANY CYCLE MAKES IT.     *
099900*****************************************************************
100000 4410-PRINT-MOVE.
100100     IF FH-I = FH-J
100200         OR FH-WRK-CELL (FH-I FH-J) = 0
100300         GO TO 4410-EXIT
100400     END-IF.
100500     MOVE FH-CD-TEXT (FH-I)          TO FH-ML-FROM-TEXT.
100600     MOVE FH-CD-TEXT (FH-J)          TO FH-ML-TO-TEXT.
100700     MOVE FH-WRK-CELL (FH-I FH-J)    TO FH-ML-CT.
100800     MOVE FH-MOVE-LINE TO FB-PRT-LINE.
100900     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
101000     ADD 1 TO FH-RECS-WRITTEN.
101100 4410-EXIT.
101200     EXIT.
101300*****************************************************************
101400*  9000-TERMINATE - WRITE THE DISPOSITION, SET THE RETURN       *
101500*                   CODE, AND CLOSE UP.                         *
101600*****************************************************************
101700 9000-TERMINATE.
101800     MOVE SPACES TO FB-PRT-LINE.
101900     IF FH-DETAIL-CT = 0
102000         STRING "FBWHATIF - NO DETAIL TO SIMULATE - RETURN CODE 8"
102100             DELIMITED BY SIZE INTO FB-PRT-LINE
102200         MOVE 8 TO RETURN-CODE
102300     ELSE
102400         STRING "FBWHATIF - "      DELIMITED BY SIZE
102500             FH-DETAIL-CT          DELIMITED BY SIZE
102600             " CYCLES SIMULATED - " DELIMITED BY SIZE
102700             FH-CHANGED-CT         DELIMITED BY SIZE
102800             " WOULD CHANGE CLASS - " DELIMITED BY SIZE
102900             FH-NOTE-CT            DELIMITED BY SIZE
103000             " NOTES ON THE PROPOSAL" DELIMITED BY SIZE
103100             INTO FB-PRT-LINE
103200         MOVE 0 TO RETURN-CODE
103300     END-IF.
103400     WRITE FB-PRT-RECORD AFTER ADVANCING 3 LINES.
103500     ADD 1 TO FH-RECS-WRITTEN.
103600     DISPLAY FB-PRT-LINE.
103700     CLOSE MTD-FILE PRT-FILE.
103800 9000-EXIT.
103900     EXIT.
104000*****************************************************************
104100*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
104200*                       RUN LOG - EVENT S AT START OF RUN,      *
104300*                       EVENT E AT END, AS SET IN               *
104400*                       FH-LOG-EVENT-CD BY THE CALLER.  A LOG   *
104500*                       THAT CANNOT BE OPENED IS BYPASSED -     *
104600*                       LOGGING MUST NEVER TAKE THE RUN DOWN.   *
104700*****************************************************************
104800 8000-WRITE-RUN-LOG.
104900     OPEN EXTEND LOG-FILE.
105000     IF FH-LOG-FILE-STATUS NOT = "00" AND "05"
105100         GO TO 8000-EXIT
105200     END-IF.
105300     MOVE SPACES TO FB-LOG-RECORD.
105400     MOVE "FBWHATIF" TO FB-LOG-PROGRAM.
105500     ACCEPT FH-LOG-STAMP-DATE FROM DATE YYYYMMDD.
105600     ACCEPT FH-TIME-RAW FROM TIME.
105700     MOVE FH-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
105800     MOVE FH-TIME-HHMMSS TO FB-LOG-RUN-TIME.
105900     MOVE FH-LOG-EVENT-CD TO FB-LOG-EVENT.
106000     MOVE RETURN-CODE TO FB-LOG-RETURN-CD.
106100     MOVE FH-RECS-READ TO FB-LOG-RECS-READ.
106200     MOVE FH-RECS-WRITTEN TO FB-LOG-RECS-WRITTEN.
106300     MOVE "N" TO FB-LOG-RESTART-SW.
106400     MOVE 0 TO FB-LOG-MISSING-CT.
106500     MOVE 0 TO FB-LOG-DUP-CT.
106600     MOVE 0 TO FB-LOG-UNMATCHED-CT.
106700     MOVE 0 TO FB-LOG-MISCLASS-CT.
106800     WRITE FB-LOG-RECORD.
106900     CLOSE LOG-FILE.
107000 8000-EXIT.
107100     EXIT.
107200*****************************************************************
107300*  8100-LOAD-RULE-SETS - LOAD EVERY RULE SET ON THE RULEMAST    *
107400*                        EFFECTIVE-DATED RULES MASTER INTO THE  *
107500*                        FB-RULE-SETS TABLE.  A MASTER THAT     *
107600*                        CANNOT BE OPENED, OR CARRIES NO        *
107700*                        USABLE SET, IS FATAL - THERE IS        *
107800*                        NOTHING TO JUDGE OR LABEL UNDER.       *
107900*****************************************************************
108000 8100-LOAD-RULE-SETS.
108100     OPEN INPUT RMS-FILE.
108200     IF FH-RMS-FILE-STATUS NOT = "00"
108300         DISPLAY "FBWHATIF - RULEMAST COULD NOT BE OPENED - "
108400             "FILE STATUS " FH-RMS-FILE-STATUS " - ENDING "
108500             "RUN - RETURN CODE 16"
108600         MOVE 16 TO RETURN-CODE
108700         GO TO 9999-EXIT
108800     END-IF.
108900     PERFORM 8110-LOAD-ONE-SET THRU 8110-EXIT
109000         UNTIL FH-RMS-EOF.
109100     CLOSE RMS-FILE.
109200     IF FB-RULE-SET-CT = 0
109300         DISPLAY "FBWHATIF - RULEMAST CARRIES NO USABLE RULE "
109400             "SET - ENDING RUN - RETURN CODE 16"
109500         MOVE 16 TO RETURN-CODE
109600         GO TO 9999-EXIT
109700     END-IF.
109800 8100-EXIT.
109900     EXIT.
110000*****************************************************************
110100*  8110-LOAD-ONE-SET - READ AND TABLE ONE RULEMAST RECORD.  A   *
110200*                      RECORD WITH A NON-NUMERIC EFFECTIVE      *
110300*                      DATE OR VERSION, OR ONE PAST THE TABLE   *
110400*                      CAPACITY, IS BYPASSED WITH A MESSAGE.    *
110500*****************************************************************
110600 8110-LOAD-ONE-SET.
110700     READ RMS-FILE
110800         AT END
110900             MOVE "Y" TO FH-RMS-EOF-SW
111000             GO TO 8110-EXIT
111100     END-READ.
111200     IF FB-RMS-EFF-DATE NOT NUMERIC
111300         OR FB-RMS-VERSION NOT NUMERIC
111400         DISPLAY "FBWHATIF - RULEMAST RECORD WITH NON-NUMERIC "
111500             "EFFECTIVE DATE OR VERSION - BYPASSED"
111600         GO TO 8110-EXIT
111700     END-IF.
111800     IF FB-RULE-SET-CT >= FB-RULE-SET-MAX
111900         DISPLAY "FBWHATIF - RULEMAST CARRIES MORE THAN "
112000             FB-RULE-SET-MAX " RULE SETS - EXCESS BYPASSED"
112100         GO TO 8110-EXIT
112200     END-IF.
112300     ADD 1 TO FB-RULE-SET-CT.
112400     MOVE FB-RMS-EFF-DATE TO FB-RS-EFF-DATE (FB-RULE-SET-CT).
112500     MOVE FB-RMS-VERSION  TO FB-RS-VERSION  (FB-RULE-SET-CT).
112600     MOVE FB-RMS-RULES    TO FB-RS-RULES    (FB-RULE-SET-CT).
112700 8110-EXIT.
112800     EXIT.
112900*****************************************************************
113000*  8200-SELECT-RULE-SET - MOVE THE RULE SET THE CALLER ASKED    *
113100*                         FOR INTO FB-RULE-AREA.  A NON-ZERO    *
113200*                         FB-RULE-SEL-VERSION (FROM AN OUTFILE  *
113300*                         RUN HEADER) WINS; OTHERWISE THE SET   *
113400*                         WITH THE HIGHEST EFFECTIVE DATE NOT   *
113500*                         AFTER FB-RULE-SEL-DATE IS IN FORCE.   *
113600*                         WHEN NOTHING QUALIFIES (A RUN OLDER   *
113700*                         THAN THE OLDEST SET) THE FIRST SET    *
113800*                         ON THE MASTER IS USED.                *
113900*****************************************************************
114000 8200-SELECT-RULE-SET.
114100     MOVE "N" TO FB-RULE-SEL-SW.
114200     MOVE 0 TO FB-RULE-SET-SUB.
114300     IF FB-RULE-SEL-VERSION > 0
114400         PERFORM 8210-MATCH-VERSION THRU 8210-EXIT
114500             VARYING FB-RULE-SCAN-SUB FROM 1 BY 1
114600             UNTIL FB-RULE-SCAN-SUB > FB-RULE-SET-CT
114700                OR FB-RULE-SET-CHOSEN
114800     END-IF.
114900     IF NOT FB-RULE-SET-CHOSEN
115000         PERFORM 8220-MATCH-EFF-DATE THRU 8220-EXIT
115100             VARYING FB-RULE-SCAN-SUB FROM 1 BY 1
115200             UNTIL FB-RULE-SCAN-SUB > FB-RULE-SET-CT
115300     END-IF.
115400     IF FB-RULE-SET-SUB = 0
115500         MOVE 1 TO FB-RULE-SET-SUB
115600     END-IF.
115700     MOVE FB-RS-EFF-DATE (FB-RULE-SET-SUB) TO FB-RULE-EFF-DATE.
115800     MOVE FB-RS-VERSION  (FB-RULE-SET-SUB) TO FB-RULE-VERSION.
115900     MOVE FB-RS-RULES    (FB-RULE-SET-SUB) TO FB-RULE-TABLE.
116000 8200-EXIT.
116100     EXIT.
116200*****************************************************************
116300*  8210-MATCH-VERSION - TEST ONE TABLED SET'S VERSION AGAINST   *
116400*                       THE REQUESTED VERSION.                  *
116500*****************************************************************
116600 8210-MATCH-VERSION.
116700     IF FB-RS-VERSION (FB-RULE-SCAN-SUB) = FB-RULE-SEL-VERSION
116800         MOVE FB-RULE-SCAN-SUB TO FB-RULE-SET-SUB
116900         SET FB-RULE-SET-CHOSEN TO TRUE
117000     END-IF.
117100 8210-EXIT.
117200     EXIT.
117300*****************************************************************
117400*  8220-MATCH-EFF-DATE - KEEP THE TABLED SET WITH THE HIGHEST   *
117500*                        EFFECTIVE DATE NOT AFTER THE           *
117600*                        SELECTION DATE.                        *
117700*****************************************************************
117800 8220-MATCH-EFF-DATE.
117900     IF FB-RS-EFF-DATE (FB-RULE-SCAN-SUB)
118000             NOT > FB-RULE-SEL-DATE
118100         IF FB-RULE-SET-SUB = 0
118200             OR FB-RS-EFF-DATE (FB-RULE-SCAN-SUB)
118300                 NOT < FB-RS-EFF-DATE (FB-RULE-SET-SUB)
118400             MOVE FB-RULE-SCAN-SUB TO FB-RULE-SET-SUB
118500         END-IF
118600     END-IF.
118700 8220-EXIT.
118800     EXIT.
118900*****************************************************************
119000*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.                  *
119100*****************************************************************
119200 9999-EXIT.
119300     MOVE "E" TO FH-LOG-EVENT-CD.
119400     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
119500     STOP RUN.
