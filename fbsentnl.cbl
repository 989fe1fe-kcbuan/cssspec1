002100*  FAILURE ENDS WITH RETURN CODE 8 SO THE SCHEDULER CAN GATE    *
002200*  THE MORNING RELEASE ON THIS ONE STEP.                        *
002300*                                                               *
002350*  THE NIGHT JUDGED COMES FROM THE PROCESSING CALENDAR          *
002400*  (CALENDAR - SEE FBCALRC) - THE LATEST PROCESSING DAY WHOSE   *
002450*  WINDOW HAS OPENED, TAKING EVERY LOG RECORD FROM THAT DAY'S   *
002500*  WINDOW-START HOUR ONWARD - AND THE WINDOW SHAPE THE          *
002550*  CALENDAR NAMES FOR THAT DAY PICKS THE EXPECTED CHAIN -       *
002600*  CHAININ FOR A PLAIN FBNIGHT WINDOW, CHAINBIG FOR A           *
002650*  PARTITIONED FBBIGRUN/FBPARTN/FBMERGED ONE.  A PROCESSING     *
002700*  DAY WHOSE CHAIN LOGGED NOTHING AT ALL IS REPORTED AS A       *
002750*  SKIPPED NIGHT.  THE CHAINS COME FROM CONTROL FILES, NOT      *
002800*  FROM COMPILED-IN NAMES, SO A WINDOW CAN CHANGE SHAPE         *
002850*  WITHOUT A PROGRAM CHANGE.  LIKE FBSHIFT, THIS PROGRAM ONLY   *
002900*  READS THE LOG IT JUDGES - IT WRITES NO LOG RECORDS OF ITS    *
002950*  OWN.                                                         *
003200*                                                               *
003300*  MODIFICATION HISTORY                                         *
003400*  ---------------------------------------------------------    *
003500*  2026-09-02  RLB  INITIAL VERSION.                            *
003510*  2026-10-15  RLB  JUDGE THE NIGHT THE PROCESSING CALENDAR     *
003520*                   (SEE FBCALRC) NAMES INSTEAD OF THE LATEST   *
003530*                   NIGHT ON THE LOG, TAKE THE CHAIN FROM       *
003540*                   CHAININ OR CHAINBIG BY THE WINDOW SHAPE IT  *
003550*                   NAMES, AND REPORT A PROCESSING DAY THAT     *
003560*                   NEVER RAN - MONDAY MORNINGS, HOLIDAYS AND   *
003570*                   SKIPPED NIGHTS WERE JUDGING AN EARLIER      *
003580*                   NIGHT THAT DID RUN.                         *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004600     SELECT CHN-FILE ASSIGN TO "CHAININ"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FT-CHN-FILE-STATUS.
004810     SELECT CHB-FILE ASSIGN TO "CHAINBIG"
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS FT-CHB-FILE-STATUS.
004840     SELECT CAL-FILE ASSIGN TO "CALENDAR"
004850         ORGANIZATION IS SEQUENTIAL
004860         FILE STATUS IS FT-CAL-FILE-STATUS.
004900     SELECT RPT-FILE ASSIGN TO "SENTRPT"
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005300 FD  LOG-FILE
005400     RECORDING MODE IS F.
005500     COPY FBLOGRC.
005520 FD  CHN-FILE
005540     RECORDING MODE IS F.
005560 01  FT-CHN-REC              PIC X(80).
005580 FD  CHB-FILE
005600     RECORDING MODE IS F.
005620 01  FT-CHB-REC              PIC X(80).
005640 FD  CAL-FILE
005660     RECORDING MODE IS F.
005680     COPY FBCALRC.
005900 FD  RPT-FILE
006000     RECORDING MODE IS F.
006100     COPY FBRPTRC.
006700         88  FT-CHN-EOF                VALUE "Y".
006800     05  FT-EXCEPTION-SW     PIC X(01) VALUE "N".
006900         88  FT-EXCEPTIONS-FOUND       VALUE "Y".
006950     05  FT-CAL-EOF-SW       PIC X(01) VALUE "N".
007000         88  FT-CAL-EOF                VALUE "Y".
007050     05  FT-COVERED-SW       PIC X(01) VALUE "N".
007100         88  FT-WINDOW-COVERED         VALUE "Y".
007200 01  FT-WORK-AREAS.
007300     05  FT-LOG-FILE-STATUS  PIC X(02) VALUE "00".
007400     05  FT-CHN-FILE-STATUS  PIC X(02) VALUE "00".
007420     05  FT-CHB-FILE-STATUS  PIC X(02) VALUE "00".
007440     05  FT-CAL-FILE-STATUS  PIC X(02) VALUE "00".
007460     05  FT-TODAY            PIC 9(08) VALUE 0.
007480     05  FT-WINDOW-DATE      PIC 9(08) VALUE 0.
007500     05  FT-NIGHT-DATE       PIC 9(08) VALUE 0.
007520     05  FT-NIGHT-SHAPE      PIC X(01) VALUE SPACE.
007540         88  FT-BIG-NIGHT              VALUE "B".
007560     05  FT-CHAIN-DD         PIC X(08) VALUE SPACES.
007700     05  FT-WINDOW-START     PIC 9(06) VALUE 200000.
007800     05  FT-CHN-CT           PIC 9(02) VALUE 0.
007900     05  FT-CHN-MAX          PIC 9(02) VALUE 20.
008100     05  FT-MATCH-SUB        PIC 9(02) VALUE 0.
008200     05  FT-STAMP            PIC 9(14) VALUE 0.
008300     05  FT-PREV-END-STAMP   PIC 9(14) VALUE 0.
008310     05  FT-WINDOW-STAMP     PIC 9(14) VALUE 0.
008320     05  FT-NIGHT-LOG-CT     PIC 9(05) VALUE 0.
008330     05  FT-TIME-RAW.
008340         10  FT-TIME-HHMMSS  PIC 9(06).
008350         10  FILLER          PIC 9(02).
008400*****************************************************************
008500*  FT-CHN-TABLE - THE EXPECTED CHAIN, IN SCHEDULER ORDER, WITH  *
008600*  WHAT THE NIGHT ACTUALLY LOGGED FOR EACH ENTRY - START AND    *
009700         10  FT-CE-S-STAMP   PIC 9(14).
009800         10  FT-CE-E-STAMP   PIC 9(14).
009900         10  FT-CE-E-RC      PIC 9(04).
009910*****************************************************************
009920*  FBCHNRC - EXPECTED-CHAIN RECORD SHAPE, USED HERE IN WORKING  *
009930*  STORAGE TO PARSE CHAININ OR CHAINBIG, WHICHEVER THE NIGHT'S  *
009940*  WINDOW SHAPE CALLS FOR.                                      *
009950*****************************************************************
009960     COPY FBCHNRC.
010000 PROCEDURE DIVISION.
010100*****************************************************************
010200*  0000-MAINLINE                                                *
010300*****************************************************************
010350 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
010450     PERFORM 2000-FIND-NIGHT      THRU 2000-EXIT
010500         UNTIL FT-CAL-EOF.
010550     PERFORM 2500-OPEN-NIGHT      THRU 2500-EXIT.
010600     PERFORM 3000-COLLECT-NIGHT   THRU 3000-EXIT.
010650     PERFORM 4000-JUDGE-CHAIN     THRU 4000-EXIT.
010700     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
010750     GO TO 9999-EXIT.
010800*****************************************************************
010850*  1000-INITIALIZE - OPEN THE REPORT, WORK OUT WHICH WINDOW THE *
010900*                    CLOCK IS IN, AND PRIME THE CALENDAR PASS.  *
010950*                    BEFORE THE WINDOW-START HOUR IT IS STILL   *
011000*                    THE WINDOW THAT OPENED YESTERDAY.  NO      *
011050*                    CALENDAR MEANS NO NIGHT TO JUDGE, WHICH IS *
011100*                    FATAL.                                     *
011150*****************************************************************
011200 1000-INITIALIZE.
011250     OPEN OUTPUT RPT-FILE.
011300     MOVE SPACES TO FB-RPT-LINE.
011350     STRING "FBSENTNL - OVERNIGHT WINDOW SENTINEL REPORT"
011400         DELIMITED BY SIZE INTO FB-RPT-LINE.
011450     WRITE FB-RPT-RECORD.
011500     ACCEPT FT-TODAY FROM DATE YYYYMMDD.
011550     ACCEPT FT-TIME-RAW FROM TIME.
011600     IF FT-TIME-HHMMSS < FT-WINDOW-START
011650         COMPUTE FT-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
011700             (FUNCTION INTEGER-OF-DATE (FT-TODAY) - 1)
011750     ELSE
011800         MOVE FT-TODAY TO FT-WINDOW-DATE
011850     END-IF.
011900     OPEN INPUT CAL-FILE.
011950     IF FT-CAL-FILE-STATUS NOT = "00"
012000         DISPLAY "FBSENTNL - CALENDAR COULD NOT BE OPENED - "
012050             "FILE STATUS " FT-CAL-FILE-STATUS " - ENDING "
012100             "RUN - RETURN CODE 16"
012150         MOVE 16 TO RETURN-CODE
012200         CLOSE RPT-FILE
012250         GO TO 9999-EXIT
012300     END-IF.
012350     PERFORM 1300-READ-CALENDAR THRU 1300-EXIT.
012400 1000-EXIT.
012450     EXIT.
012500*****************************************************************
012550*  1100-LOAD-CHAIN - READ AND TABLE ONE EXPECTED-CHAIN RECORD   *
012600*                    FROM CHAININ OR CHAINBIG.                  *
012650*****************************************************************
012700 1100-LOAD-CHAIN.
012750     IF FT-BIG-NIGHT
012800         READ CHB-FILE INTO FB-CHN-RECORD
012850             AT END
012900                 MOVE "Y" TO FT-CHN-EOF-SW
012950         END-READ
013000     ELSE
013050         READ CHN-FILE INTO FB-CHN-RECORD
013100             AT END
013150                 MOVE "Y" TO FT-CHN-EOF-SW
013200         END-READ
013250     END-IF.
013300     IF FT-CHN-EOF
013350         GO TO 1100-EXIT
013400     END-IF.
016500     IF FB-CHN-PROGRAM = SPACES
016600         GO TO 1100-EXIT
016700     END-IF.
016800     IF FT-CHN-CT >= FT-CHN-MAX
016900         DISPLAY "FBSENTNL - " FT-CHAIN-DD " CARRIES MORE THAN "
017000             FT-CHN-MAX " PROGRAMS - EXCESS BYPASSED"
017100         GO TO 1100-EXIT
017200     END-IF.
019400     END-READ.
019500 1200-EXIT.
019600     EXIT.
019620*****************************************************************
019640*  1300-READ-CALENDAR - READ THE NEXT PROCESSING CALENDAR       *
019660*                       RECORD.                                 *
019680*****************************************************************
019700 1300-READ-CALENDAR.
019720     READ CAL-FILE
019740         AT END
019760             MOVE "Y" TO FT-CAL-EOF-SW
019780     END-READ.
019800 1300-EXIT.
019820     EXIT.
019840*****************************************************************
019860*  2000-FIND-NIGHT - FIRST PASS, OVER THE CALENDAR - REMEMBER   *
019880*                    THE LATEST PROCESSING DAY ON OR BEFORE THE *
019900*                    WINDOW DATE, AND ITS WINDOW SHAPE, AND     *
019920*                    WHETHER THE CALENDAR REACHES THE WINDOW    *
019940*                    DATE AT ALL.                               *
019960*****************************************************************
019980 2000-FIND-NIGHT.
020000     IF FB-CAL-DATE NOT NUMERIC
020020         OR FB-CAL-DATE > FT-WINDOW-DATE
020040         GO TO 2090-NEXT
020060     END-IF.
020080     IF FB-CAL-DATE = FT-WINDOW-DATE
020100         SET FT-WINDOW-COVERED TO TRUE
020120     END-IF.
020140     IF FB-CAL-PROCESSING-DAY
020160         MOVE FB-CAL-DATE   TO FT-NIGHT-DATE
020180         MOVE FB-CAL-WINDOW TO FT-NIGHT-SHAPE
020200     END-IF.
020220 2090-NEXT.
020240     PERFORM 1300-READ-CALENDAR THRU 1300-EXIT.
020260 2000-EXIT.
020280     EXIT.
020300*****************************************************************
020320*  2500-OPEN-NIGHT - SETTLE THE NIGHT BEING JUDGED, LOAD THE    *
020340*                    EXPECTED CHAIN FOR ITS WINDOW SHAPE, AND   *
020360*                    OPEN THE LOG FOR THE COLLECTING PASS.  A   *
020380*                    CALENDAR THAT DOES NOT REACH THE WINDOW    *
020400*                    DATE, OR NAMES NO PROCESSING DAY BEFORE    *
020420*                    IT, IS FATAL - GUESSING THE NIGHT IS HOW   *
020440*                    SKIPPED NIGHTS WENT UNREPORTED.  SO IS A   *
020460*                    MISSING OR EMPTY CHAIN - A SENTINEL THAT   *
020480*                    CHECKS NOTHING WOULD PASS EVERY NIGHT.     *
020500*****************************************************************
020520 2500-OPEN-NIGHT.
020540     CLOSE CAL-FILE.
020560     IF NOT FT-WINDOW-COVERED
020580         DISPLAY "FBSENTNL - CALENDAR HAS NO ENTRY FOR "
020600             FT-WINDOW-DATE " - LOAD THE YEAR WITH FBCALMNT - "
020620             "ENDING RUN - RETURN CODE 16"
020640         MOVE 16 TO RETURN-CODE
020660         CLOSE RPT-FILE
020680         GO TO 9999-EXIT
020700     END-IF.
020720     IF FT-NIGHT-DATE = 0
020740         DISPLAY "FBSENTNL - CALENDAR NAMES NO PROCESSING DAY ON "
020760             "OR BEFORE " FT-WINDOW-DATE " - ENDING RUN - "
020780             "RETURN CODE 16"
020800         MOVE 16 TO RETURN-CODE
020820         CLOSE RPT-FILE
020840         GO TO 9999-EXIT
020860     END-IF.
020880     COMPUTE FT-WINDOW-STAMP =
020900         FT-NIGHT-DATE * 1000000 + FT-WINDOW-START.
020920     IF FT-BIG-NIGHT
020940         MOVE "CHAINBIG" TO FT-CHAIN-DD
020960         OPEN INPUT CHB-FILE
020980         MOVE FT-CHB-FILE-STATUS TO FT-CHN-FILE-STATUS
021000     ELSE
021020         MOVE "CHAININ"  TO FT-CHAIN-DD
021040         OPEN INPUT CHN-FILE
021060     END-IF.
021080     IF FT-CHN-FILE-STATUS NOT = "00"
021100         DISPLAY "FBSENTNL - " FT-CHAIN-DD " COULD NOT BE "
021120             "OPENED - FILE STATUS " FT-CHN-FILE-STATUS
021140             " - ENDING RUN - RETURN CODE 16"
021160         MOVE 16 TO RETURN-CODE
021180         CLOSE RPT-FILE
021200         GO TO 9999-EXIT
021220     END-IF.
021240     PERFORM 1100-LOAD-CHAIN THRU 1100-EXIT
021260         UNTIL FT-CHN-EOF.
021280     IF FT-BIG-NIGHT
021300         CLOSE CHB-FILE
021320     ELSE
021340         CLOSE CHN-FILE
021360     END-IF.
021380     IF FT-CHN-CT = 0
021400         DISPLAY "FBSENTNL - " FT-CHAIN-DD " CARRIES NO "
021420             "EXPECTED PROGRAMS - ENDING RUN - RETURN CODE 16"
021440         MOVE 16 TO RETURN-CODE
021460         CLOSE RPT-FILE
021480         GO TO 9999-EXIT
021500     END-IF.
021520     OPEN INPUT LOG-FILE.
021540     IF FT-LOG-FILE-STATUS NOT = "00"
021560         DISPLAY "FBSENTNL - FBRUNLOG OPEN FAILED - FILE "
021580             "STATUS " FT-LOG-FILE-STATUS " - ENDING RUN - "
021600             "RETURN CODE 16"
021620         MOVE 16 TO RETURN-CODE
021640         CLOSE RPT-FILE
021660         GO TO 9999-EXIT
021680     END-IF.
021700     PERFORM 1200-READ-LOG THRU 1200-EXIT.
021720 2500-EXIT.
021740     EXIT.
021760*****************************************************************
021780*  3000-COLLECT-NIGHT - SECOND PASS, OVER THE LOG - FOLD EVERY  *
021800*                       RECORD BELONGING TO THE NIGHT INTO ITS  *
021820*                       EXPECTED-CHAIN ENTRY.                   *
021840*****************************************************************
021860 3000-COLLECT-NIGHT.
021880     PERFORM 3100-COLLECT-RECORD THRU 3100-EXIT
021900         UNTIL FT-LOG-EOF.
021920 3000-EXIT.
021940     EXIT.
021960*****************************************************************
021980*  3100-COLLECT-RECORD - FOLD ONE LOG RECORD INTO THE CHAIN     *
022000*                        TABLE IF IT WAS STAMPED ONCE THE       *
022020*                        NIGHT'S WINDOW HAD OPENED AND NAMES AN *
022040*                        EXPECTED PROGRAM.  A DRAIN EVENT (D)   *
022060*                        IS INFORMATIONAL - THE RUN IT BELONGS  *
022080*                        TO STILL LOGS ITS OWN END.             *
022100*****************************************************************
022120 3100-COLLECT-RECORD.
022140     IF FB-LOG-RUN-DATE NOT NUMERIC
022160         OR FB-LOG-RUN-TIME NOT NUMERIC
022180         GO TO 3190-NEXT
022200     END-IF.
022220     COMPUTE FT-STAMP =
022240         FB-LOG-RUN-DATE * 1000000 + FB-LOG-RUN-TIME.
022260     IF FT-STAMP < FT-WINDOW-STAMP
022280         GO TO 3190-NEXT
022300     END-IF.
022320     MOVE 0 TO FT-MATCH-SUB.
022340     PERFORM 3110-MATCH-PROGRAM THRU 3110-EXIT
022360         VARYING FT-I FROM 1 BY 1
022380         UNTIL FT-I > FT-CHN-CT.
022400     IF FT-MATCH-SUB = 0
022420         GO TO 3190-NEXT
022440     END-IF.
022460     ADD 1 TO FT-NIGHT-LOG-CT.
026100     EVALUATE TRUE
026200         WHEN FB-LOG-START-EVENT
026300             ADD 1 TO FT-CE-S-CT (FT-MATCH-SUB)
028700     END-IF.
028800 3110-EXIT.
028900     EXIT.
028950*****************************************************************
029000*  4000-JUDGE-CHAIN - WALK THE EXPECTED CHAIN IN ORDER AND      *
029050*                     REPORT EACH ENTRY - PRESENT AND CLEAN, OR *
029100*                     EXACTLY WHAT IS WRONG WITH IT.  A         *
029150*                     PROCESSING DAY ON WHICH NOTHING IN THE    *
029200*                     CHAIN LOGGED AT ALL IS ONE SKIPPED NIGHT, *
029250*                     NOT A LIST OF PROGRAMS THAT NEVER STARTED.*
029300*****************************************************************
029350 4000-JUDGE-CHAIN.
029400     MOVE SPACES TO FB-RPT-LINE.
029450     STRING "NIGHT OF " DELIMITED BY SIZE
029500         FT-NIGHT-DATE  DELIMITED BY SIZE
029550         " - EXPECTED CHAIN OF " DELIMITED BY SIZE
029600         FT-CHN-CT      DELIMITED BY SIZE
029650         " PROGRAMS FROM " DELIMITED BY SIZE
029700         FT-CHAIN-DD    DELIMITED BY SPACE
029750         INTO FB-RPT-LINE.
029800     WRITE FB-RPT-RECORD.
029850     IF FT-NIGHT-LOG-CT = 0
029900         SET FT-EXCEPTIONS-FOUND TO TRUE
029950         MOVE SPACES TO FB-RPT-LINE
030000         STRING "PROCESSING DAY " DELIMITED BY SIZE
030050             FT-NIGHT-DATE       DELIMITED BY SIZE
030100             " - NOTHING ON THE CHAIN LOGGED - NIGHT NEVER RAN"
030150                                 DELIMITED BY SIZE
030200             INTO FB-RPT-LINE
030250         WRITE FB-RPT-RECORD
030300         GO TO 4000-EXIT
030350     END-IF.
031200     MOVE 0 TO FT-PREV-END-STAMP.
031300     PERFORM 4100-JUDGE-ENTRY THRU 4100-EXIT
031400         VARYING FT-I FROM 1 BY 1
