002700*  ANY GAP OR OVERLAP ENDS WITH RETURN CODE 8 SO FBMONTH CAN    *
002800*  GATE THE FBMCLOSE ARCHIVE ON IT - A PERIOD IS NEVER          *
002900*  ARCHIVED WITH UNCOVERED OR DOUBLE-COVERED CYCLES.            *
002905*                                                               *
002910*  THE REGISTER ALSO PROVES THE NIGHTS THEMSELVES AGAINST THE   *
002915*  PROCESSING CALENDAR (CALENDAR - SEE FBCALRC) - EVERY         *
002920*  PROCESSING DAY OF THE PERIOD WHOSE WINDOW HAS OPENED MUST    *
002925*  HAVE A RUN ON MTDFILE, DATED FROM THAT DAY UP TO THE NEXT    *
002930*  PROCESSING DAY.  A PROCESSING DAY WITH NO RUN IS REPORTED    *
002935*  AS A SKIPPED NIGHT, AND A CALENDAR THAT CANNOT BE READ OR    *
002940*  DOES NOT REACH THE WINDOW IS AN EXCEPTION, BOTH WITH RETURN  *
002945*  CODE 8 - A SKIPPED NIGHT LEAVES NO GAP WHEN THE NEXT         *
002950*  NIGHT'S RANGE PICKS UP WHERE THE LAST ONE STOPPED.           *
003000*                                                               *
003100*  MODIFICATION HISTORY                                         *
003200*  ---------------------------------------------------------    *
003300*  2026-09-02  RLB  INITIAL VERSION.                            *
003320*  2026-10-15  RLB  PROVE EVERY PROCESSING DAY ON THE           *
003340*                   PROCESSING CALENDAR HAS A RUN ON MTDFILE    *
003360*                   AND REPORT THOSE THAT NEVER RAN.            *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004500     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FG-LOG-FILE-STATUS.
004720     SELECT CAL-FILE ASSIGN TO "CALENDAR"
004740         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS FG-CAL-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MTD-FILE
005600 FD  LOG-FILE
005700     RECORDING MODE IS F.
005800     COPY FBLOGRC.
005820 FD  CAL-FILE
005840     RECORDING MODE IS F.
005860     COPY FBCALRC.
005900 WORKING-STORAGE SECTION.
006000 01  FG-SWITCHES.
006100     05  FG-MTD-EOF-SW       PIC X(01) VALUE "N".
006600         88  FG-SEGS-OVERFLOWED        VALUE "Y".
006700     05  FG-EXCEPTION-SW     PIC X(01) VALUE "N".
006800         88  FG-EXCEPTIONS-FOUND       VALUE "Y".
006810     05  FG-CAL-EOF-SW       PIC X(01) VALUE "N".
006820         88  FG-CAL-EOF                VALUE "Y".
006830     05  FG-COVERED-SW       PIC X(01) VALUE "N".
006840         88  FG-WINDOW-COVERED         VALUE "Y".
006850     05  FG-NGT-OVERFLOW-SW  PIC X(01) VALUE "N".
006860         88  FG-NIGHTS-OVERFLOWED      VALUE "Y".
006900 01  FG-WORK-AREAS.
007000     05  FG-RUN-DATE         PIC 9(08) VALUE 0.
007100     05  FG-RUN-SEQ          PIC 9(05) VALUE 0.
008500     05  FG-OVERLAP-CT       PIC 9(05) VALUE 0.
008600     05  FG-GAP-FROM         PIC 9(07) VALUE 0.
008700     05  FG-GAP-TO           PIC 9(07) VALUE 0.
008705     05  FG-CAL-FILE-STATUS  PIC X(02) VALUE "00".
008710     05  FG-TODAY            PIC 9(08) VALUE 0.
008715     05  FG-WINDOW-DATE      PIC 9(08) VALUE 0.
008720     05  FG-WINDOW-START     PIC 9(06) VALUE 200000.
008725     05  FG-PERIOD           PIC 9(06) VALUE 0.
008730     05  FG-DATE-SPLIT.
008735         10  FG-DS-YYYYMM    PIC 9(06).
008740         10  FG-DS-DD        PIC 9(02).
008745     05  FG-PEND-DATE        PIC 9(08) VALUE 0.
008750     05  FG-NEXT-DATE        PIC 9(08) VALUE 0.
008755     05  FG-NGT-CT           PIC 9(03) VALUE 0.
008760     05  FG-NGT-MAX          PIC 9(03) VALUE 100.
008765     05  FG-K                PIC 9(03) VALUE 0.
008770     05  FG-CLAIM-SUB        PIC 9(03) VALUE 0.
008775     05  FG-PROC-CT          PIC 9(05) VALUE 0.
008780     05  FG-SKIP-CT          PIC 9(05) VALUE 0.
008782     05  FG-MISS-CT          PIC 9(03) VALUE 0.
008784     05  FG-MISS-MAX         PIC 9(03) VALUE 40.
008786     05  FG-M                PIC 9(03) VALUE 0.
008788     05  FG-PASS-SW          PIC X(01) VALUE "1".
008790         88  FG-FIRST-PASS             VALUE "1".
008792         88  FG-LATE-PASS              VALUE "2".
008800 01  FG-SEG-HOLD             PIC X(27).
008900*****************************************************************
009000*  FG-SEG-TABLE - THE COVERAGE REGISTER.  ONE ENTRY PER         *
010000         10  FG-SEG-END      PIC 9(07).
010100         10  FG-SEG-RUN-DATE PIC 9(08).
010200         10  FG-SEG-RUN-SEQ  PIC 9(05).
010205*****************************************************************
010210*  FG-NGT-TABLE - ONE ENTRY PER RUN HEADER ON MTDFILE.  EACH    *
010215*  PROCESSING DAY CLAIMS THE EARLIEST UNCLAIMED RUN DATED FROM  *
010220*  THAT DAY UP TO THE NEXT PROCESSING DAY, SO A RERUN OR REPAIR *
010225*  NIGHT CANNOT STAND IN FOR TWO PROCESSING DAYS.               *
010230*****************************************************************
010235 01  FG-NGT-TABLE.
010240     05  FG-NGT-ENTRY OCCURS 100 TIMES.
010245         10  FG-NGT-RUN-DATE PIC 9(08).
010250         10  FG-NGT-RUN-SEQ  PIC 9(05).
010255         10  FG-NGT-CLAIM-SW PIC X(01).
010260             88  FG-NGT-CLAIMED        VALUE "Y".
010262*****************************************************************
010264*  FG-MISS-TABLE - PROCESSING DAYS LEFT WITHOUT A RUN BY THE    *
010266*  FIRST PASS, WITH THE NEXT PROCESSING DAY THAT BOUNDS THEM,   *
010268*  HELD FOR THE LATE PASS.                                      *
010270*****************************************************************
010272 01  FG-MISS-TABLE.
010274     05  FG-MISS-ENTRY OCCURS 40 TIMES.
010276         10  FG-MISS-DATE    PIC 9(08).
010278         10  FG-MISS-NEXT    PIC 9(08).
010300 01  FG-LOG-AREAS.
010400     05  FG-LOG-FILE-STATUS  PIC X(02) VALUE "00".
010500     05  FG-LOG-EVENT-CD     PIC X(01) VALUE "S".
012400         UNTIL FG-MTD-EOF.
012500     PERFORM 2500-CLOSE-SEGMENT  THRU 2500-EXIT.
012600     PERFORM 3000-SORT-SEGMENTS  THRU 3000-EXIT.
012650     PERFORM 4000-SCAN-REGISTER  THRU 4000-EXIT.
012700     PERFORM 5000-PROVE-NIGHTS   THRU 5000-EXIT.
012800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012900     GO TO 9999-EXIT.
013000*****************************************************************
017200         WHEN FB-OUT-HEADER
017300             PERFORM 2500-CLOSE-SEGMENT THRU 2500-EXIT
017400             MOVE FB-OUT-HDR-RUN-DATE TO FG-RUN-DATE
017450             MOVE FB-OUT-HDR-RUN-SEQ  TO FG-RUN-SEQ
017500             PERFORM 2050-NOTE-NIGHT THRU 2050-EXIT
017600         WHEN FB-OUT-DETAIL
017700             PERFORM 2100-TAKE-DETAIL THRU 2100-EXIT
017800         WHEN OTHER
018100     PERFORM 1100-READ-MTD THRU 1100-EXIT.
018200 2000-EXIT.
018300     EXIT.
018302*****************************************************************
018304*  2050-NOTE-NIGHT - TABLE ONE RUN HEADER FOR THE PROCESSING-   *
018306*                    DAY PROOF.  THE FIRST HEADER NAMES THE     *
018308*                    PERIOD.  A TABLE PAST CAPACITY STOPS       *
018310*                    TAKING RUNS AND IS REPORTED - A PROOF THAT *
018312*                    DID NOT SEE EVERY RUN COULD CALL A NIGHT   *
018314*                    SKIPPED THAT RAN.                          *
018316*****************************************************************
018318 2050-NOTE-NIGHT.
018320     IF FG-NGT-CT = 0
018322         MOVE FB-OUT-HDR-RUN-DATE TO FG-DATE-SPLIT
018324         MOVE FG-DS-YYYYMM TO FG-PERIOD
018326     END-IF.
018328     IF FG-NGT-CT >= FG-NGT-MAX
018330         SET FG-NIGHTS-OVERFLOWED TO TRUE
018332         SET FG-EXCEPTIONS-FOUND TO TRUE
018334         GO TO 2050-EXIT
018336     END-IF.
018338     ADD 1 TO FG-NGT-CT.
018340     MOVE FB-OUT-HDR-RUN-DATE TO FG-NGT-RUN-DATE (FG-NGT-CT).
018342     MOVE FB-OUT-HDR-RUN-SEQ  TO FG-NGT-RUN-SEQ  (FG-NGT-CT).
018344     MOVE "N"                 TO FG-NGT-CLAIM-SW (FG-NGT-CT).
018346 2050-EXIT.
018348     EXIT.
018400*****************************************************************
018500*  2100-TAKE-DETAIL - FOLD ONE DETAIL RECORD'S CYCLE NUMBER     *
018600*                     INTO THE OPEN SEGMENT, OR CLOSE IT AND    *
037600     END-IF.
037700 4100-EXIT.
037800     EXIT.
037801*****************************************************************
037802*  5000-PROVE-NIGHTS - WALK THE PROCESSING CALENDAR AND PROVE   *
037803*                      EVERY PROCESSING DAY OF THE PERIOD WHOSE *
037804*                      WINDOW HAS OPENED HAS A RUN ON MTDFILE.  *
037805*                      BEFORE THE WINDOW-START HOUR THE LATEST  *
037806*                      OPEN WINDOW IS YESTERDAY'S.  EACH DAY IS *
037807*                      HELD UNTIL THE NEXT PROCESSING DAY IS    *
037808*                      READ, WHICH BOUNDS THE RUN DATES THAT CAN*
037809*                      BELONG TO IT.  A DAY WITH NO RUN DATED   *
037810*                      BEFORE THE NEXT PROCESSING DAY MAY STILL *
037811*                      HAVE RUN PAST MIDNIGHT INTO IT - ONLY    *
037812*                      ONCE EVERY DAY HAS TAKEN ITS OWN RUN ARE *
037813*                      THE RUNS LEFT OVER ON THOSE DATES GIVEN  *
037814*                      TO THE DAYS STILL WITHOUT ONE.           *
037815*****************************************************************
037816 5000-PROVE-NIGHTS.
037817     IF FG-NGT-CT = 0
037818         GO TO 5000-EXIT
037819     END-IF.
037820     ACCEPT FG-TODAY FROM DATE YYYYMMDD.
037821     ACCEPT FG-TIME-RAW FROM TIME.
037822     IF FG-TIME-HHMMSS < FG-WINDOW-START
037823         COMPUTE FG-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
037824             (FUNCTION INTEGER-OF-DATE (FG-TODAY) - 1)
037825     ELSE
037826         MOVE FG-TODAY TO FG-WINDOW-DATE
037827     END-IF.
037828     OPEN INPUT CAL-FILE.
037829     IF FG-CAL-FILE-STATUS NOT = "00"
037830         SET FG-EXCEPTIONS-FOUND TO TRUE
037831         MOVE SPACES TO FB-RPT-LINE
037832         STRING "CALENDAR COULD NOT BE OPENED - PROCESSING "
037833             "DAYS NOT PROVED AGAINST MTDFILE" DELIMITED BY SIZE
037834             INTO FB-RPT-LINE
037835         WRITE FB-RPT-RECORD
037836         ADD 1 TO FG-RECS-WRITTEN
037837         GO TO 5000-EXIT
037838     END-IF.
037839     MOVE 0 TO FG-PEND-DATE.
037840     PERFORM 5100-READ-CALENDAR THRU 5100-EXIT.
037841     PERFORM 5200-TAKE-CAL-DAY THRU 5200-EXIT
037842         UNTIL FG-CAL-EOF.
037843     CLOSE CAL-FILE.
037844     IF FG-PEND-DATE > 0
037845         MOVE 99999999 TO FG-NEXT-DATE
037846         PERFORM 5300-CLAIM-RUN THRU 5300-EXIT
037847     END-IF.
037848     PERFORM 5400-CLAIM-LATE-RUN THRU 5400-EXIT
037849         VARYING FG-M FROM 1 BY 1
037850         UNTIL FG-M > FG-MISS-CT.
037851     IF NOT FG-WINDOW-COVERED
037852         SET FG-EXCEPTIONS-FOUND TO TRUE
037853         MOVE SPACES TO FB-RPT-LINE
037854         STRING "CALENDAR DOES NOT REACH " DELIMITED BY SIZE
037855             FG-WINDOW-DATE              DELIMITED BY SIZE
037856             " - LOAD THE YEAR WITH FBCALMNT"
037857                                         DELIMITED BY SIZE
037858             INTO FB-RPT-LINE
037859         WRITE FB-RPT-RECORD
037860         ADD 1 TO FG-RECS-WRITTEN
037861     END-IF.
037862     IF FG-NIGHTS-OVERFLOWED
037863         MOVE SPACES TO FB-RPT-LINE
037864         STRING "RUN TABLE OVERFLOWED AT " DELIMITED BY SIZE
037865             FG-NGT-MAX DELIMITED BY SIZE
037866             " RUNS - PROCESSING DAYS NOT FULLY PROVED"
037867             DELIMITED BY SIZE INTO FB-RPT-LINE
037868         WRITE FB-RPT-RECORD
037869         ADD 1 TO FG-RECS-WRITTEN
037870     END-IF.
037871     MOVE SPACES TO FB-RPT-LINE.
037872     STRING "PROCESSING DAYS - " DELIMITED BY SIZE
037873         FG-PROC-CT              DELIMITED BY SIZE
037874         " DUE  "                DELIMITED BY SIZE
037875         FG-SKIP-CT              DELIMITED BY SIZE
037876         " SKIPPED"              DELIMITED BY SIZE
037877         INTO FB-RPT-LINE.
037878     WRITE FB-RPT-RECORD.
037879     ADD 1 TO FG-RECS-WRITTEN.
037880 5000-EXIT.
037881     EXIT.
037882*****************************************************************
037883*  5100-READ-CALENDAR - READ THE NEXT PROCESSING CALENDAR       *
037884*                       RECORD.                                 *
037885*****************************************************************
037886 5100-READ-CALENDAR.
037887     READ CAL-FILE
037888         AT END
037889             MOVE "Y" TO FG-CAL-EOF-SW
037890     END-READ.
037891 5100-EXIT.
037892     EXIT.
037893*****************************************************************
037894*  5200-TAKE-CAL-DAY - A PROCESSING DAY CLOSES THE DAY BEING    *
037895*                      HELD, WHICH THEN CLAIMS ITS RUN, AND IS  *
037896*                      HELD IN TURN IF IT FALLS IN THE PERIOD   *
037897*                      AND ITS WINDOW HAS OPENED.  THE CALENDAR *
037898*                      COVERS THE PERIOD ONCE IT REACHES THE    *
037899*                      WINDOW DATE OR PASSES THE PERIOD'S END.  *
037900*****************************************************************
037901 5200-TAKE-CAL-DAY.
037902     IF FB-CAL-DATE NOT NUMERIC
037903         GO TO 5290-NEXT
037904     END-IF.
037905     MOVE FB-CAL-DATE TO FG-DATE-SPLIT.
037906     IF FB-CAL-DATE NOT < FG-WINDOW-DATE
037907         OR FG-DS-YYYYMM > FG-PERIOD
037908         SET FG-WINDOW-COVERED TO TRUE
037909     END-IF.
037910     IF NOT FB-CAL-PROCESSING-DAY
037911         GO TO 5290-NEXT
037912     END-IF.
037913     IF FG-PEND-DATE > 0
037914         MOVE FB-CAL-DATE TO FG-NEXT-DATE
037915         PERFORM 5300-CLAIM-RUN THRU 5300-EXIT
037916     END-IF.
037917     MOVE 0 TO FG-PEND-DATE.
037918     IF FG-DS-YYYYMM = FG-PERIOD
037919         AND FB-CAL-DATE NOT > FG-WINDOW-DATE
037920         MOVE FB-CAL-DATE TO FG-PEND-DATE
037921     END-IF.
037922 5290-NEXT.
037923     PERFORM 5100-READ-CALENDAR THRU 5100-EXIT.
037924 5200-EXIT.
037925     EXIT.
037926*****************************************************************
037927*  5300-CLAIM-RUN - CLAIM THE EARLIEST UNCLAIMED RUN DATED FROM *
037928*                   THE HELD DAY UP TO THE NEXT PROCESSING DAY. *
037929*                   A DAY WITH NONE WAITS FOR THE LATE PASS.    *
037930*****************************************************************
037931 5300-CLAIM-RUN.
037932     ADD 1 TO FG-PROC-CT.
037933     MOVE 0 TO FG-CLAIM-SUB.
037934     SET FG-FIRST-PASS TO TRUE.
037935     PERFORM 5310-FIND-RUN THRU 5310-EXIT
037936         VARYING FG-K FROM 1 BY 1
037937         UNTIL FG-K > FG-NGT-CT.
037938     IF FG-CLAIM-SUB > 0
037939         MOVE "Y" TO FG-NGT-CLAIM-SW (FG-CLAIM-SUB)
037940         GO TO 5300-EXIT
037941     END-IF.
037942     IF FG-MISS-CT < FG-MISS-MAX
037943         ADD 1 TO FG-MISS-CT
037944         MOVE FG-PEND-DATE TO FG-MISS-DATE (FG-MISS-CT)
037945         MOVE FG-NEXT-DATE TO FG-MISS-NEXT (FG-MISS-CT)
037946         GO TO 5300-EXIT
037947     END-IF.
037948     PERFORM 5500-REPORT-SKIP THRU 5500-EXIT.
037949 5300-EXIT.
037950     EXIT.
037951*****************************************************************
037952*  5310-FIND-RUN - REMEMBER THE EARLIEST UNCLAIMED RUN SEEN SO  *
037953*                  FAR THAT IS DATED FROM THE HELD DAY UP TO THE*
037954*                  NEXT PROCESSING DAY (FIRST PASS) OR ON THE   *
037955*                  NEXT PROCESSING DAY ITSELF (LATE PASS).      *
037956*****************************************************************
037957 5310-FIND-RUN.
037958     IF FG-NGT-CLAIMED (FG-K)
037959         GO TO 5310-EXIT
037960     END-IF.
037961     IF FG-FIRST-PASS
037962         IF FG-NGT-RUN-DATE (FG-K) < FG-PEND-DATE
037963             OR FG-NGT-RUN-DATE (FG-K) NOT < FG-NEXT-DATE
037964             GO TO 5310-EXIT
037965         END-IF
037966     ELSE
037967         IF FG-NGT-RUN-DATE (FG-K) NOT = FG-NEXT-DATE
037968             GO TO 5310-EXIT
037969         END-IF
037970     END-IF.
037971     IF FG-CLAIM-SUB = 0
037972         MOVE FG-K TO FG-CLAIM-SUB
037973         GO TO 5310-EXIT
037974     END-IF.
037975     IF FG-NGT-RUN-DATE (FG-K) < FG-NGT-RUN-DATE (FG-CLAIM-SUB)
037976         MOVE FG-K TO FG-CLAIM-SUB
037977     END-IF.
037978 5310-EXIT.
037979     EXIT.
037980*****************************************************************
037981*  5400-CLAIM-LATE-RUN - GIVE A DAY STILL WITHOUT A RUN ONE LEFT*
037982*                        OVER ON THE NEXT PROCESSING DAY'S DATE *
037983*                        - A NIGHT THAT RAN PAST MIDNIGHT - OR  *
037984*                        REPORT IT AS A SKIPPED NIGHT.          *
037985*****************************************************************
037986 5400-CLAIM-LATE-RUN.
037987     MOVE FG-MISS-DATE (FG-M) TO FG-PEND-DATE.
037988     MOVE FG-MISS-NEXT (FG-M) TO FG-NEXT-DATE.
037989     MOVE 0 TO FG-CLAIM-SUB.
037990     SET FG-LATE-PASS TO TRUE.
037991     PERFORM 5310-FIND-RUN THRU 5310-EXIT
037992         VARYING FG-K FROM 1 BY 1
037993         UNTIL FG-K > FG-NGT-CT.
037994     IF FG-CLAIM-SUB > 0
037995         MOVE "Y" TO FG-NGT-CLAIM-SW (FG-CLAIM-SUB)
037996         GO TO 5400-EXIT
037997     END-IF.
037998     PERFORM 5500-REPORT-SKIP THRU 5500-EXIT.
037999 5400-EXIT.
038000     EXIT.
038001*****************************************************************
038002*  5500-REPORT-SKIP - REPORT THE HELD PROCESSING DAY AS A       *
038003*                     SKIPPED NIGHT.                            *
038004*****************************************************************
038005 5500-REPORT-SKIP.
038006     ADD 1 TO FG-SKIP-CT.
038007     SET FG-EXCEPTIONS-FOUND TO TRUE.
038008     MOVE SPACES TO FB-RPT-LINE.
038009     STRING "PROCESSING DAY " DELIMITED BY SIZE
038010         FG-PEND-DATE         DELIMITED BY SIZE
038011         " - NO RUN ON MTDFILE - THE NIGHT WAS SKIPPED"
038012                              DELIMITED BY SIZE
038013         INTO FB-RPT-LINE.
038014     WRITE FB-RPT-RECORD.
038015     ADD 1 TO FG-RECS-WRITTEN.
038016 5500-EXIT.
038017     EXIT.
038018*****************************************************************
038019*  9000-TERMINATE - WRITE THE DISPOSITION, SET THE RETURN       *
038100*                   CODE, AND CLOSE UP.                         *
038200*****************************************************************
038300 9000-TERMINATE.
