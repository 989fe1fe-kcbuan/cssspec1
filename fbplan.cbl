000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBPLAN.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBPLAN                                                       *
001000*                                                               *
001100*  NIGHTLY RANGE PLANNING.  CTLIN AND LDGCTL WERE KEYED BY HAND *
001200*  EVERY DAY, AND A SLIP - A RANGE STARTED ONE CYCLE LATE, OR   *
001300*  ONE NIGHT'S RANGE KEYED OVER ANOTHER'S - ONLY SURFACED THE   *
001400*  MORNING AFTER, ON THE FBCOVREG COVERAGE REGISTER, WITH THE   *
001500*  NIGHT ALREADY RUN AND ROLLED.                                *
001600*                                                               *
001700*  THIS PROGRAM READS THE STANDING RANGE PLAN MASTER (RANGEPLN -*
001800*  SEE FBRPLRC), FINDS EACH RANGE'S CLASSIFIED HIGH-WATER MARK  *
001900*  ON MTDFILE, AND GIVES EACH RANGE THE NEXT NIGHTLY QUOTA OF   *
002000*  CYCLES ABOVE IT, CUT OFF AT THE END OF ITS PERIOD.  EACH     *
002100*  RANGE'S CONTROL RECORD IS BUILT ONCE AND WRITTEN TO BOTH     *
002200*  CTLIN AND LDGCTL, SO THE RUN AND THE LEDGER IT IS RECONCILED *
002300*  AGAINST CAN NEVER DISAGREE.  A RANGE WHOSE PERIOD IS FULLY   *
002400*  CLASSIFIED IS DROPPED FROM BOTH.  THE RANGES ARE WRITTEN IN  *
002500*  ASCENDING CYCLE ORDER, AS FIZZBUZZ REQUIRES.                 *
002600*                                                               *
002700*  BEFORE ANYTHING IS WRITTEN, MTDFILE IS READ A SECOND TIME AND*
002800*  EVERY CYCLE ALREADY ON IT IS TESTED AGAINST TONIGHT'S RANGES.*
002900*  A RANGE THAT WOULD CLASSIFY A CYCLE THE MONTH ALREADY HOLDS, *
003000*  UNDER ANY RANGE IDENTIFIER, IS REFUSED.                      *
003100*                                                               *
003150*  THE PLAN REPORT (PLANRPT) SHOWS, PER RANGE, THE PERIOD, THE  *
003200*  HIGH-WATER MARK, TONIGHT'S CYCLES, THE CYCLES REMAINING AFTER*
003250*  TONIGHT AND THE PROJECTED COMPLETION DATE AT ONE NIGHT PER   *
003300*  PROCESSING DAY AFTER TODAY ON THE PROCESSING CALENDAR        *
003350*  (CALENDAR - SEE FBCALRC).  A PROJECTION THE CALENDAR DOES NOT*
003400*  REACH IS REPORTED AS BEYOND THE CALENDAR, NOT GUESSED.       *
003600*                                                               *
003700*  RETURN CODES - 0 CTLIN AND LDGCTL WRITTEN, 4 EVERY RANGE ON  *
003800*  THE PLAN IS COMPLETE (NOTHING TO RUN), 8 REFUSED (AN OVERLAP *
003900*  WITH MTDFILE, OR MORE RANGES DUE THAN ONE RUN ACCEPTS), 16 A *
004000*  RANGE PLAN OR MTDFILE THAT CANNOT BE USED.  ON ANY NON-ZERO  *
004100*  RETURN CODE CTLIN AND LDGCTL ARE LEFT EMPTY, SO A STALE PLAN *
004200*  CAN NEVER BE RUN A SECOND TIME - FIZZBUZZ AND FBLDGBLD BOTH  *
004300*  REFUSE AN EMPTY CONTROL FILE.                                *
004400*                                                               *
004500*  MODIFICATION HISTORY                                         *
004600*  ---------------------------------------------------------    *
004700*  2026-10-15  RLB  INITIAL VERSION.                            *
004720*  2026-10-15  RLB  PROJECT COMPLETION OVER THE PROCESSING DAYS *
004740*                   ON THE CALENDAR RATHER THAN EVERY CALENDAR  *
004760*                   DAY.                                        *
004770*  2026-10-15  RLB  WIDEN THE NIGHTS-TO-COMPLETION COUNT TO HOLD*
004780*                   ANY REMAINING/QUOTA QUOTIENT.               *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-ZSERIES.
005200 OBJECT-COMPUTER.   IBM-ZSERIES.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT RPL-FILE ASSIGN TO "RANGEPLN"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FJ-RPL-FILE-STATUS.
005800     SELECT MTD-FILE ASSIGN TO "MTDFILE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FJ-MTD-FILE-STATUS.
006100     SELECT CTL-FILE ASSIGN TO "CTLIN"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT LDC-FILE ASSIGN TO "LDGCTL"
006400         ORGANIZATION IS SEQUENTIAL.
006420     SELECT CAL-FILE ASSIGN TO "CALENDAR"
006440         ORGANIZATION IS SEQUENTIAL
006460         FILE STATUS IS FJ-CAL-FILE-STATUS.
006500     SELECT RPT-FILE ASSIGN TO "PLANRPT"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FJ-LOG-FILE-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  RPL-FILE
007300     RECORDING MODE IS F.
007400     COPY FBRPLRC.
007500 FD  MTD-FILE
007600     RECORDING MODE IS F.
007700 01  FJ-MTD-REC              PIC X(80).
007800 FD  CTL-FILE
007900     RECORDING MODE IS F.
008000     COPY FBCTLRC.
008100 FD  LDC-FILE
008200     RECORDING MODE IS F.
008300 01  FJ-LDC-REC              PIC X(80).
008320 FD  CAL-FILE
008340     RECORDING MODE IS F.
008360     COPY FBCALRC.
008400 FD  RPT-FILE
008500     RECORDING MODE IS F.
008600     COPY FBRPTRC.
008700 FD  LOG-FILE
008800     RECORDING MODE IS F.
008900     COPY FBLOGRC.
009000 WORKING-STORAGE SECTION.
009100 01  FJ-SWITCHES.
009200     05  FJ-RPL-EOF-SW       PIC X(01) VALUE "N".
009300         88  FJ-RPL-EOF                VALUE "Y".
009400     05  FJ-MTD-EOF-SW       PIC X(01) VALUE "N".
009500         88  FJ-MTD-EOF                VALUE "Y".
009600     05  FJ-MTD-PRESENT-SW   PIC X(01) VALUE "Y".
009700         88  FJ-MTD-PRESENT            VALUE "Y".
009800     05  FJ-REFUSED-SW       PIC X(01) VALUE "N".
009900         88  FJ-PLAN-REFUSED           VALUE "Y".
009910     05  FJ-CAL-EOF-SW       PIC X(01) VALUE "N".
009920         88  FJ-CAL-EOF                VALUE "Y".
009930     05  FJ-PROJ-SW          PIC X(01) VALUE "D".
009940         88  FJ-PROJ-DATED             VALUE "D".
009950         88  FJ-PROJ-BEYOND            VALUE "B".
009960         88  FJ-PROJ-NO-CALENDAR       VALUE "U".
010000 01  FJ-WORK-AREAS.
010100     05  FJ-RPL-FILE-STATUS  PIC X(02) VALUE "00".
010200     05  FJ-MTD-FILE-STATUS  PIC X(02) VALUE "00".
010300     05  FJ-RUN-DATE         PIC 9(08) VALUE 0.
010400     05  FJ-RUN-DATE-X REDEFINES FJ-RUN-DATE.
010500         10  FJ-RUN-YYYY     PIC 9(04).
010600         10  FJ-RUN-MM       PIC 9(02).
010700         10  FJ-RUN-DD       PIC 9(02).
010800     05  FJ-DONE-DATE        PIC 9(08) VALUE 0.
010900     05  FJ-DONE-DATE-X REDEFINES FJ-DONE-DATE.
011000         10  FJ-DONE-YYYY    PIC 9(04).
011100         10  FJ-DONE-MM      PIC 9(02).
011200         10  FJ-DONE-DD      PIC 9(02).
011300     05  FJ-HDR-DATE         PIC 9(08) VALUE 0.
011400     05  FJ-HDR-SEQ          PIC 9(05) VALUE 0.
011500     05  FJ-MAX-NUM          PIC 9(07) VALUE 9999999.
011600     05  FJ-PLAN-CT          PIC 9(02) VALUE 0.
011700     05  FJ-PLAN-MAX         PIC 9(02) VALUE 20.
011800     05  FJ-PLAN-IDX         PIC 9(02) VALUE 0.
011900     05  FJ-OTHER-IDX        PIC 9(02) VALUE 0.
012000     05  FJ-PICK-IDX         PIC 9(02) VALUE 0.
012100     05  FJ-ACTIVE-CT        PIC 9(02) VALUE 0.
012200     05  FJ-COMPLETE-CT      PIC 9(02) VALUE 0.
012300     05  FJ-OVERLAP-CT       PIC 9(02) VALUE 0.
012400     05  FJ-CTL-MAX          PIC 9(02) VALUE 5.
012500     05  FJ-WRITTEN-CT       PIC 9(02) VALUE 0.
012600     05  FJ-REMAIN-CT        PIC 9(07) VALUE 0.
012700     05  FJ-NIGHTS           PIC 9(07) VALUE 0.
012800     05  FJ-NIGHTS-REM       PIC 9(07) VALUE 0.
012900     05  FJ-SLICE-END        PIC 9(09) VALUE 0.
012920     05  FJ-PROC-CT          PIC 9(07) VALUE 0.
012940     05  FJ-CAL-FILE-STATUS  PIC X(02) VALUE "00".
012960     05  FJ-PROJ-TEXT        PIC X(42) VALUE SPACES.
013000*****************************************************************
013100*  FJ-PLAN-TABLE - THE RANGE PLAN, ONE ENTRY PER RANGEPLN       *
013200*  RECORD, WITH WHAT MTDFILE SAYS OF EACH RANGE AND TONIGHT'S   *
013300*  SLICE OF IT.  FJ-PL-STATUS IS A WHILE THE RANGE HAS CYCLES   *
013400*  LEFT AND C ONCE ITS PERIOD IS FULLY CLASSIFIED.              *
013500*****************************************************************
013600 01  FJ-PLAN-TABLE.
013700     05  FJ-PLAN-ENTRY OCCURS 20 TIMES.
013800         10  FJ-PL-ID            PIC X(08).
013900         10  FJ-PL-FIRST         PIC 9(07).
014000         10  FJ-PL-LAST          PIC 9(07).
014100         10  FJ-PL-QUOTA         PIC 9(07).
014200         10  FJ-PL-DESC          PIC X(30).
014300         10  FJ-PL-HWM           PIC 9(07).
014400         10  FJ-PL-DONE-CT       PIC 9(07).
014500         10  FJ-PL-STATUS        PIC X(01).
014600             88  FJ-PL-ACTIVE              VALUE "A".
014700             88  FJ-PL-COMPLETE            VALUE "C".
014800         10  FJ-PL-START         PIC 9(07).
014900         10  FJ-PL-END           PIC 9(07).
015000         10  FJ-PL-WRITTEN-SW    PIC X(01).
015100             88  FJ-PL-WRITTEN             VALUE "Y".
015200         10  FJ-PL-OVL-CT        PIC 9(07).
015300         10  FJ-PL-OVL-CYCLE     PIC 9(07).
015400         10  FJ-PL-OVL-RANGE     PIC X(08).
015500         10  FJ-PL-OVL-DATE      PIC 9(08).
015600         10  FJ-PL-OVL-SEQ       PIC 9(05).
015700 01  FJ-LOG-AREAS.
015800     05  FJ-LOG-FILE-STATUS  PIC X(02) VALUE "00".
015900     05  FJ-LOG-EVENT-CD     PIC X(01) VALUE "S".
016000     05  FJ-RECS-READ        PIC 9(09) VALUE 0.
016100     05  FJ-RECS-WRITTEN     PIC 9(09) VALUE 0.
016200     05  FJ-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
016300     05  FJ-TIME-RAW.
016400         10  FJ-TIME-HHMMSS  PIC 9(06).
016500         10  FILLER          PIC 9(02).
016600*****************************************************************
016700*  FBOUTRC - CLASSIFICATION RECORD SHAPE, USED HERE IN WORKING  *
016800*  STORAGE TO PARSE EACH MONTH-TO-DATE RECORD.                  *
016900*****************************************************************
017000     COPY FBOUTRC.
017100 PROCEDURE DIVISION.
017200*****************************************************************
017300*  0000-MAINLINE                                                *
017400*****************************************************************
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
017700     PERFORM 2000-FIND-HIGH-WATER THRU 2000-EXIT
017800         UNTIL FJ-MTD-EOF.
017900     PERFORM 2500-PLAN-RANGE      THRU 2500-EXIT
018000         VARYING FJ-PLAN-IDX FROM 1 BY 1
018100         UNTIL FJ-PLAN-IDX > FJ-PLAN-CT.
018200     PERFORM 3000-CHECK-OVERLAP   THRU 3000-EXIT.
018300     PERFORM 4000-REPORT-RANGE    THRU 4000-EXIT
018400         VARYING FJ-PLAN-IDX FROM 1 BY 1
018500         UNTIL FJ-PLAN-IDX > FJ-PLAN-CT.
018600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
018700     GO TO 9999-EXIT.
018800*****************************************************************
018900*  1000-INITIALIZE - LOAD AND EDIT THE RANGE PLAN, THEN OPEN    *
019000*                    MTDFILE FOR THE HIGH-WATER PASS.  NO       *
019100*                    MTDFILE (STATUS 35) IS THE FIRST NIGHT OF A*
019200*                    PERIOD - EVERY RANGE STARTS AT ITS FIRST   *
019300*                    CYCLE.                                     *
019400*****************************************************************
019500 1000-INITIALIZE.
019600     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
019700     ACCEPT FJ-RUN-DATE FROM DATE YYYYMMDD.
019800     INITIALIZE FJ-PLAN-TABLE.
019900     OPEN OUTPUT RPT-FILE.
020000     MOVE SPACES TO FB-RPT-LINE.
020100     STRING "FBPLAN - NIGHTLY RANGE PLAN FOR "  DELIMITED BY SIZE
020200         FJ-RUN-YYYY                            DELIMITED BY SIZE
020300         "-"                                    DELIMITED BY SIZE
020400         FJ-RUN-MM                              DELIMITED BY SIZE
020500         "-"                                    DELIMITED BY SIZE
020600         FJ-RUN-DD                              DELIMITED BY SIZE
020700         INTO FB-RPT-LINE.
020800     WRITE FB-RPT-RECORD.
020900     ADD 1 TO FJ-RECS-WRITTEN.
021000     OPEN INPUT RPL-FILE.
021100     IF FJ-RPL-FILE-STATUS NOT = "00"
021200         MOVE SPACES TO FB-RPT-LINE
021300         STRING "RANGEPLN COULD NOT BE OPENED - FILE STATUS "
021400             DELIMITED BY SIZE
021500             FJ-RPL-FILE-STATUS DELIMITED BY SIZE
021600             INTO FB-RPT-LINE
021700         PERFORM 1900-FATAL THRU 1900-EXIT
021800     END-IF.
021900     PERFORM 1100-LOAD-PLAN THRU 1100-EXIT
022000         UNTIL FJ-RPL-EOF.
022100     CLOSE RPL-FILE.
022200     IF FJ-PLAN-CT = 0
022300         MOVE SPACES TO FB-RPT-LINE
022400         STRING "RANGEPLN CARRIES NO RANGE - NOTHING TO PLAN"
022500             DELIMITED BY SIZE INTO FB-RPT-LINE
022600         PERFORM 1900-FATAL THRU 1900-EXIT
022700     END-IF.
022800     PERFORM 1200-CHECK-PERIODS THRU 1200-EXIT
022900         VARYING FJ-PLAN-IDX FROM 2 BY 1
023000         UNTIL FJ-PLAN-IDX > FJ-PLAN-CT.
023100     OPEN INPUT MTD-FILE.
023200     EVALUATE FJ-MTD-FILE-STATUS
023300         WHEN "00"
023400             PERFORM 1300-READ-MTD THRU 1300-EXIT
023500         WHEN "35"
023600             MOVE "N" TO FJ-MTD-PRESENT-SW
023700             MOVE "Y" TO FJ-MTD-EOF-SW
023800         WHEN OTHER
023900             MOVE SPACES TO FB-RPT-LINE
024000             STRING "MTDFILE COULD NOT BE OPENED - FILE STATUS "
024100                 DELIMITED BY SIZE
024200                 FJ-MTD-FILE-STATUS DELIMITED BY SIZE
024300                 INTO FB-RPT-LINE
024400             PERFORM 1900-FATAL THRU 1900-EXIT
024500     END-EVALUATE.
024600 1000-EXIT.
024700     EXIT.
024800*****************************************************************
024900*  1100-LOAD-PLAN - READ, EDIT AND TABLE ONE RANGE PLAN RECORD. *
025000*                   ANY RECORD THAT BREAKS THE FBRPLRC KEYING   *
025100*                   RULES IS FATAL - A PLAN THAT IS WRONG FOR   *
025200*                   ONE RANGE IS NOT TRUSTED FOR THE OTHERS.    *
025300*****************************************************************
025400 1100-LOAD-PLAN.
025500     READ RPL-FILE
025600         AT END
025700             MOVE "Y" TO FJ-RPL-EOF-SW
025800             GO TO 1100-EXIT
025900     END-READ.
026000     ADD 1 TO FJ-RECS-READ.
026100     IF FB-RPL-RANGE-ID = SPACES
026200         MOVE SPACES TO FB-RPT-LINE
026300         STRING "RANGEPLN RECORD WITH A BLANK RANGE IDENTIFIER"
026400             DELIMITED BY SIZE INTO FB-RPT-LINE
026500         CLOSE RPL-FILE
026600         PERFORM 1900-FATAL THRU 1900-EXIT
026700     END-IF.
026800     IF FB-RPL-FIRST-NUM NOT NUMERIC
026900         OR FB-RPL-LAST-NUM NOT NUMERIC
027000         OR FB-RPL-QUOTA NOT NUMERIC
027100         OR FB-RPL-FIRST-NUM = 0
027200         OR FB-RPL-QUOTA = 0
027300         OR FB-RPL-LAST-NUM < FB-RPL-FIRST-NUM
027400         OR FB-RPL-LAST-NUM > FJ-MAX-NUM
027500         MOVE SPACES TO FB-RPT-LINE
027600         STRING "RANGEPLN RANGE "     DELIMITED BY SIZE
027700             FB-RPL-RANGE-ID          DELIMITED BY SIZE
027800             " HAS AN INVALID PERIOD OR QUOTA"
027900                                      DELIMITED BY SIZE
028000             INTO FB-RPT-LINE
028100         CLOSE RPL-FILE
028200         PERFORM 1900-FATAL THRU 1900-EXIT
028300     END-IF.
028400     IF FJ-PLAN-CT >= FJ-PLAN-MAX
028500         MOVE SPACES TO FB-RPT-LINE
028600         STRING "RANGEPLN CARRIES MORE THAN "  DELIMITED BY SIZE
028700             FJ-PLAN-MAX                       DELIMITED BY SIZE
028800             " RANGES"                         DELIMITED BY SIZE
028900             INTO FB-RPT-LINE
029000         CLOSE RPL-FILE
029100         PERFORM 1900-FATAL THRU 1900-EXIT
029200     END-IF.
029300     PERFORM 1110-CHECK-DUPLICATE THRU 1110-EXIT
029400         VARYING FJ-OTHER-IDX FROM 1 BY 1
029500         UNTIL FJ-OTHER-IDX > FJ-PLAN-CT.
029600     ADD 1 TO FJ-PLAN-CT.
029700     MOVE FB-RPL-RANGE-ID  TO FJ-PL-ID    (FJ-PLAN-CT).
029800     MOVE FB-RPL-FIRST-NUM TO FJ-PL-FIRST (FJ-PLAN-CT).
029900     MOVE FB-RPL-LAST-NUM  TO FJ-PL-LAST  (FJ-PLAN-CT).
030000     MOVE FB-RPL-QUOTA     TO FJ-PL-QUOTA (FJ-PLAN-CT).
030100     MOVE FB-RPL-DESC      TO FJ-PL-DESC  (FJ-PLAN-CT).
030200     MOVE "A"              TO FJ-PL-STATUS (FJ-PLAN-CT).
030300 1100-EXIT.
030400     EXIT.
030500*****************************************************************
030600*  1110-CHECK-DUPLICATE - A RANGE IDENTIFIER MAY APPEAR ON THE  *
030700*                         PLAN ONLY ONCE.                       *
030800*****************************************************************
030900 1110-CHECK-DUPLICATE.
031000     IF FJ-PL-ID (FJ-OTHER-IDX) = FB-RPL-RANGE-ID
031100         MOVE SPACES TO FB-RPT-LINE
031200         STRING "RANGEPLN RANGE "     DELIMITED BY SIZE
031300             FB-RPL-RANGE-ID          DELIMITED BY SIZE
031400             " IS KEYED MORE THAN ONCE" DELIMITED BY SIZE
031500             INTO FB-RPT-LINE
031600         CLOSE RPL-FILE
031700         PERFORM 1900-FATAL THRU 1900-EXIT
031800     END-IF.
031900 1110-EXIT.
032000     EXIT.
032100*****************************************************************
032200*  1200-CHECK-PERIODS - NO TWO RANGES' PERIODS MAY SHARE A      *
032300*                       CYCLE, OR TONIGHT'S SLICES COULD OVERLAP*
032400*                       EACH OTHER.  EACH RANGE IS TESTED       *
032500*                       AGAINST EVERY RANGE TABLED AHEAD OF IT. *
032600*****************************************************************
032700 1200-CHECK-PERIODS.
032800     PERFORM 1210-CHECK-PAIR THRU 1210-EXIT
032900         VARYING FJ-OTHER-IDX FROM 1 BY 1
033000         UNTIL FJ-OTHER-IDX >= FJ-PLAN-IDX.
033100 1200-EXIT.
033200     EXIT.
033300*****************************************************************
033400*  1210-CHECK-PAIR - TEST ONE PAIR OF PLAN PERIODS FOR A SHARED *
033500*                    CYCLE.                                     *
033600*****************************************************************
033700 1210-CHECK-PAIR.
033800     IF FJ-PL-FIRST (FJ-PLAN-IDX) NOT > FJ-PL-LAST (FJ-OTHER-IDX)
033900         AND FJ-PL-LAST (FJ-PLAN-IDX)
034000             NOT < FJ-PL-FIRST (FJ-OTHER-IDX)
034100         MOVE SPACES TO FB-RPT-LINE
034200         STRING "RANGEPLN PERIODS OF "  DELIMITED BY SIZE
034300             FJ-PL-ID (FJ-OTHER-IDX)    DELIMITED BY SIZE
034400             " AND "                    DELIMITED BY SIZE
034500             FJ-PL-ID (FJ-PLAN-IDX)     DELIMITED BY SIZE
034600             " SHARE CYCLES"            DELIMITED BY SIZE
034700             INTO FB-RPT-LINE
034800         PERFORM 1900-FATAL THRU 1900-EXIT
034900     END-IF.
035000 1210-EXIT.
035100     EXIT.
035200*****************************************************************
035300*  1300-READ-MTD - READ THE NEXT MONTH-TO-DATE RECORD INTO THE  *
035400*                  COMMON PARSE AREA.                           *
035500*****************************************************************
035600 1300-READ-MTD.
035700     READ MTD-FILE INTO FB-OUT-RECORD
035800         AT END
035900             MOVE "Y" TO FJ-MTD-EOF-SW
036000     END-READ.
036100     IF NOT FJ-MTD-EOF
036200         ADD 1 TO FJ-RECS-READ
036300     END-IF.
036400 1300-EXIT.
036500     EXIT.
036600*****************************************************************
036700*  1900-FATAL - WRITE THE REASON THE CALLER LEFT IN FB-RPT-LINE,*
036800*               LEAVE CTLIN AND LDGCTL EMPTY, AND END THE RUN   *
036900*               WITH RETURN CODE 16.                            *
037000*****************************************************************
037100 1900-FATAL.
037200     WRITE FB-RPT-RECORD.
037300     DISPLAY "FBPLAN - " FB-RPT-LINE.
037400     PERFORM 5900-EMPTY-CONTROL THRU 5900-EXIT.
037500     DISPLAY "FBPLAN - CTLIN AND LDGCTL LEFT EMPTY - ENDING RUN "
037600         "- RETURN CODE 16".
037700     CLOSE RPT-FILE.
037800     MOVE 16 TO RETURN-CODE.
037900     GO TO 9999-EXIT.
038000 1900-EXIT.
038100     EXIT.
038200*****************************************************************
038300*  2000-FIND-HIGH-WATER - FIRST MTDFILE PASS.  A DETAIL RAISES  *
038400*                         ITS RANGE'S HIGH-WATER MARK WHEN IT   *
038500*                         LIES INSIDE THAT RANGE'S PERIOD.      *
038600*****************************************************************
038700 2000-FIND-HIGH-WATER.
038800     IF FB-OUT-DETAIL
038900         PERFORM 2100-TAKE-DETAIL THRU 2100-EXIT
039000             VARYING FJ-PLAN-IDX FROM 1 BY 1
039100             UNTIL FJ-PLAN-IDX > FJ-PLAN-CT
039200     END-IF.
039300     PERFORM 1300-READ-MTD THRU 1300-EXIT.
039400 2000-EXIT.
039500     EXIT.
039600*****************************************************************
039700*  2100-TAKE-DETAIL - FOLD ONE DETAIL INTO ONE PLAN ENTRY WHEN  *
039800*                     IT CARRIES THAT RANGE'S IDENTIFIER.       *
039900*****************************************************************
040000 2100-TAKE-DETAIL.
040100     IF FB-OUT-RANGE-ID NOT = FJ-PL-ID (FJ-PLAN-IDX)
040200         OR FB-OUT-CT < FJ-PL-FIRST (FJ-PLAN-IDX)
040300         OR FB-OUT-CT > FJ-PL-LAST (FJ-PLAN-IDX)
040400         GO TO 2100-EXIT
040500     END-IF.
040600     ADD 1 TO FJ-PL-DONE-CT (FJ-PLAN-IDX).
040700     IF FB-OUT-CT > FJ-PL-HWM (FJ-PLAN-IDX)
040800         MOVE FB-OUT-CT TO FJ-PL-HWM (FJ-PLAN-IDX)
040900     END-IF.
041000 2100-EXIT.
041100     EXIT.
041200*****************************************************************
041300*  2500-PLAN-RANGE - GIVE ONE RANGE TONIGHT'S SLICE - THE NEXT  *
041400*                    QUOTA OF CYCLES ABOVE ITS HIGH-WATER MARK, *
041500*                    CUT OFF AT THE END OF ITS PERIOD.  A RANGE *
041600*                    CLASSIFIED TO THE END OF ITS PERIOD IS     *
041700*                    COMPLETE AND GETS NO SLICE.                *
041800*****************************************************************
041900 2500-PLAN-RANGE.
042000     IF FJ-PL-HWM (FJ-PLAN-IDX) NOT < FJ-PL-LAST (FJ-PLAN-IDX)
042100         MOVE "C" TO FJ-PL-STATUS (FJ-PLAN-IDX)
042200         ADD 1 TO FJ-COMPLETE-CT
042300         GO TO 2500-EXIT
042400     END-IF.
042500     IF FJ-PL-HWM (FJ-PLAN-IDX) = 0
042600         MOVE FJ-PL-FIRST (FJ-PLAN-IDX)
042700             TO FJ-PL-START (FJ-PLAN-IDX)
042800     ELSE
042900         COMPUTE FJ-PL-START (FJ-PLAN-IDX)
043000             = FJ-PL-HWM (FJ-PLAN-IDX) + 1
043100     END-IF.
043200     COMPUTE FJ-SLICE-END = FJ-PL-START (FJ-PLAN-IDX)
043300         + FJ-PL-QUOTA (FJ-PLAN-IDX) - 1.
043400     IF FJ-SLICE-END > FJ-PL-LAST (FJ-PLAN-IDX)
043500         MOVE FJ-PL-LAST (FJ-PLAN-IDX) TO FJ-PL-END (FJ-PLAN-IDX)
043600     ELSE
043700         MOVE FJ-SLICE-END TO FJ-PL-END (FJ-PLAN-IDX)
043800     END-IF.
043900     ADD 1 TO FJ-ACTIVE-CT.
044000 2500-EXIT.
044100     EXIT.
044200*****************************************************************
044300*  3000-CHECK-OVERLAP - SECOND MTDFILE PASS.  EVERY CYCLE THE   *
044400*                       MONTH ALREADY HOLDS, UNDER ANY RANGE    *
044500*                       IDENTIFIER, IS TESTED AGAINST TONIGHT'S *
044600*                       SLICES.  NOTHING TO TEST WHEN NO RANGE  *
044700*                       IS ACTIVE OR THE PERIOD HAS NO MTDFILE. *
044800*****************************************************************
044900 3000-CHECK-OVERLAP.
045000     IF FJ-MTD-PRESENT
045100         CLOSE MTD-FILE
045200     END-IF.
045300     IF FJ-ACTIVE-CT = 0
045400         OR NOT FJ-MTD-PRESENT
045500         GO TO 3000-EXIT
045600     END-IF.
045700     MOVE "N" TO FJ-MTD-EOF-SW.
045800     OPEN INPUT MTD-FILE.
045900     PERFORM 1300-READ-MTD THRU 1300-EXIT.
046000     PERFORM 3100-TEST-RECORD THRU 3100-EXIT
046100         UNTIL FJ-MTD-EOF.
046200     CLOSE MTD-FILE.
046300 3000-EXIT.
046400     EXIT.
046500*****************************************************************
046600*  3100-TEST-RECORD - NOTE THE RUN ON A HEADER; TEST A DETAIL'S *
046700*                     CYCLE AGAINST EVERY ACTIVE SLICE.         *
046800*****************************************************************
046900 3100-TEST-RECORD.
047000     EVALUATE TRUE
047100         WHEN FB-OUT-HEADER
047200             MOVE FB-OUT-HDR-RUN-DATE TO FJ-HDR-DATE
047300             MOVE FB-OUT-HDR-RUN-SEQ  TO FJ-HDR-SEQ
047400         WHEN FB-OUT-DETAIL
047500             PERFORM 3110-TEST-SLICE THRU 3110-EXIT
047600                 VARYING FJ-PLAN-IDX FROM 1 BY 1
047700                 UNTIL FJ-PLAN-IDX > FJ-PLAN-CT
047800         WHEN OTHER
047900             CONTINUE
048000     END-EVALUATE.
048100     PERFORM 1300-READ-MTD THRU 1300-EXIT.
048200 3100-EXIT.
048300     EXIT.
048400*****************************************************************
048500*  3110-TEST-SLICE - COUNT A CYCLE ALREADY ON MTDFILE THAT FALLS*
048600*                    INSIDE ONE ACTIVE SLICE, KEEPING THE FIRST *
048700*                    SUCH CYCLE AND THE RUN THAT CLASSIFIED IT  *
048800*                    FOR THE REPORT.                            *
048900*****************************************************************
049000 3110-TEST-SLICE.
049100     IF NOT FJ-PL-ACTIVE (FJ-PLAN-IDX)
049200         OR FB-OUT-CT < FJ-PL-START (FJ-PLAN-IDX)
049300         OR FB-OUT-CT > FJ-PL-END (FJ-PLAN-IDX)
049400         GO TO 3110-EXIT
049500     END-IF.
049600     IF FJ-PL-OVL-CT (FJ-PLAN-IDX) = 0
049700         ADD 1 TO FJ-OVERLAP-CT
049800         MOVE FB-OUT-CT       TO FJ-PL-OVL-CYCLE (FJ-PLAN-IDX)
049900         MOVE FB-OUT-RANGE-ID TO FJ-PL-OVL-RANGE (FJ-PLAN-IDX)
050000         MOVE FJ-HDR-DATE     TO FJ-PL-OVL-DATE  (FJ-PLAN-IDX)
050100         MOVE FJ-HDR-SEQ      TO FJ-PL-OVL-SEQ   (FJ-PLAN-IDX)
050200     END-IF.
050300     ADD 1 TO FJ-PL-OVL-CT (FJ-PLAN-IDX).
050400     SET FJ-PLAN-REFUSED TO TRUE.
050500 3110-EXIT.
050600     EXIT.
050700*****************************************************************
050800*  4000-REPORT-RANGE - REPORT ONE RANGE - ITS PERIOD AND QUOTA, *
050900*                      WHAT THE MONTH HOLDS OF IT, AND EITHER   *
051000*                      TONIGHT'S SLICE WITH THE CYCLES          *
051100*                      REMAINING AND PROJECTED COMPLETION, OR   *
051200*                      WHY IT HAS NO SLICE.                     *
051300*****************************************************************
051400 4000-REPORT-RANGE.
051500     MOVE SPACES TO FB-RPT-LINE.
051600     STRING "RANGE "                 DELIMITED BY SIZE
051700         FJ-PL-ID (FJ-PLAN-IDX)      DELIMITED BY SIZE
051800         " PERIOD "                  DELIMITED BY SIZE
051900         FJ-PL-FIRST (FJ-PLAN-IDX)   DELIMITED BY SIZE
052000         " THRU "                    DELIMITED BY SIZE
052100         FJ-PL-LAST (FJ-PLAN-IDX)    DELIMITED BY SIZE
052200         " QUOTA "                   DELIMITED BY SIZE
052300         FJ-PL-QUOTA (FJ-PLAN-IDX)   DELIMITED BY SIZE
052400         INTO FB-RPT-LINE.
052500     WRITE FB-RPT-RECORD.
052600     ADD 1 TO FJ-RECS-WRITTEN.
052700     IF FJ-PL-DESC (FJ-PLAN-IDX) NOT = SPACES
052800         MOVE SPACES TO FB-RPT-LINE
052900         STRING "    "               DELIMITED BY SIZE
053000             FJ-PL-DESC (FJ-PLAN-IDX) DELIMITED BY SIZE
053100             INTO FB-RPT-LINE
053200         WRITE FB-RPT-RECORD
053300         ADD 1 TO FJ-RECS-WRITTEN
053400     END-IF.
053500     MOVE SPACES TO FB-RPT-LINE.
053600     STRING "    CLASSIFIED THIS PERIOD "  DELIMITED BY SIZE
053700         FJ-PL-DONE-CT (FJ-PLAN-IDX)       DELIMITED BY SIZE
053800         " - HIGH-WATER MARK "             DELIMITED BY SIZE
053900         FJ-PL-HWM (FJ-PLAN-IDX)           DELIMITED BY SIZE
054000         INTO FB-RPT-LINE.
054100     WRITE FB-RPT-RECORD.
054200     ADD 1 TO FJ-RECS-WRITTEN.
054300     MOVE SPACES TO FB-RPT-LINE.
054400     IF FJ-PL-COMPLETE (FJ-PLAN-IDX)
054500         STRING "    PERIOD COMPLETE - DROPPED FROM CTLIN AND "
054600             "LDGCTL" DELIMITED BY SIZE INTO FB-RPT-LINE
054700         WRITE FB-RPT-RECORD
054800         ADD 1 TO FJ-RECS-WRITTEN
054900         GO TO 4000-EXIT
055000     END-IF.
055100     STRING "    TONIGHT "               DELIMITED BY SIZE
055200         FJ-PL-START (FJ-PLAN-IDX)   DELIMITED BY SIZE
055300         " THRU "                    DELIMITED BY SIZE
055400         FJ-PL-END (FJ-PLAN-IDX)     DELIMITED BY SIZE
055500         INTO FB-RPT-LINE.
055600     WRITE FB-RPT-RECORD.
055700     ADD 1 TO FJ-RECS-WRITTEN.
055800     IF FJ-PL-OVL-CT (FJ-PLAN-IDX) > 0
055900         PERFORM 4200-REPORT-OVERLAP THRU 4200-EXIT
056000         GO TO 4000-EXIT
056100     END-IF.
056200     PERFORM 4100-PROJECT-COMPLETION THRU 4100-EXIT.
056300 4000-EXIT.
056400     EXIT.
056420*****************************************************************
056440*  4100-PROJECT-COMPLETION - CYCLES LEFT IN THE PERIOD AFTER    *
056460*                            TONIGHT, AND THE DATE THE LAST OF  *
056480*                            THEM IS CLASSIFIED AT ONE FULL     *
056500*                            QUOTA A NIGHT - THE NTH            *
056520*                            PROCESSING DAY AFTER TODAY ON THE  *
056540*                            CALENDAR, N BEING THE NIGHTS STILL *
056560*                            NEEDED.  A CALENDAR THAT ENDS      *
056580*                            FIRST, OR CANNOT BE OPENED, GIVES  *
056600*                            NO DATE.                           *
056620*****************************************************************
056640 4100-PROJECT-COMPLETION.
056660     COMPUTE FJ-REMAIN-CT = FJ-PL-LAST (FJ-PLAN-IDX)
056680         - FJ-PL-END (FJ-PLAN-IDX).
056700     DIVIDE FJ-PL-QUOTA (FJ-PLAN-IDX) INTO FJ-REMAIN-CT
056720         GIVING FJ-NIGHTS REMAINDER FJ-NIGHTS-REM.
056740     IF FJ-NIGHTS-REM > 0
056760         ADD 1 TO FJ-NIGHTS
056780     END-IF.
056800     MOVE FJ-RUN-DATE TO FJ-DONE-DATE.
056820     SET FJ-PROJ-DATED TO TRUE.
056840     IF FJ-NIGHTS > 0
056860         PERFORM 4110-COUNT-NIGHTS THRU 4110-EXIT
056880     END-IF.
056890     EVALUATE TRUE
056900         WHEN FJ-PROJ-NO-CALENDAR
056910             MOVE SPACES TO FJ-PROJ-TEXT
056920             STRING "CALENDAR NOT OPENED - FILE STATUS "
056930                 DELIMITED BY SIZE
056940                 FJ-CAL-FILE-STATUS DELIMITED BY SIZE
056950                 INTO FJ-PROJ-TEXT
056960         WHEN FJ-PROJ-BEYOND
056970             MOVE "PROJECTION BEYOND CALENDAR" TO FJ-PROJ-TEXT
056980         WHEN OTHER
056990             MOVE SPACES TO FJ-PROJ-TEXT
057000             STRING "PROJECTED COMPLETE " DELIMITED BY SIZE
057010                 FJ-DONE-YYYY             DELIMITED BY SIZE
057020                 "-"                      DELIMITED BY SIZE
057030                 FJ-DONE-MM               DELIMITED BY SIZE
057040                 "-"                      DELIMITED BY SIZE
057050                 FJ-DONE-DD               DELIMITED BY SIZE
057060                 INTO FJ-PROJ-TEXT
057070     END-EVALUATE.
057080     MOVE SPACES TO FB-RPT-LINE.
057090     STRING "    REMAINING AFTER TONIGHT "  DELIMITED BY SIZE
057100         FJ-REMAIN-CT                       DELIMITED BY SIZE
057110         " - "                              DELIMITED BY SIZE
057120         FJ-PROJ-TEXT                       DELIMITED BY SIZE
057130         INTO FB-RPT-LINE.
057240     WRITE FB-RPT-RECORD.
057260     ADD 1 TO FJ-RECS-WRITTEN.
057280 4100-EXIT.
057300     EXIT.
057320*****************************************************************
057340*  4110-COUNT-NIGHTS - READ THE PROCESSING CALENDAR FROM THE TOP*
057360*                      AND COUNT THE PROCESSING DAYS AFTER TODAY*
057380*                      UNTIL THE NIGHTS STILL NEEDED ARE FOUND. *
057400*                      THE LAST ONE COUNTED IS THE COMPLETION   *
057420*                      DATE.                                    *
057440*****************************************************************
057460 4110-COUNT-NIGHTS.
057480     MOVE 0   TO FJ-PROC-CT.
057500     MOVE "N" TO FJ-CAL-EOF-SW.
057520     OPEN INPUT CAL-FILE.
057540     IF FJ-CAL-FILE-STATUS NOT = "00"
057560         SET FJ-PROJ-NO-CALENDAR TO TRUE
057580         GO TO 4110-EXIT
057600     END-IF.
057620     PERFORM 4120-TAKE-CAL-DAY THRU 4120-EXIT
057640         UNTIL FJ-CAL-EOF
057660            OR FJ-PROC-CT NOT < FJ-NIGHTS.
057680     CLOSE CAL-FILE.
057700     IF FJ-PROC-CT < FJ-NIGHTS
057720         SET FJ-PROJ-BEYOND TO TRUE
057740     END-IF.
057760 4110-EXIT.
057780     EXIT.
057800*****************************************************************
057820*  4120-TAKE-CAL-DAY - READ ONE CALENDAR DATE AND COUNT IT IF IT*
057840*                      IS A PROCESSING DAY AFTER TODAY.  AN     *
057860*                      ENTRY WITH A DAMAGED DATE IS PASSED      *
057880*                      OVER.                                    *
057900*****************************************************************
057920 4120-TAKE-CAL-DAY.
057940     READ CAL-FILE
057960         AT END
057980             MOVE "Y" TO FJ-CAL-EOF-SW
058000             GO TO 4120-EXIT
058020     END-READ.
058040     IF FB-CAL-DATE NOT NUMERIC
058060         GO TO 4120-EXIT
058080     END-IF.
058100     IF FB-CAL-DATE NOT > FJ-RUN-DATE
058120         OR NOT FB-CAL-PROCESSING-DAY
058140         GO TO 4120-EXIT
058160     END-IF.
058180     ADD 1 TO FJ-PROC-CT.
058200     MOVE FB-CAL-DATE TO FJ-DONE-DATE.
058220 4120-EXIT.
058240     EXIT.
059600*****************************************************************
059700*  4200-REPORT-OVERLAP - REPORT WHY A RANGE'S SLICE IS REFUSED -*
059800*                        HOW MANY OF ITS CYCLES MTDFILE ALREADY *
059900*                        HOLDS, AND THE FIRST OF THEM WITH THE  *
060000*                        RUN THAT CLASSIFIED IT.                *
060100*****************************************************************
060200 4200-REPORT-OVERLAP.
060300     MOVE SPACES TO FB-RPT-LINE.
060400     STRING "    REFUSED - "               DELIMITED BY SIZE
060500         FJ-PL-OVL-CT (FJ-PLAN-IDX)        DELIMITED BY SIZE
060600         " OF THESE CYCLES ARE ALREADY ON MTDFILE"
060700                                           DELIMITED BY SIZE
060800         INTO FB-RPT-LINE.
060900     WRITE FB-RPT-RECORD.
061000     ADD 1 TO FJ-RECS-WRITTEN.
061100     MOVE SPACES TO FB-RPT-LINE.
061200     STRING "    FIRST "                   DELIMITED BY SIZE
061300         FJ-PL-OVL-CYCLE (FJ-PLAN-IDX)     DELIMITED BY SIZE
061400         " AS RANGE "                      DELIMITED BY SIZE
061500         FJ-PL-OVL-RANGE (FJ-PLAN-IDX)     DELIMITED BY SIZE
061600         " BY RUN "                        DELIMITED BY SIZE
061700         FJ-PL-OVL-DATE (FJ-PLAN-IDX)      DELIMITED BY SIZE
061800         "/"                               DELIMITED BY SIZE
061900         FJ-PL-OVL-SEQ (FJ-PLAN-IDX)       DELIMITED BY SIZE
062000         INTO FB-RPT-LINE.
062100     WRITE FB-RPT-RECORD.
062200     ADD 1 TO FJ-RECS-WRITTEN.
062300 4200-EXIT.
062400     EXIT.
062500*****************************************************************
062600*  5000-WRITE-CONTROL - WRITE TONIGHT'S SLICES TO CTLIN AND     *
062700*                       LDGCTL IN ASCENDING CYCLE ORDER.  EACH  *
062800*                       PASS PICKS THE UNWRITTEN ACTIVE SLICE   *
062900*                       WITH THE LOWEST STARTING CYCLE.         *
063000*****************************************************************
063100 5000-WRITE-CONTROL.
063200     OPEN OUTPUT CTL-FILE.
063300     OPEN OUTPUT LDC-FILE.
063400     PERFORM 5100-WRITE-NEXT THRU 5100-EXIT
063500         UNTIL FJ-WRITTEN-CT >= FJ-ACTIVE-CT.
063600     CLOSE CTL-FILE.
063700     CLOSE LDC-FILE.
063800 5000-EXIT.
063900     EXIT.
064000*****************************************************************
064100*  5100-WRITE-NEXT - FIND THE NEXT SLICE IN CYCLE ORDER, BUILD  *
064200*                    ITS CONTROL RECORD ONCE, AND WRITE THE SAME*
064300*                    RECORD TO CTLIN AND TO LDGCTL.             *
064400*****************************************************************
064500 5100-WRITE-NEXT.
064600     MOVE 0 TO FJ-PICK-IDX.
064700     PERFORM 5110-PICK-SLICE THRU 5110-EXIT
064800         VARYING FJ-PLAN-IDX FROM 1 BY 1
064900         UNTIL FJ-PLAN-IDX > FJ-PLAN-CT.
065000     MOVE "Y" TO FJ-PL-WRITTEN-SW (FJ-PICK-IDX).
065100     MOVE SPACES TO FB-CTL-RECORD.
065200     MOVE FJ-PL-ID (FJ-PICK-IDX)    TO FB-CTL-RANGE-ID.
065300     MOVE FJ-PL-START (FJ-PICK-IDX) TO FB-CTL-START-NUM.
065400     MOVE FJ-PL-END (FJ-PICK-IDX)   TO FB-CTL-END-NUM.
065500     MOVE SPACE                     TO FB-CTL-MODE.
065600     WRITE FB-CTL-RECORD.
065700     WRITE FJ-LDC-REC FROM FB-CTL-RECORD.
065800     ADD 2 TO FJ-RECS-WRITTEN.
065900     ADD 1 TO FJ-WRITTEN-CT.
066000 5100-EXIT.
066100     EXIT.
066200*****************************************************************
066300*  5110-PICK-SLICE - KEEP THE LOWER-STARTING OF THE SLICE PICKED*
066400*                    SO FAR AND THIS ONE, IF THIS ONE IS ACTIVE *
066500*                    AND NOT YET WRITTEN.                       *
066600*****************************************************************
066700 5110-PICK-SLICE.
066800     IF NOT FJ-PL-ACTIVE (FJ-PLAN-IDX)
066900         OR FJ-PL-WRITTEN (FJ-PLAN-IDX)
067000         GO TO 5110-EXIT
067100     END-IF.
067200     IF FJ-PICK-IDX = 0
067300         MOVE FJ-PLAN-IDX TO FJ-PICK-IDX
067400         GO TO 5110-EXIT
067500     END-IF.
067600     IF FJ-PL-START (FJ-PLAN-IDX) < FJ-PL-START (FJ-PICK-IDX)
067700         MOVE FJ-PLAN-IDX TO FJ-PICK-IDX
067800     END-IF.
067900 5110-EXIT.
068000     EXIT.
068100*****************************************************************
068200*  5900-EMPTY-CONTROL - OPEN AND CLOSE CTLIN AND LDGCTL OUTPUT, *
068300*                       LEAVING BOTH EMPTY SO NO EARLIER NIGHT'S*
068400*                       RANGES CAN BE RUN AGAIN.                *
068500*****************************************************************
068600 5900-EMPTY-CONTROL.
068700     OPEN OUTPUT CTL-FILE.
068800     OPEN OUTPUT LDC-FILE.
068900     CLOSE CTL-FILE.
069000     CLOSE LDC-FILE.
069100 5900-EXIT.
069200     EXIT.
069300*****************************************************************
069400*  9000-TERMINATE - WRITE THE CONTROL FILES, OR LEAVE THEM EMPTY*
069500*                   WHEN THE PLAN IS REFUSED OR THERE IS NOTHING*
069600*                   TO RUN, AND SET THE RETURN CODE.            *
069700*****************************************************************
069800 9000-TERMINATE.
069900     IF FJ-ACTIVE-CT > FJ-CTL-MAX
070000         SET FJ-PLAN-REFUSED TO TRUE
070100         MOVE SPACES TO FB-RPT-LINE
070200         STRING "REFUSED - "               DELIMITED BY SIZE
070300             FJ-ACTIVE-CT                  DELIMITED BY SIZE
070400             " RANGES ARE DUE TONIGHT AND ONE RUN ACCEPTS "
070500                                           DELIMITED BY SIZE
070600             FJ-CTL-MAX                    DELIMITED BY SIZE
070700             INTO FB-RPT-LINE
070800         WRITE FB-RPT-RECORD
070900         ADD 1 TO FJ-RECS-WRITTEN
071000     END-IF.
071100     MOVE SPACES TO FB-RPT-LINE.
071200     STRING "RANGES ON PLAN "          DELIMITED BY SIZE
071300         FJ-PLAN-CT                    DELIMITED BY SIZE
071400         " - DUE TONIGHT "             DELIMITED BY SIZE
071500         FJ-ACTIVE-CT                  DELIMITED BY SIZE
071600         " - COMPLETE "                DELIMITED BY SIZE
071700         FJ-COMPLETE-CT                DELIMITED BY SIZE
071800         " - REFUSED FOR OVERLAP "     DELIMITED BY SIZE
071900         FJ-OVERLAP-CT                 DELIMITED BY SIZE
072000         INTO FB-RPT-LINE.
072100     WRITE FB-RPT-RECORD.
072200     ADD 1 TO FJ-RECS-WRITTEN.
072300     MOVE SPACES TO FB-RPT-LINE.
072400     EVALUATE TRUE
072500         WHEN FJ-PLAN-REFUSED
072600             PERFORM 5900-EMPTY-CONTROL THRU 5900-EXIT
072700             STRING "FBPLAN - PLAN REFUSED - CTLIN AND LDGCTL "
072800                 "LEFT EMPTY - RETURN CODE 8" DELIMITED BY SIZE
072900                 INTO FB-RPT-LINE
073000             MOVE 8 TO RETURN-CODE
073100         WHEN FJ-ACTIVE-CT = 0
073200             PERFORM 5900-EMPTY-CONTROL THRU 5900-EXIT
073300             STRING "FBPLAN - EVERY RANGE COMPLETE - NOTHING TO "
073400                 "RUN - RETURN CODE 4" DELIMITED BY SIZE
073500                 INTO FB-RPT-LINE
073600             MOVE 4 TO RETURN-CODE
073700         WHEN OTHER
073800             PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
073900             STRING "FBPLAN - CTLIN AND LDGCTL WRITTEN - "
074000                 DELIMITED BY SIZE
074100                 FJ-WRITTEN-CT DELIMITED BY SIZE
074200                 " RANGES - RETURN CODE 0" DELIMITED BY SIZE
074300                 INTO FB-RPT-LINE
074400             MOVE 0 TO RETURN-CODE
074500     END-EVALUATE.
074600     WRITE FB-RPT-RECORD.
074700     ADD 1 TO FJ-RECS-WRITTEN.
074800     DISPLAY FB-RPT-LINE.
074900     CLOSE RPT-FILE.
075000 9000-EXIT.
075100     EXIT.
075200*****************************************************************
075300*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
075400*                       RUN LOG - EVENT S AT START OF RUN,      *
075500*                       EVENT E AT END, AS SET IN               *
075600*                       FJ-LOG-EVENT-CD BY THE CALLER.  A LOG   *
075700*                       THAT CANNOT BE OPENED IS BYPASSED -     *
075800*                       LOGGING MUST NEVER TAKE THE RUN DOWN.   *
075900*****************************************************************
076000 8000-WRITE-RUN-LOG.
076100     OPEN EXTEND LOG-FILE.
076200     IF FJ-LOG-FILE-STATUS NOT = "00" AND "05"
076300         GO TO 8000-EXIT
076400     END-IF.
076500     MOVE SPACES TO FB-LOG-RECORD.
076600     MOVE "FBPLAN" TO FB-LOG-PROGRAM.
076700     ACCEPT FJ-LOG-STAMP-DATE FROM DATE YYYYMMDD.
076800     ACCEPT FJ-TIME-RAW FROM TIME.
076900     MOVE FJ-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
077000     MOVE FJ-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
077100     MOVE FJ-LOG-EVENT-CD   TO FB-LOG-EVENT.
077200     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
077300     MOVE FJ-RECS-READ      TO FB-LOG-RECS-READ.
077400     MOVE FJ-RECS-WRITTEN   TO FB-LOG-RECS-WRITTEN.
077500     MOVE "N"               TO FB-LOG-RESTART-SW.
077600     MOVE 0 TO FB-LOG-MISSING-CT.
077700     MOVE 0 TO FB-LOG-DUP-CT.
077800     MOVE 0 TO FB-LOG-UNMATCHED-CT.
077900     MOVE 0 TO FB-LOG-MISCLASS-CT.
078000     WRITE FB-LOG-RECORD.
078100     CLOSE LOG-FILE.
078200 8000-EXIT.
078300     EXIT.
078400*****************************************************************
078500*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
078600*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
078700*              LEAVES ONE.                                      *
078800*****************************************************************
078900 9999-EXIT.
079000     MOVE "E" TO FJ-LOG-EVENT-CD.
079100     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
079200     STOP RUN.
