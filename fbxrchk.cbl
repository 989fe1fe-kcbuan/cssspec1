000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBXRCHK.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBXRCHK                                                      *
001000*                                                               *
001100*  CROSS-RUN CLASSIFICATION CONSISTENCY CHECK.  THE CYCLE       *
001200*  INQUIRY KSDS (CYCLEMF - SEE FBVSMRC) HOLDS ONE RECORD PER    *
001300*  CYCLE PER RUN DATE, SO A CYCLE RECLASSIFIED ON A RESTATED-   *
001400*  PERIOD RERUN OR A REPAIR NIGHT APPEARS MORE THAN ONCE.  THIS *
001500*  PROGRAM READS EVERY CYCLE'S RUNS IN RUN DATE ORDER AND       *
001600*  COMPARES EACH RUN'S CLASS CODE WITH THE RUN BEFORE IT.  A    *
001700*  DIFFERENCE IS EXPLAINED ONLY WHEN EACH RUN'S CODE IS THE ONE *
001800*  THE RULEMAST SET IN FORCE ON ITS OWN RUN DATE GIVES THE      *
001900*  CYCLE (THE RULES CHANGED BETWEEN THE RUNS).  EVERY OTHER     *
002000*  DIFFERENCE IS A CONFLICT, LISTED ON XRRPT WITH BOTH RUN      *
002100*  DATES, RUN SEQUENCES, CODES, RULES VERSIONS AND THE CODES    *
002200*  THOSE VERSIONS GIVE.  A CYCLE WHOSE RUNS ALL AGREE, OR       *
002300*  DIFFER ONLY AS THEIR RULES DO, IS EVIDENCE THAT THE RERUN    *
002400*  REPRODUCED THE ORIGINAL RESULT.                              *
002500*                                                               *
002600*  THE SOURCE IS SET ON XRCTL (SEE FBXRCRC) - THE LIVE CLUSTER  *
002700*  (C, THE DEFAULT - JOB FBXRCHK), OR A CLOSED PERIOD PULLED    *
002800*  BACK BY FBARETRV AND SORTED INTO THE CLUSTER'S ORDER AND     *
002900*  LAYOUT (E - XRIN, JOB FBXRARC).  EITHER WAY THE RECORDS      *
003000*  ARRIVE IN CYCLE, RUN DATE ORDER AND ARE READ INTO ONE        *
003100*  WORKING COPY OF THE CLUSTER RECORD.  THE RULES SET IS CHOSEN *
003200*  BY RUN DATE BECAUSE THE CLUSTER DOES NOT CARRY THE RUN       *
003300*  HEADER'S VERSION.                                            *
003400*                                                               *
003500*  TWO FEEDS ARE WRITTEN FOR THE CONFLICTS -                    *
003600*      XRREQ  - ONE FBINQIRY CYCLE REQUEST (SEE FBINQRC) PER    *
003700*               CYCLE IN CONFLICT, SO FBINQIRY CAN LIST EVERY   *
003800*               RUN OF EACH;                                    *
003900*      XRFEED - ONE RECORD PER CONFLICT (SEE FBXRFRC), POSTED   *
004000*               TO THE EXCEPTION REGISTER AS A TYPE R ITEM BY   *
004100*               FBEXCREG IN CROSS-RUN MODE.                     *
004200*                                                               *
004300*  RETURN CODES - 0 NO CONFLICT, 4 NOTHING ON THE SOURCE TO     *
004400*  CHECK, 8 AT LEAST ONE CONFLICT THE RULES DO NOT EXPLAIN, 16  *
004500*  XRCTL, THE SOURCE, RULEMAST OR AN OUTPUT UNUSABLE.           *
004600*                                                               *
004700*  MODIFICATION HISTORY                                         *
004800*  ---------------------------------------------------------    *
004900*  2026-10-15  RLB  INITIAL VERSION.                            *
005000*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.   IBM-ZSERIES.
005400 OBJECT-COMPUTER.   IBM-ZSERIES.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT XRC-FILE ASSIGN TO "XRCTL"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS XR-XRC-FILE-STATUS.
006000     SELECT VSM-FILE ASSIGN TO "CYCLEMF"
006100         ORGANIZATION IS INDEXED
006200         ACCESS IS SEQUENTIAL
006300         RECORD KEY IS XR-VSM-KEY
006400         FILE STATUS IS XR-VSM-FILE-STATUS.
006500     SELECT XRI-FILE ASSIGN TO "XRIN"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS XR-XRI-FILE-STATUS.
006800     SELECT RMS-FILE ASSIGN TO "RULEMAST"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS XR-RMS-FILE-STATUS.
007100     SELECT PRT-FILE ASSIGN TO "XRRPT"
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT REQ-FILE ASSIGN TO "XRREQ"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS XR-REQ-FILE-STATUS.
007600     SELECT XRF-FILE ASSIGN TO "XRFEED"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS XR-XRF-FILE-STATUS.
007900     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS XR-LOG-FILE-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  XRC-FILE
008500     RECORDING MODE IS F.
008600     COPY FBXRCRC.
008700 FD  VSM-FILE.
008800 01  XR-VSM-REC.
008900     05  XR-VSM-KEY              PIC X(15).
009000     05  FILLER                  PIC X(65).
009100 FD  XRI-FILE
009200     RECORDING MODE IS F.
009300 01  XR-XRI-REC                  PIC X(80).
009400 FD  RMS-FILE
009500     RECORDING MODE IS F.
009600     COPY FBRMSRC.
009700 FD  PRT-FILE
009800     RECORDING MODE IS F.
009900     COPY FBPRTRC.
010000 FD  REQ-FILE
010100     RECORDING MODE IS F.
010200     COPY FBINQRC.
010300 FD  XRF-FILE
010400     RECORDING MODE IS F.
010500     COPY FBXRFRC.
010600 FD  LOG-FILE
010700     RECORDING MODE IS F.
010800     COPY FBLOGRC.
010900 WORKING-STORAGE SECTION.
011000 01  XR-LOG-AREAS.
011100     05  XR-LOG-FILE-STATUS  PIC X(02) VALUE "00".
011200     05  XR-LOG-EVENT-CD     PIC X(01) VALUE "S".
011300     05  XR-RECS-READ        PIC 9(09) VALUE 0.
011400     05  XR-RECS-WRITTEN     PIC 9(09) VALUE 0.
011500     05  XR-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
011600     05  XR-TIME-RAW.
011700         10  XR-TIME-HHMMSS  PIC 9(06).
011800         10  FILLER          PIC 9(02).
011900 01  XR-SWITCHES.
012000     05  XR-IN-EOF-SW        PIC X(01) VALUE "N".
012100         88  XR-IN-EOF                 VALUE "Y".
012200     05  XR-RMS-EOF-SW       PIC X(01) VALUE "N".
012300         88  XR-RMS-EOF                VALUE "Y".
012400     05  XR-IN-OPEN-SW       PIC X(01) VALUE "N".
012500         88  XR-IN-OPEN                VALUE "Y".
012600     05  XR-OUT-OPEN-SW      PIC X(01) VALUE "N".
012700         88  XR-OUT-OPEN               VALUE "Y".
012800     05  XR-PRIOR-SW         PIC X(01) VALUE "N".
012900         88  XR-HAVE-PRIOR             VALUE "Y".
013000     05  XR-PRV-DERIVED-SW   PIC X(01) VALUE "N".
013100         88  XR-PRV-DERIVED            VALUE "Y".
013200     05  XR-CUR-DERIVED-SW   PIC X(01) VALUE "N".
013300         88  XR-CUR-DERIVED            VALUE "Y".
013400     05  XR-CYC-FED-SW       PIC X(01) VALUE "N".
013500         88  XR-CYC-FED                VALUE "Y".
013600     05  XR-RULE-FOUND-SW    PIC X(01) VALUE "N".
013700         88  XR-RULE-FOUND             VALUE "Y".
013800     05  XR-SEL-HELD-SW      PIC X(01) VALUE "N".
013900         88  XR-SEL-HELD               VALUE "Y".
014000 01  XR-WORK-AREAS.
014100     05  XR-XRC-FILE-STATUS  PIC X(02) VALUE "00".
014200     05  XR-VSM-FILE-STATUS  PIC X(02) VALUE "00".
014300     05  XR-XRI-FILE-STATUS  PIC X(02) VALUE "00".
014400     05  XR-RMS-FILE-STATUS  PIC X(02) VALUE "00".
014500     05  XR-REQ-FILE-STATUS  PIC X(02) VALUE "00".
014600     05  XR-XRF-FILE-STATUS  PIC X(02) VALUE "00".
014700     05  XR-SOURCE           PIC X(01) VALUE "C".
014800         88  XR-SRC-CLUSTER            VALUE "C".
014900         88  XR-SRC-EXTRACT            VALUE "E".
015000     05  XR-STAMP-DATE       PIC 9(08) VALUE 0.
015100     05  XR-STAMP-TIME       PIC 9(06) VALUE 0.
015200     05  XR-LOW-DATE         PIC 9(08) VALUE 0.
015300     05  XR-HIGH-DATE        PIC 9(08) VALUE 0.
015320     05  XR-LOW-CYCLE        PIC 9(07) VALUE 0.
015340     05  XR-HIGH-CYCLE       PIC 9(07) VALUE 0.
015400     05  XR-CYCLE-CT         PIC 9(09) VALUE 0.
015500     05  XR-MULTI-CT         PIC 9(09) VALUE 0.
015600     05  XR-RUN-CT           PIC 9(05) VALUE 0.
015700     05  XR-BYPASS-CT        PIC 9(09) VALUE 0.
015800     05  XR-AGREE-CT         PIC 9(09) VALUE 0.
015900     05  XR-EXPLAINED-CT     PIC 9(09) VALUE 0.
016000     05  XR-CONFLICT-CT      PIC 9(07) VALUE 0.
016100     05  XR-CONF-CYCLE-CT    PIC 9(07) VALUE 0.
016200     05  XR-PAIR-CT          PIC 9(09) VALUE 0.
016300     05  XR-DRV-CYCLE        PIC 9(07) VALUE 0.
016400     05  XR-DRV-DATE         PIC 9(08) VALUE 0.
016500     05  XR-DRV-CODE         PIC X(01) VALUE SPACE.
016600     05  XR-SEL-DATE-HELD    PIC 9(08) VALUE 0.
016700     05  XR-QUOT             PIC 9(07) VALUE 0.
016800     05  XR-REM              PIC 9(07) VALUE 0.
016900     05  XR-REASON-CD        PIC X(01) VALUE SPACE.
017000         88  XR-EARLIER-WRONG          VALUE "E".
017100         88  XR-LATER-WRONG            VALUE "L".
017200         88  XR-BOTH-WRONG             VALUE "B".
017300     05  XR-DATE-NUM.
017400         10  XR-DN-YYYY      PIC 9(04).
017500         10  XR-DN-MM        PIC 9(02).
017600         10  XR-DN-DD        PIC 9(02).
017700     05  XR-DATE-EDIT.
017800         10  XR-DE-YYYY      PIC 9(04).
017900         10  FILLER          PIC X(01) VALUE "-".
018000         10  XR-DE-MM        PIC 9(02).
018100         10  FILLER          PIC X(01) VALUE "-".
018200         10  XR-DE-DD        PIC 9(02).
018300*****************************************************************
018400*  XR-PRIOR-RUN - THE RUN READ BEFORE THE ONE IN HAND, WITH THE *
018500*  RULES VERSION IN FORCE ON ITS RUN DATE AND THE CODE THAT     *
018600*  VERSION GIVES THE CYCLE ONCE THEY HAVE BEEN WORKED OUT.      *
018700*  XR-CURRENT-RUN HOLDS THE SAME FOR THE RUN IN HAND.           *
018800*****************************************************************
018900 01  XR-PRIOR-RUN.
019000     05  XR-PRV-CYCLE        PIC 9(07) VALUE 0.
019100     05  XR-PRV-RUN-DATE     PIC 9(08) VALUE 0.
019200     05  XR-PRV-RUN-SEQ      PIC 9(05) VALUE 0.
019300     05  XR-PRV-CLASS-CD     PIC X(01) VALUE SPACE.
019400     05  XR-PRV-VERSION      PIC 9(05) VALUE 0.
019500     05  XR-PRV-EXPECT-CD    PIC X(01) VALUE SPACE.
019600 01  XR-CURRENT-RUN.
019700     05  XR-CUR-VERSION      PIC 9(05) VALUE 0.
019800     05  XR-CUR-EXPECT-CD    PIC X(01) VALUE SPACE.
019900*****************************************************************
020000*  CONFLICT REPORT PRINT LINES.                                 *
020100*****************************************************************
020200 01  XR-CFL-HDG-LINE-1.
020300     05  FILLER              PIC X(10) VALUE SPACES.
020400     05  FILLER              PIC X(39) VALUE
020500         "------------ EARLIER RUN -----------".
020600     05  FILLER              PIC X(38) VALUE
020700         "------------- LATER RUN ------------".
020800 01  XR-CFL-HDG-LINE-2.
020900     05  FILLER              PIC X(10) VALUE "  CYCLE".
021000     05  FILLER              PIC X(12) VALUE "RUN DATE".
021100     05  FILLER              PIC X(07) VALUE "  SEQ".
021200     05  FILLER              PIC X(06) VALUE "CODE".
021300     05  FILLER              PIC X(07) VALUE "RULES".
021400     05  FILLER              PIC X(07) VALUE "GIVE".
021500     05  FILLER              PIC X(12) VALUE "RUN DATE".
021600     05  FILLER              PIC X(07) VALUE "  SEQ".
021700     05  FILLER              PIC X(06) VALUE "CODE".
021800     05  FILLER              PIC X(07) VALUE "RULES".
021900     05  FILLER              PIC X(06) VALUE "GIVE".
022000     05  FILLER              PIC X(40) VALUE "REASON".
022100 01  XR-CFL-LINE.
022200     05  XR-CL-CYCLE         PIC 9(07).
022300     05  FILLER              PIC X(03).
022400     05  XR-CL-ERL-DATE      PIC X(10).
022500     05  FILLER              PIC X(02).
022600     05  XR-CL-ERL-SEQ       PIC 9(05).
022700     05  FILLER              PIC X(03).
022800     05  XR-CL-ERL-CODE      PIC X(01).
022900     05  FILLER              PIC X(04).
023000     05  XR-CL-ERL-VER       PIC 9(05).
023100     05  FILLER              PIC X(03).
023200     05  XR-CL-ERL-EXPECT    PIC X(01).
023300     05  FILLER              PIC X(05).
023400     05  XR-CL-LTR-DATE      PIC X(10).
023500     05  FILLER              PIC X(02).
023600     05  XR-CL-LTR-SEQ       PIC 9(05).
023700     05  FILLER              PIC X(03).
023800     05  XR-CL-LTR-CODE      PIC X(01).
023900     05  FILLER              PIC X(04).
024000     05  XR-CL-LTR-VER       PIC 9(05).
024100     05  FILLER              PIC X(03).
024200     05  XR-CL-LTR-EXPECT    PIC X(01).
024300     05  FILLER              PIC X(04).
024400     05  XR-CL-REASON        PIC X(40).
024500*****************************************************************
024600*  FBVSMRC - CYCLE INQUIRY RECORD SHAPE, USED HERE IN WORKING   *
024700*  STORAGE - BOTH SOURCES ARE READ INTO IT.                     *
024800*****************************************************************
024900     COPY FBVSMRC.
025000*****************************************************************
025100*  FBRULES - THE RULE SETS FROM RULEMAST, AND THE ONE IN FORCE  *
025200*  ON THE RUN DATE IN HAND.                                     *
025300*****************************************************************
025400     COPY FBRULES.
025500 PROCEDURE DIVISION.
025600*****************************************************************
025700*  0000-MAINLINE                                                *
025800*****************************************************************
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
026100     PERFORM 2000-CHECK-RECORD   THRU 2000-EXIT
026200         UNTIL XR-IN-EOF.
026300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
026400     GO TO 9999-EXIT.
026500*****************************************************************
026600*  1000-INITIALIZE - LOAD THE RULE SETS, READ XRCTL, OPEN THE   *
026700*                    SOURCE, THE REPORT AND THE TWO FEEDS, AND  *
026800*                    WRITE THE REPORT HEADINGS AND THE FEED     *
026900*                    HEADER.                                    *
027000*****************************************************************
027100 1000-INITIALIZE.
027200     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
027300     ACCEPT XR-STAMP-DATE FROM DATE YYYYMMDD.
027400     ACCEPT XR-TIME-RAW FROM TIME.
027500     MOVE XR-TIME-HHMMSS TO XR-STAMP-TIME.
027600     PERFORM 8100-LOAD-RULE-SETS THRU 8100-EXIT.
027700     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
027800     PERFORM 1200-OPEN-SOURCE THRU 1200-EXIT.
027900     OPEN OUTPUT PRT-FILE.
028000     OPEN OUTPUT REQ-FILE.
028100     IF XR-REQ-FILE-STATUS NOT = "00"
028200         DISPLAY "FBXRCHK - XRREQ COULD NOT BE OPENED - FILE "
028300             "STATUS " XR-REQ-FILE-STATUS
028400         CLOSE PRT-FILE
028500         GO TO 1900-FATAL
028600     END-IF.
028700     OPEN OUTPUT XRF-FILE.
028800     IF XR-XRF-FILE-STATUS NOT = "00"
028900         DISPLAY "FBXRCHK - XRFEED COULD NOT BE OPENED - FILE "
029000             "STATUS " XR-XRF-FILE-STATUS
029100         CLOSE PRT-FILE REQ-FILE
029200         GO TO 1900-FATAL
029300     END-IF.
029400     SET XR-OUT-OPEN TO TRUE.
029500     MOVE SPACES TO FB-XRF-RECORD.
029600     SET FB-XRF-HEADER TO TRUE.
029700     MOVE XR-SOURCE     TO FB-XRF-HDR-SOURCE.
029800     MOVE XR-STAMP-DATE TO FB-XRF-HDR-RUN-DATE.
029900     MOVE XR-STAMP-TIME TO FB-XRF-HDR-RUN-TIME.
030000     WRITE FB-XRF-RECORD.
030100     ADD 1 TO XR-RECS-WRITTEN.
030200     MOVE XR-STAMP-DATE TO XR-DATE-NUM.
030300     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
030400     MOVE SPACES TO FB-PRT-LINE.
030500     STRING "FIZZBUZZ CLASSIFICATION SERVICE - CROSS-RUN "
030600         DELIMITED BY SIZE
030700         "CLASSIFICATION CONSISTENCY CHECK - " DELIMITED BY SIZE
030800         XR-DATE-EDIT DELIMITED BY SIZE
030900         INTO FB-PRT-LINE.
031000     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
031100     MOVE SPACES TO FB-PRT-LINE.
031200     IF XR-SRC-CLUSTER
031300         MOVE "SOURCE - THE CYCLE INQUIRY CLUSTER (CYCLEMF)"
031400             TO FB-PRT-LINE
031500     ELSE
031600         MOVE "SOURCE - A SORTED FBARETRV EXTRACT (XRIN)"
031700             TO FB-PRT-LINE
031800     END-IF.
031900     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
032000     MOVE "CONFLICTS THE RULES IN FORCE ON EACH RUN DATE DO NOT "
032100         TO FB-PRT-LINE.
032200     MOVE "EXPLAIN" TO FB-PRT-LINE (54:7).
032300     WRITE FB-PRT-RECORD AFTER ADVANCING 2 LINES.
032400     MOVE SPACES TO FB-PRT-LINE.
032500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
032600     MOVE XR-CFL-HDG-LINE-1 TO FB-PRT-LINE.
032700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
032800     MOVE XR-CFL-HDG-LINE-2 TO FB-PRT-LINE.
032900     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
033000     MOVE SPACES TO FB-PRT-LINE.
033100     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
033200 1000-EXIT.
033300     EXIT.
033400*****************************************************************
033500*  1100-READ-CONTROL - READ THE ONE XRCTL RECORD.  A MISSING,   *
033600*                      EMPTY OR BLANK CARD MEANS THE LIVE       *
033700*                      CLUSTER; ANY OTHER SOURCE THAN C OR E IS *
033800*                      FATAL.                                   *
033900*****************************************************************
034000 1100-READ-CONTROL.
034100     MOVE "C" TO XR-SOURCE.
034200     OPEN INPUT XRC-FILE.
034300     IF XR-XRC-FILE-STATUS NOT = "00"
034400         DISPLAY "FBXRCHK - XRCTL NOT AVAILABLE - CHECKING "
034500             "CYCLEMF"
034600         GO TO 1100-EXIT
034700     END-IF.
034800     READ XRC-FILE
034900         AT END
035000             DISPLAY "FBXRCHK - XRCTL IS EMPTY - CHECKING CYCLEMF"
035100             CLOSE XRC-FILE
035200             GO TO 1100-EXIT
035300     END-READ.
035400     ADD 1 TO XR-RECS-READ.
035500     CLOSE XRC-FILE.
035600     IF FB-XRC-SOURCE = SPACE
035700         GO TO 1100-EXIT
035800     END-IF.
035900     IF NOT FB-XRC-CLUSTER AND NOT FB-XRC-EXTRACT
036000         DISPLAY "FBXRCHK - XRCTL COLUMN 1 MUST BE C (CLUSTER) "
036100             "OR E (EXTRACT)"
036200         GO TO 1900-FATAL
036300     END-IF.
036400     MOVE FB-XRC-SOURCE TO XR-SOURCE.
036500 1100-EXIT.
036600     EXIT.
036700*****************************************************************
036800*  1200-OPEN-SOURCE - OPEN THE CLUSTER OR THE EXTRACT FOR       *
036900*                     READING.  A SOURCE THAT CANNOT BE OPENED  *
037000*                     IS FATAL - THERE IS NOTHING TO CHECK.     *
037100*****************************************************************
037200 1200-OPEN-SOURCE.
037300     IF XR-SRC-CLUSTER
037400         OPEN INPUT VSM-FILE
037500         IF XR-VSM-FILE-STATUS NOT = "00"
037600             DISPLAY "FBXRCHK - CYCLEMF COULD NOT BE OPENED - "
037700                 "FILE STATUS " XR-VSM-FILE-STATUS
037800             GO TO 1900-FATAL
037900         END-IF
038000     ELSE
038100         OPEN INPUT XRI-FILE
038200         IF XR-XRI-FILE-STATUS NOT = "00"
038300             DISPLAY "FBXRCHK - XRIN COULD NOT BE OPENED - FILE "
038400                 "STATUS " XR-XRI-FILE-STATUS
038500             GO TO 1900-FATAL
038600         END-IF
038700     END-IF.
038800     SET XR-IN-OPEN TO TRUE.
038900 1200-EXIT.
039000     EXIT.
039100*****************************************************************
039200*  1900-FATAL - END THE RUN WITH RETURN CODE 16 ON A CONDITION  *
039300*               THE CALLER HAS ALREADY DISPLAYED.               *
039400*****************************************************************
039500 1900-FATAL.
039600     DISPLAY "FBXRCHK - ENDING RUN - RETURN CODE 16".
039700     MOVE 16 TO RETURN-CODE.
039800     IF XR-IN-OPEN
039900         PERFORM 8700-CLOSE-SOURCE THRU 8700-EXIT
040000     END-IF.
040100     IF XR-OUT-OPEN
040200         CLOSE PRT-FILE REQ-FILE XRF-FILE
040300     END-IF.
040400     GO TO 9999-EXIT.
040500 1900-EXIT.
040600     EXIT.
040700*****************************************************************
040800*  2000-CHECK-RECORD - READ THE NEXT RUN OF A CYCLE.  THE FIRST *
040900*                      RUN OF A CYCLE IS ONLY HELD; EACH LATER  *
041000*                      RUN OF THE SAME CYCLE IS COMPARED WITH   *
041100*                      THE RUN HELD BEFORE IT.  A RECORD WITH   *
041200*                      NO NUMERIC CYCLE IS COUNTED AND          *
041300*                      BYPASSED; A RUN DATE OR SEQUENCE THAT IS *
041400*                      NOT NUMERIC (DETAIL CLASSIFIED BEFORE    *
041500*                      RUN HEADERS WERE WRITTEN) IS TAKEN AS    *
041550*                      ZERO, AS FBVLOAD LOADS IT.  THE LOWEST   *
041600*                      AND HIGHEST CYCLE READ ARE KEPT FOR THE  *
041650*                      FEED TRAILER.                            *
041700*****************************************************************
041800 2000-CHECK-RECORD.
041900     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
042000     IF XR-IN-EOF
042100         GO TO 2000-EXIT
042200     END-IF.
042300     IF FB-VSM-CYCLE-NUM NOT NUMERIC
042400         ADD 1 TO XR-BYPASS-CT
042500         GO TO 2000-EXIT
042600     END-IF.
042610     IF XR-LOW-CYCLE = 0 OR FB-VSM-CYCLE-NUM < XR-LOW-CYCLE
042620         MOVE FB-VSM-CYCLE-NUM TO XR-LOW-CYCLE
042630     END-IF.
042640     IF FB-VSM-CYCLE-NUM > XR-HIGH-CYCLE
042650         MOVE FB-VSM-CYCLE-NUM TO XR-HIGH-CYCLE
042660     END-IF.
042700     IF FB-VSM-RUN-DATE NOT NUMERIC
042800         MOVE 0 TO FB-VSM-RUN-DATE
042900     END-IF.
043000     IF FB-VSM-RUN-SEQ NOT NUMERIC
043100         MOVE 0 TO FB-VSM-RUN-SEQ
043200     END-IF.
043300     IF FB-VSM-RUN-DATE > 0
043400         IF XR-LOW-DATE = 0 OR FB-VSM-RUN-DATE < XR-LOW-DATE
043500             MOVE FB-VSM-RUN-DATE TO XR-LOW-DATE
043600         END-IF
043700         IF FB-VSM-RUN-DATE > XR-HIGH-DATE
043800             MOVE FB-VSM-RUN-DATE TO XR-HIGH-DATE
043900         END-IF
044000     END-IF.
044100     MOVE "N" TO XR-CUR-DERIVED-SW.
044200     IF XR-HAVE-PRIOR
044300         AND FB-VSM-CYCLE-NUM = XR-PRV-CYCLE
044400         ADD 1 TO XR-RUN-CT
044500         IF XR-RUN-CT = 2
044600             ADD 1 TO XR-MULTI-CT
044700         END-IF
044800         PERFORM 2200-COMPARE-RUNS THRU 2200-EXIT
044900     ELSE
045000         ADD 1 TO XR-CYCLE-CT
045100         MOVE 1 TO XR-RUN-CT
045200         MOVE "N" TO XR-CYC-FED-SW
045300     END-IF.
045400     PERFORM 2300-HOLD-RUN THRU 2300-EXIT.
045500 2000-EXIT.
045600     EXIT.
045700*****************************************************************
045800*  2100-READ-SOURCE - READ THE NEXT RECORD FROM THE CLUSTER OR  *
045900*                     THE EXTRACT INTO FB-VSM-RECORD.  A READ   *
046000*                     FAILURE ON THE CLUSTER IS FATAL - A CHECK *
046100*                     THAT STOPPED PART WAY WOULD PASS CYCLES   *
046200*                     IT NEVER SAW.                             *
046300*****************************************************************
046400 2100-READ-SOURCE.
046500     IF XR-SRC-CLUSTER
046600         READ VSM-FILE NEXT RECORD INTO FB-VSM-RECORD
046700             AT END
046800                 SET XR-IN-EOF TO TRUE
046900                 GO TO 2100-EXIT
047000         END-READ
047100         IF XR-VSM-FILE-STATUS NOT = "00" AND "02"
047200             DISPLAY "FBXRCHK - CYCLEMF READ FAILED - FILE "
047300                 "STATUS " XR-VSM-FILE-STATUS " AFTER "
047400                 XR-RECS-READ " RECORDS"
047500             GO TO 1900-FATAL
047600         END-IF
047700     ELSE
047800         READ XRI-FILE INTO FB-VSM-RECORD
047900             AT END
048000                 SET XR-IN-EOF TO TRUE
048100                 GO TO 2100-EXIT
048200         END-READ
048300     END-IF.
048400     ADD 1 TO XR-RECS-READ.
048500 2100-EXIT.
048600     EXIT.
048700*****************************************************************
048800*  2200-COMPARE-RUNS - COMPARE THE RUN IN HAND WITH THE RUN     *
048900*                      HELD BEFORE IT FOR THE SAME CYCLE.  THE  *
049000*                      SAME CODE AGREES.  DIFFERENT CODES ARE   *
049100*                      EXPLAINED WHEN EACH IS THE CODE ITS OWN  *
049200*                      RUN DATE'S RULES GIVE; OTHERWISE THE     *
049300*                      PAIR IS A CONFLICT.                      *
049400*****************************************************************
049500 2200-COMPARE-RUNS.
049600     ADD 1 TO XR-PAIR-CT.
049700     IF NOT XR-PRV-DERIVED
049800         MOVE XR-PRV-CYCLE    TO XR-DRV-CYCLE
049900         MOVE XR-PRV-RUN-DATE TO XR-DRV-DATE
050000         PERFORM 2400-DERIVE-CLASS THRU 2400-EXIT
050100         MOVE FB-RULE-VERSION TO XR-PRV-VERSION
050200         MOVE XR-DRV-CODE     TO XR-PRV-EXPECT-CD
050300         SET XR-PRV-DERIVED TO TRUE
050400     END-IF.
050500     MOVE FB-VSM-CYCLE-NUM TO XR-DRV-CYCLE.
050600     MOVE FB-VSM-RUN-DATE  TO XR-DRV-DATE.
050700     PERFORM 2400-DERIVE-CLASS THRU 2400-EXIT.
050800     MOVE FB-RULE-VERSION TO XR-CUR-VERSION.
050900     MOVE XR-DRV-CODE     TO XR-CUR-EXPECT-CD.
051000     SET XR-CUR-DERIVED TO TRUE.
051100     IF FB-VSM-CLASS-CD = XR-PRV-CLASS-CD
051200         ADD 1 TO XR-AGREE-CT
051300         GO TO 2200-EXIT
051400     END-IF.
051500     IF XR-PRV-CLASS-CD = XR-PRV-EXPECT-CD
051600         AND FB-VSM-CLASS-CD = XR-CUR-EXPECT-CD
051700         ADD 1 TO XR-EXPLAINED-CT
051800         GO TO 2200-EXIT
051900     END-IF.
052000     EVALUATE TRUE
052100         WHEN XR-PRV-CLASS-CD = XR-PRV-EXPECT-CD
052200             SET XR-LATER-WRONG TO TRUE
052300         WHEN FB-VSM-CLASS-CD = XR-CUR-EXPECT-CD
052400             SET XR-EARLIER-WRONG TO TRUE
052500         WHEN OTHER
052600             SET XR-BOTH-WRONG TO TRUE
052700     END-EVALUATE.
052800     ADD 1 TO XR-CONFLICT-CT.
052900     PERFORM 2500-REPORT-CONFLICT THRU 2500-EXIT.
053000     PERFORM 2600-WRITE-FEEDS THRU 2600-EXIT.
053100 2200-EXIT.
053200     EXIT.
053300*****************************************************************
053400*  2300-HOLD-RUN - THE RUN IN HAND BECOMES THE RUN HELD, WITH   *
053500*                  ITS RULES VERSION AND CODE IF                *
053600*                  2200-COMPARE-RUNS WORKED THEM OUT.           *
053700*****************************************************************
053800 2300-HOLD-RUN.
053900     MOVE FB-VSM-CYCLE-NUM TO XR-PRV-CYCLE.
054000     MOVE FB-VSM-RUN-DATE  TO XR-PRV-RUN-DATE.
054100     MOVE FB-VSM-RUN-SEQ   TO XR-PRV-RUN-SEQ.
054200     MOVE FB-VSM-CLASS-CD  TO XR-PRV-CLASS-CD.
054300     MOVE XR-CUR-VERSION   TO XR-PRV-VERSION.
054400     MOVE XR-CUR-EXPECT-CD TO XR-PRV-EXPECT-CD.
054500     MOVE XR-CUR-DERIVED-SW TO XR-PRV-DERIVED-SW.
054600     SET XR-HAVE-PRIOR TO TRUE.
054700 2300-EXIT.
054800     EXIT.
054900*****************************************************************
055000*  2400-DERIVE-CLASS - SELECT THE RULE SET IN FORCE ON XR-DRV-  *
055100*                      DATE (ONLY WHEN THE DATE DIFFERS FROM    *
055200*                      THE SET LAST SELECTED) AND RE-DERIVE THE *
055300*                      CODE IT GIVES XR-DRV-CYCLE - THE FIRST   *
055400*                      ACTIVE DIVISOR THAT DIVIDES THE CYCLE    *
055500*                      EVENLY WINS AND NO MATCH MEANS PLAIN,    *
055600*                      EXACTLY AS IN FIZZBUZZ'S 2110-TEST-RULE. *
055700*****************************************************************
055800 2400-DERIVE-CLASS.
055900     IF NOT XR-SEL-HELD
056000         OR XR-DRV-DATE NOT = XR-SEL-DATE-HELD
056100         MOVE XR-DRV-DATE TO FB-RULE-SEL-DATE
056200         MOVE 0 TO FB-RULE-SEL-VERSION
056300         PERFORM 8200-SELECT-RULE-SET THRU 8200-EXIT
056400         MOVE XR-DRV-DATE TO XR-SEL-DATE-HELD
056500         SET XR-SEL-HELD TO TRUE
056600     END-IF.
056700     MOVE "N" TO XR-RULE-FOUND-SW.
056800     MOVE "P" TO XR-DRV-CODE.
056900     PERFORM 2410-TEST-RULE THRU 2410-EXIT
057000         VARYING FB-RULE-IDX FROM 1 BY 1
057100         UNTIL FB-RULE-IDX > FB-RULE-MAX-ENTRIES
057200            OR XR-RULE-FOUND.
057300 2400-EXIT.
057400     EXIT.
057500*****************************************************************
057600*  2410-TEST-RULE - TEST ONE RULE TABLE ENTRY AGAINST THE       *
057700*                   CYCLE.  A DIVISOR OF ZERO MEANS THE ENTRY   *
057800*                   IS NOT IN USE.                              *
057900*****************************************************************
058000 2410-TEST-RULE.
058100     IF FB-RULE-DIVISOR (FB-RULE-IDX) > 0
058200         DIVIDE FB-RULE-DIVISOR (FB-RULE-IDX) INTO XR-DRV-CYCLE
058300             GIVING XR-QUOT REMAINDER XR-REM
058400         IF XR-REM = 0
058500             MOVE FB-RULE-CODE (FB-RULE-IDX) TO XR-DRV-CODE
058600             SET XR-RULE-FOUND TO TRUE
058700         END-IF
058800     END-IF.
058900 2410-EXIT.
059000     EXIT.
059100*****************************************************************
059200*  2500-REPORT-CONFLICT - LIST ONE CONFLICT ON XRRPT - BOTH     *
059300*                         RUNS WITH THEIR CODES, THE RULES      *
059400*                         VERSION IN FORCE ON EACH RUN DATE AND *
059500*                         THE CODE IT GIVES, AND WHICH RUN      *
059600*                         DISAGREES WITH ITS RULES.             *
059700*****************************************************************
059800 2500-REPORT-CONFLICT.
059900     MOVE SPACES TO XR-CFL-LINE.
060000     MOVE FB-VSM-CYCLE-NUM TO XR-CL-CYCLE.
060100     MOVE XR-PRV-RUN-DATE  TO XR-DATE-NUM.
060200     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
060300     MOVE XR-DATE-EDIT     TO XR-CL-ERL-DATE.
060400     MOVE XR-PRV-RUN-SEQ   TO XR-CL-ERL-SEQ.
060500     MOVE XR-PRV-CLASS-CD  TO XR-CL-ERL-CODE.
060600     MOVE XR-PRV-VERSION   TO XR-CL-ERL-VER.
060700     MOVE XR-PRV-EXPECT-CD TO XR-CL-ERL-EXPECT.
060800     MOVE FB-VSM-RUN-DATE  TO XR-DATE-NUM.
060900     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
061000     MOVE XR-DATE-EDIT     TO XR-CL-LTR-DATE.
061100     MOVE FB-VSM-RUN-SEQ   TO XR-CL-LTR-SEQ.
061200     MOVE FB-VSM-CLASS-CD  TO XR-CL-LTR-CODE.
061300     MOVE XR-CUR-VERSION   TO XR-CL-LTR-VER.
061400     MOVE XR-CUR-EXPECT-CD TO XR-CL-LTR-EXPECT.
061500     EVALUATE TRUE
061600         WHEN XR-EARLIER-WRONG
061700             MOVE "EARLIER RUN DISAGREES WITH ITS RULES"
061800                 TO XR-CL-REASON
061900         WHEN XR-LATER-WRONG
062000             MOVE "LATER RUN DISAGREES WITH ITS RULES"
062100                 TO XR-CL-REASON
062200         WHEN OTHER
062300             MOVE "NEITHER RUN AGREES WITH ITS RULES"
062400                 TO XR-CL-REASON
062500     END-EVALUATE.
062600     MOVE XR-CFL-LINE TO FB-PRT-LINE.
062700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
062800 2500-EXIT.
062900     EXIT.
063000*****************************************************************
063100*  2600-WRITE-FEEDS - WRITE THE CONFLICT TO XRFEED, AND THE     *
063200*                     FIRST CONFLICT OF A CYCLE AS A CYCLE      *
063300*                     REQUEST ON XRREQ - FBINQIRY LISTS EVERY   *
063400*                     RUN OF THE CYCLE FROM ONE REQUEST.        *
063500*****************************************************************
063600 2600-WRITE-FEEDS.
063700     MOVE SPACES TO FB-XRF-RECORD.
063800     SET FB-XRF-DETAIL TO TRUE.
063900     MOVE FB-VSM-CYCLE-NUM TO FB-XRF-CYCLE-NUM.
064000     MOVE XR-PRV-RUN-DATE  TO FB-XRF-ERL-RUN-DATE.
064100     MOVE XR-PRV-RUN-SEQ   TO FB-XRF-ERL-RUN-SEQ.
064200     MOVE XR-PRV-CLASS-CD  TO FB-XRF-ERL-CLASS-CD.
064300     MOVE XR-PRV-VERSION   TO FB-XRF-ERL-RULES-VER.
064400     MOVE XR-PRV-EXPECT-CD TO FB-XRF-ERL-EXPECT-CD.
064500     MOVE FB-VSM-RUN-DATE  TO FB-XRF-LTR-RUN-DATE.
064600     MOVE FB-VSM-RUN-SEQ   TO FB-XRF-LTR-RUN-SEQ.
064700     MOVE FB-VSM-CLASS-CD  TO FB-XRF-LTR-CLASS-CD.
064800     MOVE XR-CUR-VERSION   TO FB-XRF-LTR-RULES-VER.
064900     MOVE XR-CUR-EXPECT-CD TO FB-XRF-LTR-EXPECT-CD.
065000     MOVE XR-REASON-CD     TO FB-XRF-REASON-CD.
065100     WRITE FB-XRF-RECORD.
065200     ADD 1 TO XR-RECS-WRITTEN.
065300     IF XR-CYC-FED
065400         GO TO 2600-EXIT
065500     END-IF.
065600     MOVE SPACES TO FB-INQ-RECORD.
065700     MOVE "C" TO FB-INQ-REQ-TYPE.
065800     MOVE FB-VSM-CYCLE-NUM TO FB-INQ-CYCLE-NUM.
065900     WRITE FB-INQ-RECORD.
066000     ADD 1 TO XR-RECS-WRITTEN.
066100     ADD 1 TO XR-CONF-CYCLE-CT.
066200     SET XR-CYC-FED TO TRUE.
066300 2600-EXIT.
066400     EXIT.
066500*****************************************************************
066600*  9000-TERMINATE - WRITE THE FEED TRAILER, THE COUNTS AND THE  *
066700*                   RESULT, SET THE RETURN CODE AND CLOSE UP.   *
066800*****************************************************************
066900 9000-TERMINATE.
067000     MOVE SPACES TO FB-XRF-RECORD.
067100     SET FB-XRF-TRAILER TO TRUE.
067200     MOVE XR-CONFLICT-CT TO FB-XRF-TRL-CONFLICT-CT.
067300     MOVE XR-LOW-DATE    TO FB-XRF-TRL-LOW-DATE.
067400     MOVE XR-HIGH-DATE   TO FB-XRF-TRL-HIGH-DATE.
067420     MOVE XR-LOW-CYCLE   TO FB-XRF-TRL-LOW-CYCLE.
067440     MOVE XR-HIGH-CYCLE  TO FB-XRF-TRL-HIGH-CYCLE.
067500     WRITE FB-XRF-RECORD.
067600     ADD 1 TO XR-RECS-WRITTEN.
067700     IF XR-CONFLICT-CT = 0
067800         MOVE "NONE" TO FB-PRT-LINE
067900         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
068000     END-IF.
068100     MOVE SPACES TO FB-PRT-LINE.
068200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
068300     MOVE SPACES TO FB-PRT-LINE.
068400     STRING "RECORDS READ " DELIMITED BY SIZE
068500         XR-RECS-READ DELIMITED BY SIZE
068600         "  BYPASSED " DELIMITED BY SIZE
068700         XR-BYPASS-CT DELIMITED BY SIZE
068800         "  CYCLES " DELIMITED BY SIZE
068900         XR-CYCLE-CT DELIMITED BY SIZE
069000         "  CLASSIFIED MORE THAN ONCE " DELIMITED BY SIZE
069100         XR-MULTI-CT DELIMITED BY SIZE
069200         INTO FB-PRT-LINE.
069300     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
069400     MOVE SPACES TO FB-PRT-LINE.
069500     STRING "RUN PAIRS COMPARED " DELIMITED BY SIZE
069600         XR-PAIR-CT DELIMITED BY SIZE
069700         "  SAME CODE " DELIMITED BY SIZE
069800         XR-AGREE-CT DELIMITED BY SIZE
069900         "  DIFFERENT CODE EXPLAINED BY THE RULES "
070000         DELIMITED BY SIZE
070100         XR-EXPLAINED-CT DELIMITED BY SIZE
070200         "  CONFLICTS " DELIMITED BY SIZE
070300         XR-CONFLICT-CT DELIMITED BY SIZE
070400         INTO FB-PRT-LINE.
070500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
070600     MOVE SPACES TO FB-PRT-LINE.
070700     MOVE XR-LOW-DATE TO XR-DATE-NUM.
070800     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
070900     STRING "RUN DATES EXAMINED " DELIMITED BY SIZE
071000         XR-DATE-EDIT DELIMITED BY SIZE
071100         " THRU " DELIMITED BY SIZE
071200         INTO FB-PRT-LINE.
071300     MOVE XR-HIGH-DATE TO XR-DATE-NUM.
071400     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
071500     MOVE XR-DATE-EDIT TO FB-PRT-LINE (36:10).
071600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
071610     MOVE SPACES TO FB-PRT-LINE.
071620     STRING "CYCLES EXAMINED " DELIMITED BY SIZE
071630         XR-LOW-CYCLE DELIMITED BY SIZE
071640         " THRU " DELIMITED BY SIZE
071650         XR-HIGH-CYCLE DELIMITED BY SIZE
071660         INTO FB-PRT-LINE.
071670     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
071700     MOVE SPACES TO FB-PRT-LINE.
071800     STRING "CYCLES IN CONFLICT " DELIMITED BY SIZE
071900         XR-CONF-CYCLE-CT DELIMITED BY SIZE
072000         " - ONE FBINQIRY REQUEST EACH ON XRREQ, ONE XRFEED "
072100         DELIMITED BY SIZE
072200         "RECORD PER CONFLICT" DELIMITED BY SIZE
072300         INTO FB-PRT-LINE.
072400     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
072500     MOVE SPACES TO FB-PRT-LINE.
072600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
072700     MOVE SPACES TO FB-PRT-LINE.
072800     EVALUATE TRUE
072900         WHEN XR-CONFLICT-CT > 0
073000             STRING "FBXRCHK - " DELIMITED BY SIZE
073100                 XR-CONFLICT-CT DELIMITED BY SIZE
073200                 " CONFLICTS THE RULES DO NOT EXPLAIN - A RERUN "
073300                 DELIMITED BY SIZE
073400                 "DID NOT REPRODUCE ITS EARLIER RESULT - "
073500                 DELIMITED BY SIZE
073600                 "RETURN CODE 8" DELIMITED BY SIZE
073700                 INTO FB-PRT-LINE
073800             MOVE 8 TO RETURN-CODE
073900         WHEN XR-CYCLE-CT = 0
074000             MOVE "FBXRCHK - NOTHING ON THE SOURCE TO CHECK - "
074100                 TO FB-PRT-LINE
074200             MOVE "RETURN CODE 4" TO FB-PRT-LINE (44:13)
074300             MOVE 4 TO RETURN-CODE
074400         WHEN OTHER
074500             STRING "FBXRCHK - NO CONFLICTS - EVERY RERUN "
074600                 DELIMITED BY SIZE
074700                 "REPRODUCED ITS EARLIER RESULT OR DIFFERS "
074800                 DELIMITED BY SIZE
074900                 "ONLY AS ITS RULES DO" DELIMITED BY SIZE
075000                 INTO FB-PRT-LINE
075100             MOVE 0 TO RETURN-CODE
075200     END-EVALUATE.
075300     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
075400     DISPLAY FB-PRT-LINE.
075500     PERFORM 8700-CLOSE-SOURCE THRU 8700-EXIT.
075600     CLOSE PRT-FILE REQ-FILE XRF-FILE.
075700 9000-EXIT.
075800     EXIT.
075900*****************************************************************
075950*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
076000*                       RUN LOG - EVENT S AT START OF RUN,      *
076050*                       EVENT E AT END, AS SET IN               *
076100*                       XR-LOG-EVENT-CD BY THE CALLER.  THE     *
076150*                       EXCEPTION COUNTS ARE FBRECON'S AND ARE  *
076200*                       LOGGED AS ZERO - THE CONFLICTS ARE ON   *
076250*                       XRRPT AND IN THE RETURN CODE.  A LOG    *
076300*                       THAT CANNOT BE OPENED IS BYPASSED -     *
076350*                       LOGGING MUST NEVER TAKE THE RUN DOWN.   *
076800*****************************************************************
076900 8000-WRITE-RUN-LOG.
077000     OPEN EXTEND LOG-FILE.
077100     IF XR-LOG-FILE-STATUS NOT = "00" AND "05"
077200         GO TO 8000-EXIT
077300     END-IF.
077400     MOVE SPACES TO FB-LOG-RECORD.
077500     MOVE "FBXRCHK" TO FB-LOG-PROGRAM.
077600     ACCEPT XR-LOG-STAMP-DATE FROM DATE YYYYMMDD.
077700     ACCEPT XR-TIME-RAW FROM TIME.
077800     MOVE XR-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
077900     MOVE XR-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
078000     MOVE XR-LOG-EVENT-CD   TO FB-LOG-EVENT.
078100     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
078200     MOVE XR-RECS-READ      TO FB-LOG-RECS-READ.
078300     MOVE XR-RECS-WRITTEN   TO FB-LOG-RECS-WRITTEN.
078400     MOVE "N"               TO FB-LOG-RESTART-SW.
078500     MOVE 0 TO FB-LOG-MISSING-CT.
078600     MOVE 0 TO FB-LOG-DUP-CT.
078700     MOVE 0 TO FB-LOG-UNMATCHED-CT.
078800     MOVE 0 TO FB-LOG-MISCLASS-CT.
078900     WRITE FB-LOG-RECORD.
079000     CLOSE LOG-FILE.
079100 8000-EXIT.
079200     EXIT.
079300*****************************************************************
079400*  8100-LOAD-RULE-SETS - LOAD EVERY RULE SET ON THE RULEMAST    *
079500*                        EFFECTIVE-DATED RULES MASTER INTO THE  *
079600*                        FB-RULE-SETS TABLE.  A MASTER THAT     *
079700*                        CANNOT BE OPENED, OR CARRIES NO USABLE *
079800*                        SET, IS FATAL - THERE IS NOTHING TO    *
079900*                        JUDGE UNDER.                           *
080000*****************************************************************
080100 8100-LOAD-RULE-SETS.
080200     OPEN INPUT RMS-FILE.
080300     IF XR-RMS-FILE-STATUS NOT = "00"
080400         DISPLAY "FBXRCHK - RULEMAST COULD NOT BE OPENED - "
080500             "FILE STATUS " XR-RMS-FILE-STATUS
080600         GO TO 1900-FATAL
080700     END-IF.
080800     PERFORM 8110-LOAD-ONE-SET THRU 8110-EXIT
080900         UNTIL XR-RMS-EOF.
081000     CLOSE RMS-FILE.
081100     IF FB-RULE-SET-CT = 0
081200         DISPLAY "FBXRCHK - RULEMAST CARRIES NO USABLE RULE SET"
081300         GO TO 1900-FATAL
081400     END-IF.
081500 8100-EXIT.
081600     EXIT.
081700*****************************************************************
081800*  8110-LOAD-ONE-SET - READ AND TABLE ONE RULEMAST RECORD.  A   *
081900*                      RECORD WITH A NON-NUMERIC EFFECTIVE DATE *
082000*                      OR VERSION, OR ONE PAST THE TABLE        *
082100*                      CAPACITY, IS BYPASSED WITH A MESSAGE.    *
082200*****************************************************************
082300 8110-LOAD-ONE-SET.
082400     READ RMS-FILE
082500         AT END
082600             MOVE "Y" TO XR-RMS-EOF-SW
082700             GO TO 8110-EXIT
082800     END-READ.
082900     IF FB-RMS-EFF-DATE NOT NUMERIC
083000         OR FB-RMS-VERSION NOT NUMERIC
083100         DISPLAY "FBXRCHK - RULEMAST RECORD WITH NON-NUMERIC "
083200             "EFFECTIVE DATE OR VERSION - BYPASSED"
083300         GO TO 8110-EXIT
083400     END-IF.
083500     IF FB-RULE-SET-CT >= FB-RULE-SET-MAX
083600         DISPLAY "FBXRCHK - RULEMAST CARRIES MORE THAN "
083700             FB-RULE-SET-MAX " RULE SETS - EXCESS BYPASSED"
083800         GO TO 8110-EXIT
083900     END-IF.
084000     ADD 1 TO FB-RULE-SET-CT.
084100     MOVE FB-RMS-EFF-DATE TO FB-RS-EFF-DATE (FB-RULE-SET-CT).
084200     MOVE FB-RMS-VERSION  TO FB-RS-VERSION  (FB-RULE-SET-CT).
084300     MOVE FB-RMS-RULES    TO FB-RS-RULES    (FB-RULE-SET-CT).
084400 8110-EXIT.
084500     EXIT.
084600*****************************************************************
084700*  8200-SELECT-RULE-SET - MOVE THE RULE SET THE CALLER ASKED    *
084800*                         FOR INTO FB-RULE-AREA.  A NON-ZERO    *
084900*                         FB-RULE-SEL-VERSION WINS; OTHERWISE   *
085000*                         THE SET WITH THE HIGHEST EFFECTIVE    *
085100*                         DATE NOT AFTER FB-RULE-SEL-DATE IS IN *
085200*                         FORCE.  WHEN NOTHING QUALIFIES (A RUN *
085300*                         OLDER THAN THE OLDEST SET) THE FIRST  *
085400*                         SET ON THE MASTER IS USED.            *
085500*****************************************************************
085600 8200-SELECT-RULE-SET.
085700     MOVE "N" TO FB-RULE-SEL-SW.
085800     MOVE 0 TO FB-RULE-SET-SUB.
085900     IF FB-RULE-SEL-VERSION > 0
086000         PERFORM 8210-MATCH-VERSION THRU 8210-EXIT
086100             VARYING FB-RULE-SCAN-SUB FROM 1 BY 1
086200             UNTIL FB-RULE-SCAN-SUB > FB-RULE-SET-CT
086300                OR FB-RULE-SET-CHOSEN
086400     END-IF.
086500     IF NOT FB-RULE-SET-CHOSEN
086600         PERFORM 8220-MATCH-EFF-DATE THRU 8220-EXIT
086700             VARYING FB-RULE-SCAN-SUB FROM 1 BY 1
086800             UNTIL FB-RULE-SCAN-SUB > FB-RULE-SET-CT
086900     END-IF.
087000     IF FB-RULE-SET-SUB = 0
087100         MOVE 1 TO FB-RULE-SET-SUB
087200     END-IF.
087300     MOVE FB-RS-EFF-DATE (FB-RULE-SET-SUB) TO FB-RULE-EFF-DATE.
087400     MOVE FB-RS-VERSION  (FB-RULE-SET-SUB) TO FB-RULE-VERSION.
087500     MOVE FB-RS-RULES    (FB-RULE-SET-SUB) TO FB-RULE-TABLE.
087600 8200-EXIT.
087700     EXIT.
087800*****************************************************************
087900*  8210-MATCH-VERSION - TEST ONE TABLED SET'S VERSION AGAINST   *
088000*                       THE REQUESTED VERSION.                  *
088100*****************************************************************
088200 8210-MATCH-VERSION.
088300     IF FB-RS-VERSION (FB-RULE-SCAN-SUB) = FB-RULE-SEL-VERSION
088400         MOVE FB-RULE-SCAN-SUB TO FB-RULE-SET-SUB
088500         SET FB-RULE-SET-CHOSEN TO TRUE
088600     END-IF.
088700 8210-EXIT.
088800     EXIT.
088900*****************************************************************
089000*  8220-MATCH-EFF-DATE - KEEP THE TABLED SET WITH THE HIGHEST   *
089100*                        EFFECTIVE DATE NOT AFTER THE SELECTION *
089200*                        DATE.                                  *
089300*****************************************************************
089400 8220-MATCH-EFF-DATE.
089500     IF FB-RS-EFF-DATE (FB-RULE-SCAN-SUB)
089600             NOT > FB-RULE-SEL-DATE
089700         IF FB-RULE-SET-SUB = 0
089800             OR FB-RS-EFF-DATE (FB-RULE-SCAN-SUB)
089900                 NOT < FB-RS-EFF-DATE (FB-RULE-SET-SUB)
090000             MOVE FB-RULE-SCAN-SUB TO FB-RULE-SET-SUB
090100         END-IF
090200     END-IF.
090300 8220-EXIT.
090400     EXIT.
090500*****************************************************************
090600*  8600-EDIT-DATE - EDIT XR-DATE-NUM (YYYYMMDD) INTO            *
090700*                   XR-DATE-EDIT (YYYY-MM-DD).                  *
090800*****************************************************************
090900 8600-EDIT-DATE.
091000     MOVE XR-DN-YYYY TO XR-DE-YYYY.
091100     MOVE XR-DN-MM   TO XR-DE-MM.
091200     MOVE XR-DN-DD   TO XR-DE-DD.
091300 8600-EXIT.
091400     EXIT.
091500*****************************************************************
091600*  8700-CLOSE-SOURCE - CLOSE WHICHEVER SOURCE WAS OPENED.       *
091700*****************************************************************
091800 8700-CLOSE-SOURCE.
091900     IF XR-SRC-CLUSTER
092000         CLOSE VSM-FILE
092100     ELSE
092200         CLOSE XRI-FILE
092300     END-IF.
092400     MOVE "N" TO XR-IN-OPEN-SW.
092500 8700-EXIT.
092600     EXIT.
092700*****************************************************************
092800*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
092900*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
093000*              LEAVES ONE.                                      *
093100*****************************************************************
093200 9999-EXIT.
093300     MOVE "E" TO XR-LOG-EVENT-CD.
093400     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
093500     STOP RUN.
