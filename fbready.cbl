000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBREADY.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBREADY                                                      *
001000*                                                               *
001100*  PRE-FLIGHT READINESS GATE - THE FIRST STEP OF THE FBNIGHT AND*
001200*  FBBIGRUN WINDOWS.  MOST BAD NIGHTS ARE CAUSED BY STATE LEFT  *
001300*  OVER FROM AN EARLIER RUN, NOT BY FIZZBUZZ ITSELF, SO BEFORE  *
001400*  ANYTHING IN THE WINDOW IS OPENED FOR OUTPUT THIS PROGRAM     *
001500*  LOOKS AT ALL OF THAT STATE TOGETHER -                        *
001600*      - A PENDING CHECKPOINT (FB-CKPT-CT NOT ZERO) ON CHKPTF,  *
001700*        OR ON A PARTITION'S CHKPTFN FOR A PARTITIONED WINDOW,  *
001800*        THAT NOBODY MEANT TO RESUME.  A CHECKPOINT LEFT BY A   *
001900*        DRAINED RUN (A DRAIN EVENT ON FBRUNLOG) IS AN EXPECTED *
002000*        RESUME, AS IS ONE CONFIRMED WITH R ON READYCTL (SEE    *
002100*        FBRDYRC).                                              *
002200*      - A DRAIN STILL POSTED ON DRAINRQ (SEE FBDRQRC), WHICH   *
002300*        WOULD STOP TONIGHT'S RUN AT ITS FIRST CHECKPOINT.      *
002400*      - A LEDGERIN THAT IS NOT EXACTLY TONIGHT'S CTLIN RANGES, *
002500*        CYCLE FOR CYCLE - BUILT FOR ANOTHER NIGHT'S PLAN.      *
002600*      - NO RULEMAST SET IN FORCE FOR TODAY (NONE EFFECTIVE ON  *
002700*        OR BEFORE THE RUN DATE).                               *
002800*      - MTDFILE STILL HOLDING AN EARLIER MONTH BECAUSE THE     *
002900*        FBMONTH CLOSE NEVER RAN.                               *
003000*      - THE LAST DISTOUT HAND-OVER NEVER ACKNOWLEDGED ON ACKIN,*
003100*        WHICH TONIGHT'S EXTRACT WOULD OVERWRITE.               *
003200*  EVERY CHECK IS MADE EVEN AFTER ONE FAILS, AND THE GO/NO-GO   *
003300*  REPORT (READYRPT) NAMES EACH FAILED CHECK WITH WHAT TO DO    *
003400*  ABOUT IT, SO ONE RUN TELLS OPERATIONS EVERYTHING TO FIX.     *
003500*  NOTHING IS OPENED FOR OUTPUT BUT THE REPORT AND THE RUN LOG. *
003600*                                                               *
003700*  RETURN CODES - 0 GO, 8 NO-GO (ONE OR MORE CHECKS FAILED - THE*
003800*  JOB'S LATER STEPS TEST IT AND THE WINDOW IS HELD), 16 A      *
003900*  READYCTL THAT IS MISSING OR DOES NOT EDIT.                   *
004000*                                                               *
004100*  MODIFICATION HISTORY                                         *
004200*  ---------------------------------------------------------    *
004300*  2026-10-15  RLB  INITIAL VERSION.                            *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-ZSERIES.
004800 OBJECT-COMPUTER.   IBM-ZSERIES.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RDC-FILE ASSIGN TO "READYCTL"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FY-RDC-FILE-STATUS.
005400     SELECT CKP-FILE ASSIGN TO "CHKPTF"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FY-CKP-FILE-STATUS.
005700     SELECT CK1-FILE ASSIGN TO "CHKPTF1"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FY-CKP-FILE-STATUS.
006000     SELECT CK2-FILE ASSIGN TO "CHKPTF2"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FY-CKP-FILE-STATUS.
006300     SELECT CK3-FILE ASSIGN TO "CHKPTF3"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FY-CKP-FILE-STATUS.
006600     SELECT CK4-FILE ASSIGN TO "CHKPTF4"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS FY-CKP-FILE-STATUS.
006900     SELECT DRQ-FILE ASSIGN TO "DRAINRQ"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS FY-DRQ-FILE-STATUS.
007200     SELECT CTL-FILE ASSIGN TO "CTLIN"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS FY-CTL-FILE-STATUS.
007500     SELECT LDG-FILE ASSIGN TO "LEDGERIN"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS FY-LDG-FILE-STATUS.
007800     SELECT RMS-FILE ASSIGN TO "RULEMAST"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS FY-RMS-FILE-STATUS.
008100     SELECT MTD-FILE ASSIGN TO "MTDFILE"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS FY-MTD-FILE-STATUS.
008400     SELECT DST-FILE ASSIGN TO "DISTOUT"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS FY-DST-FILE-STATUS.
008700     SELECT ACK-FILE ASSIGN TO "ACKIN"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS FY-ACK-FILE-STATUS.
009000     SELECT RPT-FILE ASSIGN TO "READYRPT"
009100         ORGANIZATION IS SEQUENTIAL.
009200     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS FY-LOG-FILE-STATUS.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  RDC-FILE
009800     RECORDING MODE IS F.
009900     COPY FBRDYRC.
010000 FD  CKP-FILE
010100     RECORDING MODE IS F.
010200 01  FY-CKP-REC              PIC X(240).
010300 FD  CK1-FILE
010400     RECORDING MODE IS F.
010500 01  FY-CK1-REC              PIC X(240).
010600 FD  CK2-FILE
010700     RECORDING MODE IS F.
010800 01  FY-CK2-REC              PIC X(240).
010900 FD  CK3-FILE
011000     RECORDING MODE IS F.
011100 01  FY-CK3-REC              PIC X(240).
011200 FD  CK4-FILE
011300     RECORDING MODE IS F.
011400 01  FY-CK4-REC              PIC X(240).
011500 FD  DRQ-FILE
011600     RECORDING MODE IS F.
011700     COPY FBDRQRC.
011800 FD  CTL-FILE
011900     RECORDING MODE IS F.
012000     COPY FBCTLRC.
012100 FD  LDG-FILE
012200     RECORDING MODE IS F.
012300     COPY FBLDGRC.
012400 FD  RMS-FILE
012500     RECORDING MODE IS F.
012600     COPY FBRMSRC.
012700 FD  MTD-FILE
012800     RECORDING MODE IS F.
012900 01  FY-MTD-REC              PIC X(80).
013000 FD  DST-FILE
013100     RECORDING MODE IS F.
013200     COPY FBDSTRC.
013300 FD  ACK-FILE
013400     RECORDING MODE IS F.
013500     COPY FBACKRC.
013600 FD  RPT-FILE
013700     RECORDING MODE IS F.
013800     COPY FBRPTRC.
013900 FD  LOG-FILE
014000     RECORDING MODE IS F.
014100     COPY FBLOGRC.
014200 WORKING-STORAGE SECTION.
014300 01  FY-SWITCHES.
014400     05  FY-WINDOW-SW        PIC X(01) VALUE "N".
014500         88  FY-PLAIN-WINDOW           VALUE "N".
014600         88  FY-BIG-WINDOW             VALUE "B".
014700     05  FY-RESTART-SW       PIC X(01) VALUE "N".
014800         88  FY-RESTART-CONFIRMED      VALUE "Y".
014900     05  FY-LOG-EOF-SW       PIC X(01) VALUE "N".
015000         88  FY-LOG-EOF                VALUE "Y".
015100     05  FY-DRAINED-SW       PIC X(01) VALUE "N".
015200         88  FY-LAST-RUN-DRAINED       VALUE "Y".
015300     05  FY-CKP-EMPTY-SW     PIC X(01) VALUE "N".
015400         88  FY-CKP-EMPTY              VALUE "Y".
015500     05  FY-CTL-EOF-SW       PIC X(01) VALUE "N".
015600         88  FY-CTL-EOF                VALUE "Y".
015700     05  FY-CTL-BAD-SW       PIC X(01) VALUE "N".
015800         88  FY-CTL-BAD                VALUE "Y".
015900     05  FY-LDG-EOF-SW       PIC X(01) VALUE "N".
016000         88  FY-LDG-EOF                VALUE "Y".
016100     05  FY-LDG-BAD-SW       PIC X(01) VALUE "N".
016200         88  FY-LDG-BAD                VALUE "Y".
016300     05  FY-RMS-EOF-SW       PIC X(01) VALUE "N".
016400         88  FY-RMS-EOF                VALUE "Y".
016500     05  FY-MTD-EOF-SW       PIC X(01) VALUE "N".
016600         88  FY-MTD-EOF                VALUE "Y".
016700     05  FY-DST-EOF-SW       PIC X(01) VALUE "N".
016800         88  FY-DST-EOF                VALUE "Y".
016900     05  FY-HDR-SEEN-SW      PIC X(01) VALUE "N".
017000         88  FY-HDR-SEEN               VALUE "Y".
017100     05  FY-TRL-SEEN-SW      PIC X(01) VALUE "N".
017200         88  FY-TRL-SEEN               VALUE "Y".
017300 01  FY-WORK-AREAS.
017400     05  FY-RDC-FILE-STATUS  PIC X(02) VALUE "00".
017500     05  FY-CKP-FILE-STATUS  PIC X(02) VALUE "00".
017600     05  FY-CKP-OPEN-STATUS  PIC X(02) VALUE "00".
017700     05  FY-DRQ-FILE-STATUS  PIC X(02) VALUE "00".
017800     05  FY-CTL-FILE-STATUS  PIC X(02) VALUE "00".
017900     05  FY-LDG-FILE-STATUS  PIC X(02) VALUE "00".
018000     05  FY-RMS-FILE-STATUS  PIC X(02) VALUE "00".
018100     05  FY-MTD-FILE-STATUS  PIC X(02) VALUE "00".
018200     05  FY-DST-FILE-STATUS  PIC X(02) VALUE "00".
018300     05  FY-ACK-FILE-STATUS  PIC X(02) VALUE "00".
018400     05  FY-TODAY            PIC 9(08) VALUE 0.
018500     05  FY-TODAY-SPLIT REDEFINES FY-TODAY.
018600         10  FY-TODAY-YYYYMM PIC 9(06).
018700         10  FILLER          PIC 9(02).
018800     05  FY-PART             PIC 9(01) VALUE 0.
018900     05  FY-PART-MAX         PIC 9(01) VALUE 4.
019000     05  FY-CKP-DD           PIC X(08) VALUE SPACES.
019100     05  FY-CHECK-CT         PIC 9(01) VALUE 0.
019200     05  FY-FAIL-CT          PIC 9(01) VALUE 0.
019300     05  FY-RANGE-CT         PIC 9(02) VALUE 0.
019400     05  FY-RANGE-MAX        PIC 9(02) VALUE 5.
019500     05  FY-RANGE-IDX        PIC 9(02) VALUE 0.
019600     05  FY-EXPECT           PIC 9(07) VALUE 0.
019700     05  FY-LDG-CT           PIC 9(09) VALUE 0.
019800     05  FY-CYCLE-CT         PIC 9(09) VALUE 0.
019900     05  FY-RULE-EFF-DATE    PIC 9(08) VALUE 0.
020000     05  FY-RULE-VERSION     PIC 9(05) VALUE 0.
020100     05  FY-RULE-FOUND-SW    PIC X(01) VALUE "N".
020200         88  FY-RULE-FOUND             VALUE "Y".
020300     05  FY-MTD-DATE         PIC 9(08) VALUE 0.
020400     05  FY-MTD-SPLIT REDEFINES FY-MTD-DATE.
020500         10  FY-MTD-YYYYMM   PIC 9(06).
020600         10  FILLER          PIC 9(02).
020700     05  FY-DST-RUN-DATE     PIC 9(08) VALUE 0.
020800     05  FY-DST-RUN-SEQ      PIC 9(05) VALUE 0.
020900     05  FY-DST-REC-CT       PIC 9(09) VALUE 0.
021000     05  FY-DST-HASH         PIC 9(15) VALUE 0.
021100*****************************************************************
021200*  FY-RANGE-TABLE - TONIGHT'S CTLIN RANGES, WHICH LEDGERIN MUST *
021300*  MATCH CYCLE FOR CYCLE.  FIZZBUZZ ACCEPTS AT MOST FIVE RANGES.*
021400*****************************************************************
021500 01  FY-RANGE-TABLE.
021600     05  FY-RANGE-ENTRY OCCURS 5 TIMES.
021700         10  FY-RG-ID            PIC X(08).
021800         10  FY-RG-START         PIC 9(07).
021900         10  FY-RG-END           PIC 9(07).
022000*****************************************************************
022100*  REPORT LINE AREAS - EACH CHECK PRINTS ITS NAME AND VERDICT,  *
022200*  THEN WHAT IT FOUND, THEN (NO-GO ONLY) WHAT TO DO ABOUT IT.   *
022300*  THE CALLER LEAVES THE NAME IN FY-CHECK-NAME AND THE TEXT IN  *
022400*  FY-DETAIL AND FY-ACTION.                                     *
022500*****************************************************************
022600 01  FY-REPORT-AREAS.
022700     05  FY-CHECK-NAME       PIC X(40) VALUE SPACES.
022800     05  FY-DETAIL           PIC X(76) VALUE SPACES.
022900     05  FY-ACTION           PIC X(67) VALUE SPACES.
023000 01  FY-VERDICT-LINE.
023100     05  FY-VL-NAME          PIC X(44).
023200     05  FY-VL-VERDICT       PIC X(05).
023300     05  FILLER              PIC X(31).
023400 01  FY-LOG-AREAS.
023500     05  FY-LOG-FILE-STATUS  PIC X(02) VALUE "00".
023600     05  FY-LOG-EVENT-CD     PIC X(01) VALUE "S".
023700     05  FY-RECS-READ        PIC 9(09) VALUE 0.
023800     05  FY-RECS-WRITTEN     PIC 9(09) VALUE 0.
023900     05  FY-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
024000     05  FY-TIME-RAW.
024100         10  FY-TIME-HHMMSS  PIC 9(06).
024200         10  FILLER          PIC 9(02).
024300*****************************************************************
024400*  FBCKPRC - CHECKPOINT RECORD SHAPE, USED HERE IN WORKING      *
024500*  STORAGE BECAUSE CHKPTF AND THE FOUR PARTITION CHECKPOINTS ARE*
024600*  ALL READ INTO IT.                                            *
024700*****************************************************************
024800     COPY FBCKPRC.
024900*****************************************************************
025000*  FBOUTRC - CLASSIFICATION RECORD SHAPE, USED HERE IN WORKING  *
025100*  STORAGE TO FIND THE FIRST RUN HEADER ON MTDFILE.             *
025200*****************************************************************
025300     COPY FBOUTRC.
025400 PROCEDURE DIVISION.
025500*****************************************************************
025600*  0000-MAINLINE                                                *
025700*****************************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
026000     PERFORM 2000-CHECK-CHECKPOINT THRU 2000-EXIT.
026100     PERFORM 3000-CHECK-DRAIN      THRU 3000-EXIT.
026200     PERFORM 4000-CHECK-LEDGER     THRU 4000-EXIT.
026300     PERFORM 5000-CHECK-RULES      THRU 5000-EXIT.
026400     PERFORM 6000-CHECK-MTDFILE    THRU 6000-EXIT.
026500     PERFORM 7000-CHECK-HANDOVER   THRU 7000-EXIT.
026600     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
026700     GO TO 9999-EXIT.
026800*****************************************************************
026900*  1000-INITIALIZE - LOG THE START, OPEN THE REPORT AND READ THE*
027000*                    WINDOW SHAPE FROM READYCTL.  A MISSING OR  *
027100*                    UNRECOGNIZED SHAPE IS FATAL - THE TWO      *
027200*                    SHAPES READ DIFFERENT CHECKPOINTS AND A    *
027300*                    GUESSED SHAPE WOULD PASS THE WRONG ONES.   *
027400*****************************************************************
027500 1000-INITIALIZE.
027600     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
027700     ACCEPT FY-TODAY FROM DATE YYYYMMDD.
027800     OPEN OUTPUT RPT-FILE.
027900     MOVE SPACES TO FB-RPT-LINE.
028000     STRING "FBREADY - PRE-FLIGHT READINESS GATE"
028100         DELIMITED BY SIZE INTO FB-RPT-LINE.
028200     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
028300     OPEN INPUT RDC-FILE.
028400     IF FY-RDC-FILE-STATUS NOT = "00"
028500         MOVE SPACES TO FB-RPT-LINE
028600         STRING "READYCTL COULD NOT BE OPENED - FILE STATUS "
028700             DELIMITED BY SIZE
028800             FY-RDC-FILE-STATUS DELIMITED BY SIZE
028900             INTO FB-RPT-LINE
029000         PERFORM 1900-FATAL THRU 1900-EXIT
029100     END-IF.
029200     READ RDC-FILE
029300         AT END
029400             MOVE SPACES TO FB-RPT-LINE
029500             STRING "READYCTL IS EMPTY - NO WINDOW SHAPE TO CHECK"
029600                 DELIMITED BY SIZE INTO FB-RPT-LINE
029700             CLOSE RDC-FILE
029800             PERFORM 1900-FATAL THRU 1900-EXIT
029900     END-READ.
030000     ADD 1 TO FY-RECS-READ.
030100     IF NOT FB-RDY-PLAIN-WINDOW AND NOT FB-RDY-BIG-WINDOW
030200         MOVE SPACES TO FB-RPT-LINE
030300         STRING "READYCTL WINDOW '" DELIMITED BY SIZE
030400             FB-RDY-WINDOW         DELIMITED BY SIZE
030500             "' IS NOT N OR B"     DELIMITED BY SIZE
030600             INTO FB-RPT-LINE
030700         CLOSE RDC-FILE
030800         PERFORM 1900-FATAL THRU 1900-EXIT
030900     END-IF.
031000     MOVE FB-RDY-WINDOW TO FY-WINDOW-SW.
031100     IF FB-RDY-RESTART-CONFIRMED AND FY-PLAIN-WINDOW
031200         SET FY-RESTART-CONFIRMED TO TRUE
031300     END-IF.
031400     CLOSE RDC-FILE.
031500     MOVE SPACES TO FB-RPT-LINE.
031600     IF FY-PLAIN-WINDOW
031700         STRING "WINDOW - PLAIN FBNIGHT - RUN DATE "
031800             DELIMITED BY SIZE
031900             FY-TODAY DELIMITED BY SIZE
032000             INTO FB-RPT-LINE
032100     ELSE
032200         STRING "WINDOW - PARTITIONED FBBIGRUN - RUN DATE "
032300             DELIMITED BY SIZE
032400             FY-TODAY DELIMITED BY SIZE
032500             INTO FB-RPT-LINE
032600     END-IF.
032700     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
032800     MOVE SPACES TO FB-RPT-LINE.
032900     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
033000 1000-EXIT.
033100     EXIT.
033200*****************************************************************
033300*  1900-FATAL - WRITE THE REASON THE CALLER LEFT IN FB-RPT-LINE *
033400*               AND END THE RUN WITH RETURN CODE 16.            *
033500*****************************************************************
033600 1900-FATAL.
033700     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
033800     DISPLAY "FBREADY - " FB-RPT-LINE.
033900     DISPLAY "FBREADY - ENDING RUN - RETURN CODE 16".
034000     CLOSE RPT-FILE.
034100     MOVE 16 TO RETURN-CODE.
034200     GO TO 9999-EXIT.
034300 1900-EXIT.
034400     EXIT.
034500*****************************************************************
034600*  2000-CHECK-CHECKPOINT - A PLAIN WINDOW JUDGES CHKPTF, A      *
034700*                          PARTITIONED ONE EACH PARTITION'S     *
034800*                          CHKPTFN.  FBRUNLOG IS READ FIRST TO  *
034900*                          LEARN WHETHER THE LAST FIZZBUZZ RUN  *
035000*                          WAS DRAINED.                         *
035100*****************************************************************
035200 2000-CHECK-CHECKPOINT.
035300     OPEN INPUT LOG-FILE.
035400     IF FY-LOG-FILE-STATUS = "00"
035500         PERFORM 2050-SCAN-RUN-LOG THRU 2050-EXIT
035600             UNTIL FY-LOG-EOF
035700         CLOSE LOG-FILE
035800     END-IF.
035900     IF FY-PLAIN-WINDOW
036000         PERFORM 2100-CHECK-PLAIN-CKPT THRU 2100-EXIT
036100     ELSE
036200         PERFORM 2200-CHECK-PART-CKPT THRU 2200-EXIT
036300             VARYING FY-PART FROM 1 BY 1
036400             UNTIL FY-PART > FY-PART-MAX
036500     END-IF.
036600 2000-EXIT.
036700     EXIT.
036800*****************************************************************
036900*  2050-SCAN-RUN-LOG - FOLLOW THE FIZZBUZZ RECORDS ON FBRUNLOG. *
037000*                      A START EVENT BEGINS A RUN AND A DRAIN   *
037100*                      EVENT MARKS IT DRAINED, SO AT END OF FILE*
037200*                      THE SWITCH SAYS WHETHER THE LATEST RUN   *
037300*                      STOPPED AT A DRAIN.                      *
037400*****************************************************************
037500 2050-SCAN-RUN-LOG.
037600     READ LOG-FILE
037700         AT END
037800             MOVE "Y" TO FY-LOG-EOF-SW
037900             GO TO 2050-EXIT
038000     END-READ.
038100     ADD 1 TO FY-RECS-READ.
038200     IF FB-LOG-PROGRAM NOT = "FIZZBUZZ"
038300         GO TO 2050-EXIT
038400     END-IF.
038500     IF FB-LOG-START-EVENT
038600         MOVE "N" TO FY-DRAINED-SW
038700     END-IF.
038800     IF FB-LOG-DRAIN-EVENT
038900         SET FY-LAST-RUN-DRAINED TO TRUE
039000     END-IF.
039100 2050-EXIT.
039200     EXIT.
039300*****************************************************************
039400*  2100-CHECK-PLAIN-CKPT - READ CHKPTF AND JUDGE IT.            *
039500*****************************************************************
039600 2100-CHECK-PLAIN-CKPT.
039700     MOVE "CHKPTF" TO FY-CKP-DD.
039800     MOVE "PENDING CHECKPOINT - CHKPTF" TO FY-CHECK-NAME.
039900     MOVE "N" TO FY-CKP-EMPTY-SW.
040000     OPEN INPUT CKP-FILE.
040100     MOVE FY-CKP-FILE-STATUS TO FY-CKP-OPEN-STATUS.
040200     IF FY-CKP-OPEN-STATUS = "00"
040300         READ CKP-FILE INTO FB-CKPT-RECORD
040400             AT END
040500                 SET FY-CKP-EMPTY TO TRUE
040600         END-READ
040700         CLOSE CKP-FILE
040800     END-IF.
040900     PERFORM 2300-JUDGE-CKPT THRU 2300-EXIT.
041000 2100-EXIT.
041100     EXIT.
041200*****************************************************************
041300*  2200-CHECK-PART-CKPT - READ ONE PARTITION'S CHKPTFN AND JUDGE*
041400*                         IT.  A PARTITION THE WINDOW DOES NOT  *
041500*                         USE HAS NO DATASET AND PASSES.        *
041600*****************************************************************
041700 2200-CHECK-PART-CKPT.
041800     MOVE SPACES TO FY-CKP-DD.
041900     STRING "CHKPTF" DELIMITED BY SIZE
042000         FY-PART     DELIMITED BY SIZE
042100         INTO FY-CKP-DD.
042200     MOVE SPACES TO FY-CHECK-NAME.
042300     STRING "PENDING CHECKPOINT - " DELIMITED BY SIZE
042400         FY-CKP-DD                  DELIMITED BY SPACE
042500         INTO FY-CHECK-NAME.
042600     MOVE "N" TO FY-CKP-EMPTY-SW.
042700     EVALUATE FY-PART
042800         WHEN 1
042900             OPEN INPUT CK1-FILE
043000             MOVE FY-CKP-FILE-STATUS TO FY-CKP-OPEN-STATUS
043100             IF FY-CKP-OPEN-STATUS = "00"
043200                 READ CK1-FILE INTO FB-CKPT-RECORD
043300                     AT END
043400                         SET FY-CKP-EMPTY TO TRUE
043500                 END-READ
043600                 CLOSE CK1-FILE
043700             END-IF
043800         WHEN 2
043900             OPEN INPUT CK2-FILE
044000             MOVE FY-CKP-FILE-STATUS TO FY-CKP-OPEN-STATUS
044100             IF FY-CKP-OPEN-STATUS = "00"
044200                 READ CK2-FILE INTO FB-CKPT-RECORD
044300                     AT END
044400                         SET FY-CKP-EMPTY TO TRUE
044500                 END-READ
044600                 CLOSE CK2-FILE
044700             END-IF
044800         WHEN 3
044900             OPEN INPUT CK3-FILE
045000             MOVE FY-CKP-FILE-STATUS TO FY-CKP-OPEN-STATUS
045100             IF FY-CKP-OPEN-STATUS = "00"
045200                 READ CK3-FILE INTO FB-CKPT-RECORD
045300                     AT END
045400                         SET FY-CKP-EMPTY TO TRUE
045500                 END-READ
045600                 CLOSE CK3-FILE
045700             END-IF
045800         WHEN OTHER
045900             OPEN INPUT CK4-FILE
046000             MOVE FY-CKP-FILE-STATUS TO FY-CKP-OPEN-STATUS
046100             IF FY-CKP-OPEN-STATUS = "00"
046200                 READ CK4-FILE INTO FB-CKPT-RECORD
046300                     AT END
046400                         SET FY-CKP-EMPTY TO TRUE
046500                 END-READ
046600                 CLOSE CK4-FILE
046700             END-IF
046800     END-EVALUATE.
046900     PERFORM 2300-JUDGE-CKPT THRU 2300-EXIT.
047000 2200-EXIT.
047100     EXIT.
047200*****************************************************************
047300*  2300-JUDGE-CKPT - JUDGE THE CHECKPOINT JUST READ.  NO DATASET*
047400*                    (STATUS 35), AN EMPTY ONE, OR A ZERO CYCLE *
047500*                    IS A FRESH START.  A PENDING CYCLE PASSES  *
047600*                    ON A PLAIN WINDOW ONLY WHEN THE LAST RUN   *
047700*                    DRAINED OR READYCTL CONFIRMS THE RESTART.  *
047800*                    A PARTITION'S PENDING CHECKPOINT NEVER     *
047900*                    PASSES - FBSPLIT IS ABOUT TO DEAL NEW      *
048000*                    PARTITION CONTROLS IT WOULD NO LONGER FIT. *
048100*****************************************************************
048200 2300-JUDGE-CKPT.
048300     MOVE SPACES TO FY-DETAIL.
048400     MOVE SPACES TO FY-ACTION.
048500     IF FY-CKP-OPEN-STATUS = "35"
048600         STRING "NO " DELIMITED BY SIZE
048700             FY-CKP-DD DELIMITED BY SPACE
048800             " DATASET - NOTHING PENDING" DELIMITED BY SIZE
048900             INTO FY-DETAIL
049000         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
049100         GO TO 2300-EXIT
049200     END-IF.
049300     IF FY-CKP-OPEN-STATUS NOT = "00"
049400         STRING FY-CKP-DD DELIMITED BY SPACE
049500             " COULD NOT BE OPENED - FILE STATUS "
049600             DELIMITED BY SIZE
049700             FY-CKP-OPEN-STATUS DELIMITED BY SIZE
049800             INTO FY-DETAIL
049900         STRING "CORRECT THE " DELIMITED BY SIZE
050000             FY-CKP-DD DELIMITED BY SPACE
050100             " ALLOCATION AND RERUN" DELIMITED BY SIZE
050200             INTO FY-ACTION
050300         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
050400         GO TO 2300-EXIT
050500     END-IF.
050600     IF FY-CKP-EMPTY
050700         STRING FY-CKP-DD DELIMITED BY SPACE
050800             " IS EMPTY - THE RUN STARTS FRESH" DELIMITED BY SIZE
050900             INTO FY-DETAIL
051000         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
051100         GO TO 2300-EXIT
051200     END-IF.
051300     IF FB-CKPT-CT NOT NUMERIC
051400         STRING FY-CKP-DD DELIMITED BY SPACE
051500             " DOES NOT EDIT - ITS CHECKPOINT CYCLE IS NOT "
051600             DELIMITED BY SIZE
051700             "NUMERIC" DELIMITED BY SIZE
051800             INTO FY-DETAIL
051900         STRING "EMPTY " DELIMITED BY SIZE
052000             FY-CKP-DD DELIMITED BY SPACE
052100             " SO THE RUN STARTS FRESH" DELIMITED BY SIZE
052200             INTO FY-ACTION
052300         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
052400         GO TO 2300-EXIT
052500     END-IF.
052600     IF FB-CKPT-CT = 0
052700         STRING "NO CHECKPOINT PENDING ON " DELIMITED BY SIZE
052800             FY-CKP-DD DELIMITED BY SPACE
052900             " - THE RUN STARTS FRESH" DELIMITED BY SIZE
053000             INTO FY-DETAIL
053100         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
053200         GO TO 2300-EXIT
053300     END-IF.
053400     IF FY-PLAIN-WINDOW AND FY-LAST-RUN-DRAINED
053500         STRING "CHECKPOINT AT CYCLE " DELIMITED BY SIZE
053600             FB-CKPT-CT DELIMITED BY SIZE
053700             " OF RUN " DELIMITED BY SIZE
053800             FB-CKPT-RUN-SEQ DELIMITED BY SIZE
053900             " WAS DRAINED - TONIGHT RESUMES IT"
054000             DELIMITED BY SIZE
054100             INTO FY-DETAIL
054200         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
054300         GO TO 2300-EXIT
054400     END-IF.
054500     IF FY-RESTART-CONFIRMED
054600         STRING "CHECKPOINT AT CYCLE " DELIMITED BY SIZE
054700             FB-CKPT-CT DELIMITED BY SIZE
054800             " OF RUN " DELIMITED BY SIZE
054900             FB-CKPT-RUN-SEQ DELIMITED BY SIZE
055000             " - RESTART CONFIRMED ON READYCTL"
055100             DELIMITED BY SIZE
055200             INTO FY-DETAIL
055300         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
055400         GO TO 2300-EXIT
055500     END-IF.
055600     IF FY-PLAIN-WINDOW
055700         STRING "CHECKPOINT PENDING AT CYCLE " DELIMITED BY SIZE
055800             FB-CKPT-CT DELIMITED BY SIZE
055900             " OF RUN " DELIMITED BY SIZE
056000             FB-CKPT-RUN-SEQ DELIMITED BY SIZE
056100             " - NO DRAIN LOGGED" DELIMITED BY SIZE
056200             INTO FY-DETAIL
056300         STRING "EMPTY CHKPTF TO START FRESH, OR KEY R ON "
056400             "READYCTL TO RESUME" DELIMITED BY SIZE
056500             INTO FY-ACTION
056600     ELSE
056700         STRING "CHECKPOINT PENDING AT CYCLE " DELIMITED BY SIZE
056800             FB-CKPT-CT DELIMITED BY SIZE
056900             " OF RUN " DELIMITED BY SIZE
057000             FB-CKPT-RUN-SEQ DELIMITED BY SIZE
057100             " - PARTITION NEVER FINISHED" DELIMITED BY SIZE
057200             INTO FY-DETAIL
057300         STRING "RESUBMIT FBPARTN PART=" DELIMITED BY SIZE
057400             FY-PART DELIMITED BY SIZE
057500             " TO FINISH IT, OR EMPTY " DELIMITED BY SIZE
057600             FY-CKP-DD DELIMITED BY SPACE
057700             INTO FY-ACTION
057800     END-IF.
057900     PERFORM 8500-CHECK-FAILED THRU 8500-EXIT.
058000 2300-EXIT.
058100     EXIT.
058200*****************************************************************
058300*  3000-CHECK-DRAIN - A DRAIN IS POSTED ONLY WHILE THE RUN IT IS*
058400*                     MEANT FOR IS IN FLIGHT, AND FIZZBUZZ      *
058500*                     CLEARS DRAINRQ WHEN IT HONORS ONE.  ONE   *
058600*                     FOUND BEFORE THE WINDOW OPENS IS STALE.   *
058700*                     NO DRAINRQ DATASET, OR ANYTHING ON IT     *
058800*                     OTHER THAN THE WORD DRAIN, IS NO REQUEST -*
058900*                     THE SAME RULE FIZZBUZZ APPLIES.           *
059000*****************************************************************
059100 3000-CHECK-DRAIN.
059200     MOVE "STALE DRAIN - DRAINRQ" TO FY-CHECK-NAME.
059300     MOVE SPACES TO FY-DETAIL.
059400     MOVE SPACES TO FY-ACTION.
059500     OPEN INPUT DRQ-FILE.
059600     IF FY-DRQ-FILE-STATUS NOT = "00"
059700         MOVE "NO DRAINRQ DATASET - NO DRAIN POSTED" TO FY-DETAIL
059800         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
059900         GO TO 3000-EXIT
060000     END-IF.
060100     READ DRQ-FILE
060200         AT END
060300             MOVE SPACES TO FB-DRQ-RECORD
060400     END-READ.
060500     CLOSE DRQ-FILE.
060600     IF FB-DRQ-DRAIN
060700         STRING "A DRAIN IS STILL POSTED - THE RUN WOULD STOP AT "
060800             "ITS FIRST CHECKPOINT" DELIMITED BY SIZE
060900             INTO FY-DETAIL
061000         MOVE "EMPTY DRAINRQ BEFORE RELEASING THE WINDOW"
061100             TO FY-ACTION
061200         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
061300     ELSE
061400         MOVE "NO DRAIN POSTED ON DRAINRQ" TO FY-DETAIL
061500         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
061600     END-IF.
061700 3000-EXIT.
061800     EXIT.
061900*****************************************************************
062000*  4000-CHECK-LEDGER - LOAD TONIGHT'S CTLIN RANGES AND PROVE    *
062100*                      LEDGERIN IS EXACTLY THEIR CYCLES, RANGE  *
062200*                      BY RANGE AND IN ORDER, THE WAY FBLDGBLD  *
062300*                      BUILDS IT FROM THE MATCHING LDGCTL.  A   *
062400*                      LEDGER BUILT FOR ANOTHER NIGHT'S PLAN    *
062500*                      WOULD FLAG EVERY CYCLE OF TONIGHT'S RUN  *
062600*                      IN FBRECON.                              *
062700*****************************************************************
062800 4000-CHECK-LEDGER.
062900     MOVE "LEDGER MATCHES CTLIN - LEDGERIN" TO FY-CHECK-NAME.
063000     MOVE SPACES TO FY-DETAIL.
063100     MOVE SPACES TO FY-ACTION.
063200     INITIALIZE FY-RANGE-TABLE.
063300     OPEN INPUT CTL-FILE.
063400     IF FY-CTL-FILE-STATUS NOT = "00"
063500         STRING "CTLIN COULD NOT BE OPENED - FILE STATUS "
063600             DELIMITED BY SIZE
063700             FY-CTL-FILE-STATUS DELIMITED BY SIZE
063800             INTO FY-DETAIL
063900         MOVE "RUN FBPLAN TO WRITE TONIGHT'S CTLIN AND LEDGER"
064000             TO FY-ACTION
064100         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
064200         GO TO 4000-EXIT
064300     END-IF.
064400     PERFORM 4100-LOAD-RANGE THRU 4100-EXIT
064500         UNTIL FY-CTL-EOF OR FY-CTL-BAD.
064600     CLOSE CTL-FILE.
064700     IF FY-CTL-BAD
064800         MOVE "RUN FBPLAN TO WRITE TONIGHT'S CTLIN AND LEDGER"
064900             TO FY-ACTION
065000         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
065100         GO TO 4000-EXIT
065200     END-IF.
065300     IF FY-RANGE-CT = 0
065400         MOVE "CTLIN CARRIES NO RANGE - THERE IS NO PLAN TONIGHT"
065500             TO FY-DETAIL
065600         MOVE "RUN FBPLAN TO WRITE TONIGHT'S CTLIN AND LEDGER"
065700             TO FY-ACTION
065800         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
065900         GO TO 4000-EXIT
066000     END-IF.
066100     OPEN INPUT LDG-FILE.
066200     IF FY-LDG-FILE-STATUS NOT = "00"
066300         STRING "LEDGERIN COULD NOT BE OPENED - FILE STATUS "
066400             DELIMITED BY SIZE
066500             FY-LDG-FILE-STATUS DELIMITED BY SIZE
066600             INTO FY-DETAIL
066700         MOVE "RUN FBLEDGER TO BUILD A LEDGER FOR TONIGHT'S CTLIN"
066800             TO FY-ACTION
066900         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
067000         GO TO 4000-EXIT
067100     END-IF.
067200     MOVE 1 TO FY-RANGE-IDX.
067300     MOVE FY-RG-START (1) TO FY-EXPECT.
067400     PERFORM 4200-WALK-LEDGER THRU 4200-EXIT
067500         UNTIL FY-LDG-EOF OR FY-LDG-BAD.
067600     CLOSE LDG-FILE.
067700     IF NOT FY-LDG-BAD
067800         AND FY-RANGE-IDX NOT > FY-RANGE-CT
067900         SET FY-LDG-BAD TO TRUE
068000         STRING "LEDGERIN ENDS BEFORE CTLIN RANGE "
068100             DELIMITED BY SIZE
068200             FY-RG-ID (FY-RANGE-IDX) DELIMITED BY SPACE
068300             " IS COVERED - NEXT CYCLE DUE " DELIMITED BY SIZE
068400             FY-EXPECT DELIMITED BY SIZE
068500             INTO FY-DETAIL
068600     END-IF.
068700     IF FY-LDG-BAD
068800         MOVE "RUN FBLEDGER TO BUILD A LEDGER FOR TONIGHT'S CTLIN"
068900             TO FY-ACTION
069000         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
069100     ELSE
069200         STRING "LEDGERIN MATCHES CTLIN - " DELIMITED BY SIZE
069300             FY-RANGE-CT DELIMITED BY SIZE
069400             " RANGES, " DELIMITED BY SIZE
069500             FY-LDG-CT DELIMITED BY SIZE
069600             " CYCLES" DELIMITED BY SIZE
069700             INTO FY-DETAIL
069800         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
069900     END-IF.
070000 4000-EXIT.
070100     EXIT.
070200*****************************************************************
070300*  4100-LOAD-RANGE - READ AND TABLE ONE CTLIN RANGE, WITH THE   *
070400*                    EDITS FIZZBUZZ APPLIES.  A RANGE FIZZBUZZ  *
070500*                    WOULD REFUSE, OR A REPAIR-MODE CONTROL LEFT*
070600*                    ON CTLIN, FAILS THE CHECK.                 *
070700*****************************************************************
070800 4100-LOAD-RANGE.
070900     READ CTL-FILE
071000         AT END
071100             MOVE "Y" TO FY-CTL-EOF-SW
071200             GO TO 4100-EXIT
071300     END-READ.
071400     ADD 1 TO FY-RECS-READ.
071500     IF FY-RANGE-CT = 0 AND FB-CTL-REPAIR-MODE
071600         SET FY-CTL-BAD TO TRUE
071700         MOVE "CTLIN IS A REPAIR-MODE CONTROL, NOT A NIGHTLY PLAN"
071800             TO FY-DETAIL
071900         GO TO 4100-EXIT
072000     END-IF.
072100     IF FB-CTL-START-NUM NOT NUMERIC
072200         OR FB-CTL-END-NUM NOT NUMERIC
072300         OR FB-CTL-START-NUM = 0
072400         OR FB-CTL-END-NUM < FB-CTL-START-NUM
072500         OR FB-CTL-END-NUM > 9999999
072600         SET FY-CTL-BAD TO TRUE
072700         STRING "CTLIN RANGE " DELIMITED BY SIZE
072800             FB-CTL-RANGE-ID DELIMITED BY SPACE
072900             " IS NOT A RANGE FIZZBUZZ WOULD ACCEPT"
073000             DELIMITED BY SIZE
073100             INTO FY-DETAIL
073200         GO TO 4100-EXIT
073300     END-IF.
073400     IF FY-RANGE-CT >= FY-RANGE-MAX
073500         SET FY-CTL-BAD TO TRUE
073600         STRING "CTLIN CARRIES MORE THAN " DELIMITED BY SIZE
073700             FY-RANGE-MAX DELIMITED BY SIZE
073800             " RANGES - MORE THAN FIZZBUZZ ACCEPTS"
073900             DELIMITED BY SIZE
074000             INTO FY-DETAIL
074100         GO TO 4100-EXIT
074200     END-IF.
074300     ADD 1 TO FY-RANGE-CT.
074400     MOVE FB-CTL-RANGE-ID  TO FY-RG-ID    (FY-RANGE-CT).
074500     MOVE FB-CTL-START-NUM TO FY-RG-START (FY-RANGE-CT).
074600     MOVE FB-CTL-END-NUM   TO FY-RG-END   (FY-RANGE-CT).
074700 4100-EXIT.
074800     EXIT.
074900*****************************************************************
075000*  4200-WALK-LEDGER - PROVE ONE LEDGERIN CYCLE IS THE ONE CTLIN *
075100*                     EXPECTS NEXT, THEN STEP THE EXPECTATION - *
075200*                     TO THE NEXT CYCLE, OR AT THE END OF A     *
075300*                     RANGE TO THE START OF THE NEXT ONE.       *
075400*****************************************************************
075500 4200-WALK-LEDGER.
075600     READ LDG-FILE
075700         AT END
075800             MOVE "Y" TO FY-LDG-EOF-SW
075900             GO TO 4200-EXIT
076000     END-READ.
076100     ADD 1 TO FY-RECS-READ.
076200     IF FY-RANGE-IDX > FY-RANGE-CT
076300         SET FY-LDG-BAD TO TRUE
076400         STRING "LEDGERIN RUNS ON PAST THE LAST CTLIN RANGE - "
076500             DELIMITED BY SIZE
076600             "CYCLE " DELIMITED BY SIZE
076700             FB-LDG-CYCLE-NUM DELIMITED BY SIZE
076800             INTO FY-DETAIL
076900         GO TO 4200-EXIT
077000     END-IF.
077100     IF FB-LDG-CYCLE-NUM NOT NUMERIC
077200         OR FB-LDG-CYCLE-NUM NOT = FY-EXPECT
077300         SET FY-LDG-BAD TO TRUE
077400         STRING "LEDGERIN CYCLE " DELIMITED BY SIZE
077500             FB-LDG-CYCLE-NUM DELIMITED BY SIZE
077600             " WHERE CTLIN RANGE " DELIMITED BY SIZE
077700             FY-RG-ID (FY-RANGE-IDX) DELIMITED BY SPACE
077800             " EXPECTS " DELIMITED BY SIZE
077900             FY-EXPECT DELIMITED BY SIZE
078000             INTO FY-DETAIL
078100         GO TO 4200-EXIT
078200     END-IF.
078300     ADD 1 TO FY-LDG-CT.
078400     IF FY-EXPECT < FY-RG-END (FY-RANGE-IDX)
078500         ADD 1 TO FY-EXPECT
078600         GO TO 4200-EXIT
078700     END-IF.
078800     ADD 1 TO FY-RANGE-IDX.
078900     IF FY-RANGE-IDX NOT > FY-RANGE-CT
079000         MOVE FY-RG-START (FY-RANGE-IDX) TO FY-EXPECT
079100     END-IF.
079200 4200-EXIT.
079300     EXIT.
079400*****************************************************************
079500*  5000-CHECK-RULES - FIND THE RULEMAST SET IN FORCE FOR THE RUN*
079600*                     DATE - THE HIGHEST EFFECTIVE DATE NOT     *
079700*                     AFTER TODAY, AS FIZZBUZZ SELECTS IT.  WITH*
079800*                     NONE, FIZZBUZZ WOULD FALL BACK TO THE     *
079900*                     FIRST SET ON THE MASTER, ONE NOT YET IN   *
080000*                     FORCE.                                    *
080100*****************************************************************
080200 5000-CHECK-RULES.
080300     MOVE "RULE SET IN FORCE - RULEMAST" TO FY-CHECK-NAME.
080400     MOVE SPACES TO FY-DETAIL.
080500     MOVE SPACES TO FY-ACTION.
080600     OPEN INPUT RMS-FILE.
080700     IF FY-RMS-FILE-STATUS NOT = "00"
080800         STRING "RULEMAST COULD NOT BE OPENED - FILE STATUS "
080900             DELIMITED BY SIZE
081000             FY-RMS-FILE-STATUS DELIMITED BY SIZE
081100             INTO FY-DETAIL
081200         MOVE "CORRECT THE RULEMAST ALLOCATION AND RERUN"
081300             TO FY-ACTION
081400         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
081500         GO TO 5000-EXIT
081600     END-IF.
081700     PERFORM 5100-SCAN-RULE-SET THRU 5100-EXIT
081800         UNTIL FY-RMS-EOF.
081900     CLOSE RMS-FILE.
082000     IF FY-RULE-FOUND
082100         STRING "RULES VERSION " DELIMITED BY SIZE
082200             FY-RULE-VERSION DELIMITED BY SIZE
082300             " EFFECTIVE " DELIMITED BY SIZE
082400             FY-RULE-EFF-DATE DELIMITED BY SIZE
082500             " IS IN FORCE FOR " DELIMITED BY SIZE
082600             FY-TODAY DELIMITED BY SIZE
082700             INTO FY-DETAIL
082800         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
082900     ELSE
083000         STRING "NO RULE SET ON RULEMAST IS EFFECTIVE ON OR "
083100             "BEFORE " DELIMITED BY SIZE
083200             FY-TODAY DELIMITED BY SIZE
083300             INTO FY-DETAIL
083400         MOVE "ADD THE SET IN FORCE TODAY WITH THE FBRULMNT JOB"
083500             TO FY-ACTION
083600         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
083700     END-IF.
083800 5000-EXIT.
083900     EXIT.
084000*****************************************************************
084100*  5100-SCAN-RULE-SET - KEEP THE SET WITH THE HIGHEST EFFECTIVE *
084200*                       DATE NOT AFTER TODAY.  A RECORD THAT    *
084300*                       DOES NOT EDIT IS PASSED OVER, AS        *
084400*                       FIZZBUZZ BYPASSES IT.                   *
084500*****************************************************************
084600 5100-SCAN-RULE-SET.
084700     READ RMS-FILE
084800         AT END
084900             MOVE "Y" TO FY-RMS-EOF-SW
085000             GO TO 5100-EXIT
085100     END-READ.
085200     ADD 1 TO FY-RECS-READ.
085300     IF FB-RMS-EFF-DATE NOT NUMERIC
085400         OR FB-RMS-VERSION NOT NUMERIC
085500         GO TO 5100-EXIT
085600     END-IF.
085700     IF FB-RMS-EFF-DATE > FY-TODAY
085800         GO TO 5100-EXIT
085900     END-IF.
086000     IF FY-RULE-FOUND
086100         AND FB-RMS-EFF-DATE < FY-RULE-EFF-DATE
086200         GO TO 5100-EXIT
086300     END-IF.
086400     SET FY-RULE-FOUND TO TRUE.
086500     MOVE FB-RMS-EFF-DATE TO FY-RULE-EFF-DATE.
086600     MOVE FB-RMS-VERSION  TO FY-RULE-VERSION.
086700 5100-EXIT.
086800     EXIT.
086900*****************************************************************
087000*  6000-CHECK-MTDFILE - THE FIRST RUN HEADER ON MTDFILE NAMES   *
087100*                       THE PERIOD IT HOLDS.  A PERIOD BEFORE   *
087200*                       THE RUN DATE'S MONTH MEANS THE FBMONTH  *
087300*                       CLOSE NEVER RAN, AND TONIGHT'S ROLL     *
087400*                       WOULD MIX TWO MONTHS ON ONE DATASET.  AN*
087500*                       EMPTY MTDFILE IS A NEWLY CLOSED PERIOD. *
087600*****************************************************************
087700 6000-CHECK-MTDFILE.
087800     MOVE "PERIOD CLOSED - MTDFILE" TO FY-CHECK-NAME.
087900     MOVE SPACES TO FY-DETAIL.
088000     MOVE SPACES TO FY-ACTION.
088100     OPEN INPUT MTD-FILE.
088200     IF FY-MTD-FILE-STATUS NOT = "00"
088300         STRING "MTDFILE COULD NOT BE OPENED - FILE STATUS "
088400             DELIMITED BY SIZE
088500             FY-MTD-FILE-STATUS DELIMITED BY SIZE
088600             INTO FY-DETAIL
088700         MOVE "CORRECT THE MTDFILE ALLOCATION AND RERUN"
088800             TO FY-ACTION
088900         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
089000         GO TO 6000-EXIT
089100     END-IF.
089200     PERFORM 6100-FIND-HEADER THRU 6100-EXIT
089300         UNTIL FY-MTD-EOF OR FY-MTD-DATE > 0.
089400     CLOSE MTD-FILE.
089500     IF FY-MTD-DATE = 0
089600         MOVE "MTDFILE IS EMPTY - THE PERIOD IS NEWLY OPENED"
089700             TO FY-DETAIL
089800         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
089900         GO TO 6000-EXIT
090000     END-IF.
090100     IF FY-MTD-YYYYMM < FY-TODAY-YYYYMM
090200         STRING "MTDFILE STILL HOLDS PERIOD " DELIMITED BY SIZE
090300             FY-MTD-YYYYMM DELIMITED BY SIZE
090400             " - FIRST RUN DATED " DELIMITED BY SIZE
090500             FY-MTD-DATE DELIMITED BY SIZE
090600             INTO FY-DETAIL
090700         MOVE "RUN THE FBMONTH CLOSE FOR THAT PERIOD FIRST"
090800             TO FY-ACTION
090900         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
091000     ELSE
091100         STRING "MTDFILE HOLDS THE CURRENT PERIOD "
091200             DELIMITED BY SIZE
091300             FY-MTD-YYYYMM DELIMITED BY SIZE
091400             INTO FY-DETAIL
091500         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
091600     END-IF.
091700 6000-EXIT.
091800     EXIT.
091900*****************************************************************
092000*  6100-FIND-HEADER - READ MTDFILE UP TO ITS FIRST RUN HEADER   *
092100*                     WITH A USABLE RUN DATE.                   *
092200*****************************************************************
092300 6100-FIND-HEADER.
092400     READ MTD-FILE INTO FB-OUT-RECORD
092500         AT END
092600             MOVE "Y" TO FY-MTD-EOF-SW
092700             GO TO 6100-EXIT
092800     END-READ.
092900     ADD 1 TO FY-RECS-READ.
093000     IF FB-OUT-HEADER
093100         AND FB-OUT-HDR-RUN-DATE NUMERIC
093200         MOVE FB-OUT-HDR-RUN-DATE TO FY-MTD-DATE
093300     END-IF.
093400 6100-EXIT.
093500     EXIT.
093600*****************************************************************
093700*  7000-CHECK-HANDOVER - THE LAST DISTOUT HAND-OVER MUST HAVE   *
093800*                        BEEN ACKNOWLEDGED ON ACKIN - RUN DATE, *
093900*                        RUN SEQUENCE, RECORD COUNT, HASH TOTAL *
094000*                        AND ACCEPTED STATUS, AS THE FBXTRACT   *
094100*                        ACKNOWLEDGMENT CHECK PROVES THEM -     *
094200*                        BEFORE TONIGHT'S EXTRACT OVERWRITES IT.*
094300*                        NO DISTOUT YET, OR AN EMPTY ONE, HAS   *
094400*                        NOTHING OUTSTANDING.                   *
094500*****************************************************************
094600 7000-CHECK-HANDOVER.
094700     MOVE "HAND-OVER ACKNOWLEDGED - DISTOUT" TO FY-CHECK-NAME.
094800     MOVE SPACES TO FY-DETAIL.
094900     MOVE SPACES TO FY-ACTION.
095000     OPEN INPUT DST-FILE.
095100     IF FY-DST-FILE-STATUS = "35"
095200         MOVE "NO DISTOUT DATASET - NOTHING HANDED OVER YET"
095300             TO FY-DETAIL
095400         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
095500         GO TO 7000-EXIT
095600     END-IF.
095700     IF FY-DST-FILE-STATUS NOT = "00"
095800         STRING "DISTOUT COULD NOT BE OPENED - FILE STATUS "
095900             DELIMITED BY SIZE
096000             FY-DST-FILE-STATUS DELIMITED BY SIZE
096100             INTO FY-DETAIL
096200         MOVE "CORRECT THE DISTOUT ALLOCATION AND RERUN"
096300             TO FY-ACTION
096400         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
096500         GO TO 7000-EXIT
096600     END-IF.
096700     PERFORM 7100-SCAN-INTERFACE THRU 7100-EXIT
096800         UNTIL FY-DST-EOF.
096900     CLOSE DST-FILE.
097000     IF NOT FY-HDR-SEEN AND NOT FY-TRL-SEEN
097100         MOVE "DISTOUT IS EMPTY - NOTHING HANDED OVER YET"
097200             TO FY-DETAIL
097300         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
097400         GO TO 7000-EXIT
097500     END-IF.
097600     IF NOT FY-HDR-SEEN OR NOT FY-TRL-SEEN
097700         MOVE "DISTOUT HAS NO INTERFACE HEADER OR NO TRAILER"
097800             TO FY-DETAIL
097900         MOVE "RERUN THE LAST EXTRACT AND HAVE IT ACKNOWLEDGED"
098000             TO FY-ACTION
098100         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
098200         GO TO 7000-EXIT
098300     END-IF.
098400     PERFORM 7200-MATCH-ACK THRU 7200-EXIT.
098500     IF FY-DETAIL NOT = SPACES
098600         STRING "CHASE THE ACKNOWLEDGMENT AND RERUN FBSHIFT "
098700             "BEFORE THE WINDOW" DELIMITED BY SIZE
098800             INTO FY-ACTION
098900         PERFORM 8500-CHECK-FAILED THRU 8500-EXIT
099000     ELSE
099100         STRING "RUN " DELIMITED BY SIZE
099200             FY-DST-RUN-SEQ DELIMITED BY SIZE
099300             " DATED " DELIMITED BY SIZE
099400             FY-DST-RUN-DATE DELIMITED BY SIZE
099500             " ACKNOWLEDGED - " DELIMITED BY SIZE
099600             FY-DST-REC-CT DELIMITED BY SIZE
099700             " CYCLES" DELIMITED BY SIZE
099800             INTO FY-DETAIL
099900         PERFORM 8400-CHECK-PASSED THRU 8400-EXIT
100000     END-IF.
100100 7000-EXIT.
100200     EXIT.
100300*****************************************************************
100400*  7100-SCAN-INTERFACE - CAPTURE THE INTERFACE HEADER AND       *
100500*                        TRAILER OFF THE DISTRIBUTION FILE.     *
100600*****************************************************************
100700 7100-SCAN-INTERFACE.
100800     READ DST-FILE
100900         AT END
101000             MOVE "Y" TO FY-DST-EOF-SW
101100             GO TO 7100-EXIT
101200     END-READ.
101300     ADD 1 TO FY-RECS-READ.
101400     EVALUATE TRUE
101500         WHEN FB-DST-HEADER
101600             MOVE FB-DST-HDR-RUN-DATE TO FY-DST-RUN-DATE
101700             MOVE FB-DST-HDR-RUN-SEQ  TO FY-DST-RUN-SEQ
101800             SET FY-HDR-SEEN TO TRUE
101900         WHEN FB-DST-TRAILER
102000             MOVE FB-DST-TRL-REC-CT TO FY-DST-REC-CT
102100             MOVE FB-DST-TRL-HASH   TO FY-DST-HASH
102200             SET FY-TRL-SEEN TO TRUE
102300         WHEN OTHER
102400             CONTINUE
102500     END-EVALUATE.
102600 7100-EXIT.
102700     EXIT.
102800*****************************************************************
102900*  7200-MATCH-ACK - READ THE DOWNSTREAM ACKNOWLEDGMENT AND PROVE*
103000*                   IT AGAINST THE INTERFACE.  ANY DIFFERENCE IS*
103100*                   LEFT IN FY-DETAIL; SPACES MEANS CONFIRMED.  *
103200*                   EVERY NUMERIC FIELD IS EDITED FIRST - ACKIN *
103300*                   IS WRITTEN BY ANOTHER TEAM'S SYSTEM.        *
103400*****************************************************************
103500 7200-MATCH-ACK.
103600     OPEN INPUT ACK-FILE.
103700     IF FY-ACK-FILE-STATUS NOT = "00"
103800         STRING "NO ACKNOWLEDGMENT RETURNED FOR RUN "
103900             DELIMITED BY SIZE
104000             FY-DST-RUN-SEQ DELIMITED BY SIZE
104100             " DATED " DELIMITED BY SIZE
104200             FY-DST-RUN-DATE DELIMITED BY SIZE
104300             " - ACKIN STATUS " DELIMITED BY SIZE
104400             FY-ACK-FILE-STATUS DELIMITED BY SIZE
104500             INTO FY-DETAIL
104600         GO TO 7200-EXIT
104700     END-IF.
104800     READ ACK-FILE
104900         AT END
105000             STRING "ACKIN IS EMPTY - RUN " DELIMITED BY SIZE
105100                 FY-DST-RUN-SEQ DELIMITED BY SIZE
105200                 " DATED " DELIMITED BY SIZE
105300                 FY-DST-RUN-DATE DELIMITED BY SIZE
105400                 " WAS NEVER CONFIRMED" DELIMITED BY SIZE
105500                 INTO FY-DETAIL
105600             CLOSE ACK-FILE
105700             GO TO 7200-EXIT
105800     END-READ.
105900     ADD 1 TO FY-RECS-READ.
106000     CLOSE ACK-FILE.
106100     IF FB-ACK-RUN-DATE NOT NUMERIC
106200         OR FB-ACK-RUN-SEQ NOT NUMERIC
106300         OR FB-ACK-REC-CT NOT NUMERIC
106400         OR FB-ACK-HASH NOT NUMERIC
106500         MOVE "ACKIN RECORD DOES NOT EDIT - NOT A CONFIRMATION"
106600             TO FY-DETAIL
106700         GO TO 7200-EXIT
106800     END-IF.
106900     IF FB-ACK-RUN-DATE NOT = FY-DST-RUN-DATE
107000         OR FB-ACK-RUN-SEQ NOT = FY-DST-RUN-SEQ
107100         STRING "ACKIN NAMES RUN " DELIMITED BY SIZE
107200             FB-ACK-RUN-SEQ DELIMITED BY SIZE
107300             " DATED " DELIMITED BY SIZE
107400             FB-ACK-RUN-DATE DELIMITED BY SIZE
107500             " - DISTOUT HOLDS RUN " DELIMITED BY SIZE
107600             FY-DST-RUN-SEQ DELIMITED BY SIZE
107700             INTO FY-DETAIL
107800         GO TO 7200-EXIT
107900     END-IF.
108000     IF FB-ACK-REC-CT NOT = FY-DST-REC-CT
108100         OR FB-ACK-HASH NOT = FY-DST-HASH
108200         STRING "ACKNOWLEDGED COUNT OR HASH TOTAL DISAGREES WITH "
108300             "THE DISTOUT TRAILER" DELIMITED BY SIZE
108400             INTO FY-DETAIL
108500         GO TO 7200-EXIT
108600     END-IF.
108700     IF NOT FB-ACK-ACCEPTED
108800         STRING "RUN " DELIMITED BY SIZE
108900             FY-DST-RUN-SEQ DELIMITED BY SIZE
109000             " WAS RETURNED WITH STATUS '" DELIMITED BY SIZE
109100             FB-ACK-STATUS DELIMITED BY SIZE
109200             "' - NOT ACCEPTED" DELIMITED BY SIZE
109300             INTO FY-DETAIL
109400     END-IF.
109500 7200-EXIT.
109600     EXIT.
109700*****************************************************************
109750*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
109800*                       RUN LOG.  THE EXCEPTION COUNTS ARE      *
109850*                       FBRECON'S AND ARE LOGGED AS ZERO - THE  *
109900*                       FAILED CHECKS ARE ON THE REPORT AND IN  *
109950*                       THE RETURN CODE.  A LOG THAT CANNOT BE  *
110000*                       OPENED IS BYPASSED - LOGGING MUST NEVER *
110050*                       TAKE THE RUN DOWN.                      *
110300*****************************************************************
110400 8000-WRITE-RUN-LOG.
110500     OPEN EXTEND LOG-FILE.
110600     IF FY-LOG-FILE-STATUS NOT = "00" AND "05"
110700         GO TO 8000-EXIT
110800     END-IF.
110900     MOVE SPACES TO FB-LOG-RECORD.
111000     MOVE "FBREADY" TO FB-LOG-PROGRAM.
111100     ACCEPT FY-LOG-STAMP-DATE FROM DATE YYYYMMDD.
111200     ACCEPT FY-TIME-RAW FROM TIME.
111300     MOVE FY-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
111400     MOVE FY-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
111500     MOVE FY-LOG-EVENT-CD   TO FB-LOG-EVENT.
111600     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
111700     MOVE FY-RECS-READ      TO FB-LOG-RECS-READ.
111800     MOVE FY-RECS-WRITTEN   TO FB-LOG-RECS-WRITTEN.
111900     MOVE "N"               TO FB-LOG-RESTART-SW.
112000     MOVE 0 TO FB-LOG-MISSING-CT.
112100     MOVE 0 TO FB-LOG-DUP-CT.
112200     MOVE 0 TO FB-LOG-UNMATCHED-CT.
112300     MOVE 0 TO FB-LOG-MISCLASS-CT.
112400     WRITE FB-LOG-RECORD.
112500     CLOSE LOG-FILE.
112600 8000-EXIT.
112700     EXIT.
112800*****************************************************************
112900*  8300-WRITE-LINE - WRITE FB-RPT-LINE TO THE REPORT.           *
113000*****************************************************************
113100 8300-WRITE-LINE.
113200     WRITE FB-RPT-RECORD.
113300     ADD 1 TO FY-RECS-WRITTEN.
113400 8300-EXIT.
113500     EXIT.
113600*****************************************************************
113700*  8400-CHECK-PASSED - PRINT A CHECK THAT PASSED - ITS NAME AND *
113800*                      GO, THEN WHAT IT FOUND.                  *
113900*****************************************************************
114000 8400-CHECK-PASSED.
114100     ADD 1 TO FY-CHECK-CT.
114200     MOVE SPACES TO FY-VERDICT-LINE.
114300     MOVE FY-CHECK-NAME TO FY-VL-NAME.
114400     MOVE "GO" TO FY-VL-VERDICT.
114500     MOVE FY-VERDICT-LINE TO FB-RPT-LINE.
114600     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
114700     MOVE SPACES TO FB-RPT-LINE.
114800     STRING "    " DELIMITED BY SIZE
114900         FY-DETAIL DELIMITED BY SIZE
115000         INTO FB-RPT-LINE.
115100     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
115200 8400-EXIT.
115300     EXIT.
115400*****************************************************************
115500*  8500-CHECK-FAILED - PRINT A CHECK THAT FAILED - ITS NAME AND *
115600*                      NO-GO, WHAT IT FOUND, AND WHAT TO DO     *
115700*                      ABOUT IT - AND COUNT IT AGAINST THE      *
115800*                      WINDOW.                                  *
115900*****************************************************************
116000 8500-CHECK-FAILED.
116100     ADD 1 TO FY-CHECK-CT.
116200     ADD 1 TO FY-FAIL-CT.
116300     MOVE SPACES TO FY-VERDICT-LINE.
116400     MOVE FY-CHECK-NAME TO FY-VL-NAME.
116500     MOVE "NO-GO" TO FY-VL-VERDICT.
116600     MOVE FY-VERDICT-LINE TO FB-RPT-LINE.
116700     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
116800     MOVE SPACES TO FB-RPT-LINE.
116900     STRING "    " DELIMITED BY SIZE
117000         FY-DETAIL DELIMITED BY SIZE
117100         INTO FB-RPT-LINE.
117200     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
117300     MOVE SPACES TO FB-RPT-LINE.
117400     STRING "    ACTION - " DELIMITED BY SIZE
117500         FY-ACTION DELIMITED BY SIZE
117600         INTO FB-RPT-LINE.
117700     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
117800     DISPLAY "FBREADY - NO-GO - " FY-CHECK-NAME.
117900 8500-EXIT.
118000     EXIT.
118100*****************************************************************
118200*  9000-TERMINATE - PRINT THE VERDICT AND SET THE RETURN CODE   *
118300*                   THE REST OF THE WINDOW TESTS.               *
118400*****************************************************************
118500 9000-TERMINATE.
118600     MOVE SPACES TO FB-RPT-LINE.
118700     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
118800     MOVE SPACES TO FB-RPT-LINE.
118900     IF FY-FAIL-CT = 0
119000         STRING "READINESS - GO - ALL " DELIMITED BY SIZE
119100             FY-CHECK-CT DELIMITED BY SIZE
119200             " CHECKS PASSED - RELEASE THE WINDOW"
119300             DELIMITED BY SIZE
119400             INTO FB-RPT-LINE
119500         MOVE 0 TO RETURN-CODE
119600     ELSE
119700         STRING "READINESS - NO-GO - " DELIMITED BY SIZE
119800             FY-FAIL-CT DELIMITED BY SIZE
119900             " OF " DELIMITED BY SIZE
120000             FY-CHECK-CT DELIMITED BY SIZE
120100             " CHECKS FAILED - THE WINDOW IS HELD"
120200             DELIMITED BY SIZE
120300             INTO FB-RPT-LINE
120400         MOVE 8 TO RETURN-CODE
120500     END-IF.
120600     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
120700     DISPLAY FB-RPT-LINE.
120800     CLOSE RPT-FILE.
120900 9000-EXIT.
121000     EXIT.
121100*****************************************************************
121200*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
121300*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
121400*              LEAVES ONE.                                      *
121500*****************************************************************
121600 9999-EXIT.
121700     MOVE "E" TO FY-LOG-EVENT-CD.
121800     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
121900     STOP RUN.
