000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBRMAINT.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBRMAINT                                                     *
001000*                                                               *
001100*  RULES MASTER MAINTENANCE.  SINCE THE DIVISOR RULES MOVED TO  *
001200*  THE EFFECTIVE-DATED RULES MASTER (RULEMAST - SEE FBRMSRC) A  *
001300*  RULE CHANGE HAS BEEN A RECORD KEYED STRAIGHT ONTO THE        *
001400*  DATASET, WITH NOTHING BUT THE KEYER'S CARE BETWEEN A TYPING  *
001500*  SLIP AND EVERY PROGRAM IN THE SUITE.  A DATE OUT OF ORDER, A *
001600*  REPEATED VERSION, A 15 KEYED BEHIND THE 3 AND 5 IT COMBINES  *
001700*  (SO IT CAN NEVER MATCH), OR A CLASS CODE MOVED TO ANOTHER    *
001800*  ENTRY POSITION (SO THE POSITIONAL TRAILER TOTALS NO LONGER   *
001900*  LINE UP ACROSS VERSIONS) ALL PASSED UNNOTICED UNTIL A PROOF  *
002000*  FAILED OR A REPORT WAS WRONG - AND NOTHING RECORDED WHO      *
002100*  ASKED FOR THE CHANGE OR WHAT THE SET LOOKED LIKE BEFORE.     *
002200*                                                               *
002300*  THIS PROGRAM IS NOW THE ONLY WAY RULEMAST CHANGES.  IT READS *
002400*  ADD, CORRECT AND RETIRE TRANSACTIONS (RMTRANS - SEE          *
002500*  FBRMTRC), EDITS EACH ONE AGAINST THE MASTER AS IT STANDS     *
002600*  AFTER THE TRANSACTIONS BEFORE IT, AND APPLIES ONLY THE ONES  *
002700*  THAT PASS -                                                  *
002800*      - EFFECTIVE DATES ASCEND, ONE SET TO A DATE.             *
002900*      - VERSIONS NEVER REPEAT - NOT EVEN A RETIRED ONE, WHICH  *
003000*        THE RULES CHANGE JOURNAL STILL REMEMBERS.              *
003100*      - A COMBINED DIVISOR PRECEDES EVERY DIVISOR IT COMBINES. *
003200*      - A CLASS CODE SITS IN THE SAME ENTRY POSITION IN EVERY  *
003300*        VERSION ON THE MASTER.                                 *
003350*      - NO EFFECTIVE DATE FALLS ON OR BEFORE TODAY OR A RUN    *
003400*        ALREADY ON MTDFILE, AND NO SET ALREADY IN FORCE OR     *
003450*        GOVERNING A RUN - ON MTDFILE OR ARCHIVED - IS          *
003500*        CORRECTED OR RETIRED.  A NIGHT IS ALWAYS JUDGED BY     *
003550*        THE RULES IT WAS CLASSIFIED UNDER.                     *
003800*  THE REPORT (RMAINRPT) LISTS EVERY RULE SET BEFORE AND AFTER  *
003900*  THE RUN AND EACH TRANSACTION'S DISPOSITION, WITH THE REASON  *
004000*  FOR EVERY REJECTION.  EACH ACCEPTED CHANGE IS APPENDED TO    *
004100*  THE PERMANENT RULES CHANGE JOURNAL (RMJRNL - SEE FBRMJRC)    *
004200*  WITH THE DATE, THE REQUESTER, AND THE SET BEFORE AND AFTER.  *
004300*  A RUN WITH NO TRANSACTIONS IS SIMPLY A LISTING OF THE MASTER.*
004400*                                                               *
004500*  RETURN CODES - 0 EVERY TRANSACTION APPLIED, 8 ONE OR MORE    *
004600*  REJECTED (THE REST ARE STILL APPLIED), 16 A FILE THAT COULD  *
004700*  NOT BE OPENED.                                               *
004800*                                                               *
004900*  MODIFICATION HISTORY                                         *
005000*  ---------------------------------------------------------    *
005100*  2026-10-15  RLB  INITIAL VERSION.                            *
005110*  2026-10-15  RLB  GUARD CHANGES BY TODAY AS WELL AS THE       *
005120*                   LATEST MTDFILE RUN, SO SETS GOVERNING       *
005130*                   ARCHIVED RUNS STAY FROZEN ONCE MTDFILE IS   *
005140*                   RESET; CHECK THE EFFECTIVE DAY AGAINST THE  *
005150*                   MONTH'S LENGTH.                             *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-ZSERIES.
005600 OBJECT-COMPUTER.   IBM-ZSERIES.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT TRN-FILE ASSIGN TO "RMTRANS"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FE-TRN-FILE-STATUS.
006200     SELECT RMS-FILE ASSIGN TO "RULEMAST"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FE-RMS-FILE-STATUS.
006500     SELECT MTD-FILE ASSIGN TO "MTDFILE"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS FE-MTD-FILE-STATUS.
006800     SELECT JRN-FILE ASSIGN TO "RMJRNL"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FE-JRN-FILE-STATUS.
007100     SELECT RPT-FILE ASSIGN TO "RMAINRPT"
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS FE-LOG-FILE-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  TRN-FILE
007900     RECORDING MODE IS F.
008000     COPY FBRMTRC.
008100 FD  RMS-FILE
008200     RECORDING MODE IS F.
008300     COPY FBRMSRC.
008400 FD  MTD-FILE
008500     RECORDING MODE IS F.
008600 01  FE-MTD-REC              PIC X(80).
008700 FD  JRN-FILE
008800     RECORDING MODE IS F.
008900 01  FE-JRN-REC              PIC X(160).
009000 FD  RPT-FILE
009100     RECORDING MODE IS F.
009200     COPY FBRPTRC.
009300 FD  LOG-FILE
009400     RECORDING MODE IS F.
009500     COPY FBLOGRC.
009600 WORKING-STORAGE SECTION.
009700 01  FE-SWITCHES.
009800     05  FE-TRN-EOF-SW       PIC X(01) VALUE "N".
009900         88  FE-TRN-EOF                VALUE "Y".
010000     05  FE-RMS-EOF-SW       PIC X(01) VALUE "N".
010100         88  FE-RMS-EOF                VALUE "Y".
010200     05  FE-MTD-EOF-SW       PIC X(01) VALUE "N".
010300         88  FE-MTD-EOF                VALUE "Y".
010400     05  FE-JRN-EOF-SW       PIC X(01) VALUE "N".
010500         88  FE-JRN-EOF                VALUE "Y".
010600     05  FE-JRN-FAIL-SW      PIC X(01) VALUE "N".
010700         88  FE-JOURNAL-FAILED         VALUE "Y".
010800 01  FE-WORK-AREAS.
010900     05  FE-TRN-FILE-STATUS  PIC X(02) VALUE "00".
011000     05  FE-RMS-FILE-STATUS  PIC X(02) VALUE "00".
011100     05  FE-MTD-FILE-STATUS  PIC X(02) VALUE "00".
011200     05  FE-JRN-FILE-STATUS  PIC X(02) VALUE "00".
011300     05  FE-TODAY            PIC 9(08) VALUE 0.
011400     05  FE-MTD-HIGH-DATE    PIC 9(08) VALUE 0.
011500     05  FE-MTD-SCAN-CT      PIC 9(09) VALUE 0.
011600     05  FE-HIGH-VERSION     PIC 9(05) VALUE 0.
011700     05  FE-TRANS-CT         PIC 9(05) VALUE 0.
011800     05  FE-ACCEPT-CT        PIC 9(05) VALUE 0.
011900     05  FE-REJECT-CT        PIC 9(05) VALUE 0.
012000     05  FE-FOUND-SUB        PIC 9(02) VALUE 0.
012100     05  FE-SET-SUB          PIC 9(02) VALUE 0.
012200     05  FE-MOVE-SUB         PIC 9(02) VALUE 0.
012300     05  FE-I                PIC 9(01) VALUE 0.
012400     05  FE-J                PIC 9(01) VALUE 0.
012500     05  FE-J-START          PIC 9(01) VALUE 0.
012600     05  FE-USED-CT          PIC 9(01) VALUE 0.
012700     05  FE-QUOT             PIC 9(03) VALUE 0.
012800     05  FE-REM              PIC 9(03) VALUE 0.
012900     05  FE-REASON           PIC X(76) VALUE SPACES.
013000     05  FE-DISPOSITION      PIC X(10) VALUE SPACES.
013100     05  FE-EDIT-DATE.
013200         10  FE-EDIT-YYYY    PIC 9(04).
013300         10  FE-EDIT-MM      PIC 9(02).
013400         10  FE-EDIT-DD      PIC 9(02).
013500     05  FE-LIST-EFF-DATE    PIC 9(08) VALUE 0.
013600     05  FE-LIST-VERSION     PIC 9(05) VALUE 0.
013700     05  FE-JRN-CT           PIC 9(02) VALUE 0.
013800     05  FE-JRN-MAX          PIC 9(02) VALUE 20.
013900     05  FE-JRN-SUB          PIC 9(02) VALUE 0.
013905     05  FE-GUARD-DATE       PIC 9(08) VALUE 0.
013910     05  FE-MAX-DAY          PIC 9(02) VALUE 0.
013915     05  FE-LEAP-QUOT        PIC 9(04) VALUE 0.
013920     05  FE-LEAP-REM         PIC 9(03) VALUE 0.
013925*****************************************************************
013930*  FE-MONTH-TABLE - DAYS IN EACH MONTH OF A COMMON YEAR.        *
013935*****************************************************************
013940 01  FE-MONTH-TABLE.
013945     05  FILLER              PIC X(24)
013950                             VALUE "312831303130313130313031".
013955 01  FE-MONTH-LENGTHS REDEFINES FE-MONTH-TABLE.
013960     05  FE-MONTH-LEN        PIC 9(02) OCCURS 12 TIMES.
014000*****************************************************************
014100*  FE-BEFORE-SETS - THE RULES MASTER AS LOADED, KEPT FOR THE    *
014200*  BEFORE LISTING.  FILLED BY ONE GROUP MOVE FROM FB-RULE-SETS  *
014300*  (SEE FBRULES) AND MUST STAY CONGRUENT WITH IT - COUNT, THREE *
014400*  SUBSCRIPT FIELDS, AND TWENTY 69-BYTE SET ENTRIES.            *
014500*****************************************************************
014600 01  FE-BEFORE-SETS.
014700     05  FE-BEF-SET-CT       PIC 9(02).
014800     05  FILLER              PIC X(06).
014900     05  FE-BEF-ENTRY OCCURS 20 TIMES.
015000         10  FE-BEF-EFF-DATE PIC 9(08).
015100         10  FE-BEF-VERSION  PIC 9(05).
015200         10  FE-BEF-RULES    PIC X(56).
015300*****************************************************************
015400*  FE-SCAN-TABLE - ONE TABLED SET'S ENTRIES, MOVED HERE FROM    *
015500*  FB-RS-RULES WHEN A SET OTHER THAN THE ONE BEING EDITED MUST  *
015600*  BE LOOKED AT ENTRY BY ENTRY.                                 *
015700*****************************************************************
015800 01  FE-SCAN-TABLE.
015900     05  FE-SCAN-ENTRY OCCURS 4 TIMES.
016000         10  FE-SCAN-DIVISOR PIC 9(03).
016100         10  FE-SCAN-CODE    PIC X(01).
016200         10  FE-SCAN-TEXT    PIC X(10).
016300*****************************************************************
016400*  FE-JRN-TABLE - JOURNAL IMAGES OF THE CHANGES ACCEPTED THIS   *
016500*  RUN, HELD UNTIL RULEMAST HAS BEEN REWRITTEN SO THE JOURNAL   *
016600*  NEVER RECORDS A CHANGE THE MASTER DID NOT TAKE.              *
016700*****************************************************************
016800 01  FE-JRN-TABLE.
016900     05  FE-JRN-IMAGE        PIC X(160) OCCURS 20 TIMES.
017000 01  FE-LOG-AREAS.
017100     05  FE-LOG-FILE-STATUS  PIC X(02) VALUE "00".
017200     05  FE-LOG-EVENT-CD     PIC X(01) VALUE "S".
017300     05  FE-RECS-READ        PIC 9(09) VALUE 0.
017400     05  FE-RECS-WRITTEN     PIC 9(09) VALUE 0.
017500     05  FE-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
017600     05  FE-TIME-RAW.
017700         10  FE-TIME-HHMMSS  PIC 9(06).
017800         10  FILLER          PIC 9(02).
017900*****************************************************************
018000*  FBOUTRC - CLASSIFICATION RECORD SHAPE, USED HERE IN WORKING  *
018100*  STORAGE TO PICK THE RUN HEADERS OFF MTDFILE.                 *
018200*****************************************************************
018300     COPY FBOUTRC.
018400*****************************************************************
018500*  FBRMJRC - RULES CHANGE JOURNAL RECORD, BUILT HERE FOR EACH   *
018600*  ACCEPTED CHANGE AND USED TO READ THE JOURNAL BACK.           *
018700*****************************************************************
018800     COPY FBRMJRC.
018900*****************************************************************
019000*  FBRULES - THE RULE SET TABLE HOLDS THE MASTER WHILE IT IS    *
019100*  MAINTAINED; FB-RULE-TABLE IS THE WORK AREA A TRANSACTION'S   *
019200*  ENTRIES ARE EDITED IN.                                       *
019300*****************************************************************
019400     COPY FBRULES.
019500 PROCEDURE DIVISION.
019600*****************************************************************
019700*  0000-MAINLINE                                                *
019800*****************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
020100     PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
020200         UNTIL FE-TRN-EOF.
020300     PERFORM 4000-REWRITE-MASTER  THRU 4000-EXIT.
020400     PERFORM 5000-WRITE-JOURNAL   THRU 5000-EXIT.
020500     PERFORM 6000-LIST-AFTER      THRU 6000-EXIT.
020600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
020700     GO TO 9999-EXIT.
020800*****************************************************************
020900*  1000-INITIALIZE - LOAD THE MASTER AND KEEP ITS BEFORE IMAGE, *
021000*                    FIND THE LATEST RUN ON MTDFILE AND THE     *
021100*                    HIGHEST VERSION EVER ISSUED, LIST THE      *
021200*                    MASTER AS IT STANDS, AND PRIME THE         *
021300*                    TRANSACTIONS.                              *
021400*****************************************************************
021500 1000-INITIALIZE.
021600     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
021700     PERFORM 8100-LOAD-RULE-SETS THRU 8100-EXIT.
021800     MOVE FB-RULE-SETS TO FE-BEFORE-SETS.
021900     ACCEPT FE-TODAY FROM DATE YYYYMMDD.
022000     OPEN OUTPUT RPT-FILE.
022100     MOVE SPACES TO FB-RPT-LINE.
022200     STRING "FBRMAINT - RULES MASTER MAINTENANCE REPORT - "
022300         DELIMITED BY SIZE
022400         FE-TODAY DELIMITED BY SIZE
022500         INTO FB-RPT-LINE.
022600     WRITE FB-RPT-RECORD.
022700     ADD 1 TO FE-RECS-WRITTEN.
022800     PERFORM 1100-SCAN-MTD     THRU 1100-EXIT.
022900     PERFORM 1200-SCAN-JOURNAL THRU 1200-EXIT.
023000     PERFORM 3000-LIST-BEFORE  THRU 3000-EXIT.
023100     OPEN INPUT TRN-FILE.
023200     IF FE-TRN-FILE-STATUS NOT = "00"
023300         DISPLAY "FBRMAINT - RMTRANS COULD NOT BE OPENED - "
023400             "FILE STATUS " FE-TRN-FILE-STATUS " - ENDING "
023500             "RUN - RETURN CODE 16"
023600         MOVE 16 TO RETURN-CODE
023700         CLOSE RPT-FILE
023800         GO TO 9999-EXIT
023900     END-IF.
024000     MOVE SPACES TO FB-RPT-LINE.
024100     WRITE FB-RPT-RECORD.
024200     MOVE SPACES TO FB-RPT-LINE.
024300     STRING "TRANSACTIONS" DELIMITED BY SIZE INTO FB-RPT-LINE.
024400     WRITE FB-RPT-RECORD.
024500     ADD 2 TO FE-RECS-WRITTEN.
024600     PERFORM 1300-READ-TRANS THRU 1300-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900*****************************************************************
024950*  1100-SCAN-MTD - READ MTDFILE FOR THE LATEST RUN DATE ON ANY  *
025000*                  RUN HEADER AND SET THE GUARD DATE TO THE     *
025050*                  LATER OF IT AND TODAY.  NO SET MAY TAKE      *
025100*                  EFFECT ON OR BEFORE THE GUARD DATE, AND NO   *
025150*                  SET EFFECTIVE ON OR BEFORE IT MAY BE         *
025200*                  CORRECTED OR RETIRED - IT IS IN FORCE OR     *
025250*                  HAS GOVERNED RUNS, ON MTDFILE OR ALREADY     *
025300*                  ARCHIVED (MTDFILE IS EMPTY AFTER THE         *
025350*                  MONTH-END CLOSE, SO IT CANNOT BE THE ONLY    *
025400*                  GUARD).  A NEVER-WRITTEN MTDFILE (FILE       *
025450*                  STATUS 35) CARRIES NO RUNS; ANY OTHER OPEN   *
025500*                  FAILURE IS FATAL - NO CHANGE COULD BE        *
025550*                  PROVED SAFE.                                 *
025600*****************************************************************
025650 1100-SCAN-MTD.
025700     OPEN INPUT MTD-FILE.
025750     IF FE-MTD-FILE-STATUS NOT = "00" AND "35"
025800         DISPLAY "FBRMAINT - MTDFILE COULD NOT BE OPENED - "
025850             "FILE STATUS " FE-MTD-FILE-STATUS " - ENDING "
025900             "RUN - RETURN CODE 16"
025950         MOVE 16 TO RETURN-CODE
026000         CLOSE RPT-FILE
026050         GO TO 9999-EXIT
026100     END-IF.
026150     IF FE-MTD-FILE-STATUS = "00"
026200         PERFORM 1110-READ-MTD THRU 1110-EXIT
026250             UNTIL FE-MTD-EOF
026300         CLOSE MTD-FILE
026350     END-IF.
026400     MOVE FE-TODAY TO FE-GUARD-DATE.
026450     IF FE-MTD-HIGH-DATE > FE-GUARD-DATE
026500         MOVE FE-MTD-HIGH-DATE TO FE-GUARD-DATE
026550     END-IF.
026600     MOVE SPACES TO FB-RPT-LINE.
026650     STRING "LATEST RUN ON MTDFILE DATED " DELIMITED BY SIZE
026700         FE-MTD-HIGH-DATE                 DELIMITED BY SIZE
026750         ", TODAY "                       DELIMITED BY SIZE
026800         FE-TODAY                         DELIMITED BY SIZE
026850         INTO FB-RPT-LINE.
026900     WRITE FB-RPT-RECORD.
026950     MOVE SPACES TO FB-RPT-LINE.
027000     STRING "NO SET MAY TAKE EFFECT, OR BE CORRECTED OR RETIRED, "
027050                                          DELIMITED BY SIZE
027100         "ON OR BEFORE "                  DELIMITED BY SIZE
027150         FE-GUARD-DATE                    DELIMITED BY SIZE
027200         INTO FB-RPT-LINE.
027250     WRITE FB-RPT-RECORD.
027300     ADD 2 TO FE-RECS-WRITTEN.
027350 1100-EXIT.
027400     EXIT.
028300*****************************************************************
028400*  1110-READ-MTD - READ ONE MTDFILE RECORD AND KEEP THE LATEST  *
028500*                  RUN DATE ON A HEADER.                        *
028600*****************************************************************
028700 1110-READ-MTD.
028800     READ MTD-FILE INTO FB-OUT-RECORD
028900         AT END
029000             MOVE "Y" TO FE-MTD-EOF-SW
029100             GO TO 1110-EXIT
029200     END-READ.
029300     ADD 1 TO FE-MTD-SCAN-CT.
029400     IF FB-OUT-HEADER
029500         AND FB-OUT-HDR-RUN-DATE > FE-MTD-HIGH-DATE
029600         MOVE FB-OUT-HDR-RUN-DATE TO FE-MTD-HIGH-DATE
029700     END-IF.
029800 1110-EXIT.
029900     EXIT.
030000*****************************************************************
030100*  1200-SCAN-JOURNAL - FIND THE HIGHEST VERSION EVER ISSUED -   *
030200*                      THE HIGHER OF THE HIGHEST ON THE MASTER  *
030300*                      AND THE HIGHEST THE JOURNAL HAS RECORDED,*
030400*                      SO A RETIRED VERSION IS NEVER REISSUED.  *
030500*                      A JOURNAL THAT HAS NEVER BEEN WRITTEN    *
030600*                      (FILE STATUS 35) HAS NOTHING TO ADD; ANY *
030700*                      OTHER OPEN FAILURE IS FATAL - A CHANGE   *
030800*                      THAT CANNOT BE JOURNALED IS NOT MADE.    *
030900*****************************************************************
031000 1200-SCAN-JOURNAL.
031100     PERFORM 1210-TEST-SET-VERSION THRU 1210-EXIT
031200         VARYING FE-SET-SUB FROM 1 BY 1
031300         UNTIL FE-SET-SUB > FB-RULE-SET-CT.
031400     OPEN INPUT JRN-FILE.
031500     IF FE-JRN-FILE-STATUS = "35"
031600         GO TO 1200-EXIT
031700     END-IF.
031800     IF FE-JRN-FILE-STATUS NOT = "00"
031900         DISPLAY "FBRMAINT - RMJRNL COULD NOT BE OPENED - "
032000             "FILE STATUS " FE-JRN-FILE-STATUS " - ENDING "
032100             "RUN - RETURN CODE 16"
032200         MOVE 16 TO RETURN-CODE
032300         CLOSE RPT-FILE
032400         GO TO 9999-EXIT
032500     END-IF.
032600     PERFORM 1220-READ-JOURNAL THRU 1220-EXIT
032700         UNTIL FE-JRN-EOF.
032800     CLOSE JRN-FILE.
032900 1200-EXIT.
033000     EXIT.
033100*****************************************************************
033200*  1210-TEST-SET-VERSION - KEEP THE HIGHEST VERSION ON THE      *
033300*                          MASTER.                              *
033400*****************************************************************
033500 1210-TEST-SET-VERSION.
033600     IF FB-RS-VERSION (FE-SET-SUB) > FE-HIGH-VERSION
033700         MOVE FB-RS-VERSION (FE-SET-SUB) TO FE-HIGH-VERSION
033800     END-IF.
033900 1210-EXIT.
034000     EXIT.
034100*****************************************************************
034200*  1220-READ-JOURNAL - READ ONE JOURNAL RECORD AND KEEP THE     *
034300*                      HIGHEST VERSION IT NAMES.                *
034400*****************************************************************
034500 1220-READ-JOURNAL.
034600     READ JRN-FILE INTO FB-RMJ-RECORD
034700         AT END
034800             MOVE "Y" TO FE-JRN-EOF-SW
034900             GO TO 1220-EXIT
035000     END-READ.
035100     IF FB-RMJ-VERSION NUMERIC
035200         AND FB-RMJ-VERSION > FE-HIGH-VERSION
035300         MOVE FB-RMJ-VERSION TO FE-HIGH-VERSION
035400     END-IF.
035500 1220-EXIT.
035600     EXIT.
035700*****************************************************************
035800*  1300-READ-TRANS - READ THE NEXT MAINTENANCE TRANSACTION.     *
035900*****************************************************************
036000 1300-READ-TRANS.
036100     READ TRN-FILE
036200         AT END
036300             MOVE "Y" TO FE-TRN-EOF-SW
036400             GO TO 1300-EXIT
036500     END-READ.
036600     ADD 1 TO FE-TRANS-CT.
036700     ADD 1 TO FE-RECS-READ.
036800 1300-EXIT.
036900     EXIT.
037000*****************************************************************
037100*  2000-PROCESS-TRANS - EDIT ONE TRANSACTION AGAINST THE MASTER *
037200*                       AS IT NOW STANDS, APPLY IT IF IT PASSES,*
037300*                       AND REPORT ITS DISPOSITION.  A REJECTED *
037400*                       TRANSACTION LEAVES THE MASTER UNTOUCHED.*
037500*****************************************************************
037600 2000-PROCESS-TRANS.
037700     MOVE SPACES TO FE-REASON.
037800     PERFORM 2100-EDIT-TRANS THRU 2100-EXIT.
037900     IF FE-REASON NOT = SPACES
038000         ADD 1 TO FE-REJECT-CT
038100         MOVE "REJECTED" TO FE-DISPOSITION
038200     ELSE
038300         PERFORM 2500-APPLY-TRANS THRU 2500-EXIT
038400         ADD 1 TO FE-ACCEPT-CT
038500         MOVE "ACCEPTED" TO FE-DISPOSITION
038600     END-IF.
038700     PERFORM 2900-REPORT-TRANS THRU 2900-EXIT.
038800     PERFORM 1300-READ-TRANS THRU 1300-EXIT.
038900 2000-EXIT.
039000     EXIT.
039100*****************************************************************
039200*  2100-EDIT-TRANS - THE EDITS EVERY ACTION SHARES, THEN THE    *
039300*                    ACTION'S OWN.  THE FIRST EDIT THAT FAILS   *
039400*                    LEAVES ITS REASON IN FE-REASON AND ENDS THE*
039500*                    EDIT.                                      *
039600*****************************************************************
039700 2100-EDIT-TRANS.
039800     IF NOT FB-RMT-ADD
039900         AND NOT FB-RMT-CORRECT
040000         AND NOT FB-RMT-RETIRE
040100         MOVE "ACTION IS NOT A (ADD), C (CORRECT) OR R (RETIRE)"
040200             TO FE-REASON
040300         GO TO 2100-EXIT
040400     END-IF.
040500     IF FB-RMT-REQUESTER = SPACES
040600         MOVE "NO REQUESTER NAMED - EVERY CHANGE MUST HAVE ONE"
040700             TO FE-REASON
040800         GO TO 2100-EXIT
040900     END-IF.
041000     IF FB-RMT-VERSION NOT NUMERIC
041100         OR FB-RMT-VERSION = 0
041200         MOVE "VERSION IS NOT A NON-ZERO NUMBER" TO FE-REASON
041300         GO TO 2100-EXIT
041400     END-IF.
041500     IF FE-JRN-CT >= FE-JRN-MAX
041600         STRING "MORE THAN " DELIMITED BY SIZE
041700             FE-JRN-MAX      DELIMITED BY SIZE
041800             " CHANGES IN ONE RUN - RESUBMIT THE REST"
041900                             DELIMITED BY SIZE
042000             INTO FE-REASON
042100         GO TO 2100-EXIT
042200     END-IF.
042300     MOVE 0 TO FE-FOUND-SUB.
042400     PERFORM 2110-MATCH-VERSION THRU 2110-EXIT
042500         VARYING FE-SET-SUB FROM 1 BY 1
042600         UNTIL FE-SET-SUB > FB-RULE-SET-CT
042700            OR FE-FOUND-SUB > 0.
042800     EVALUATE TRUE
042900         WHEN FB-RMT-ADD
043000             PERFORM 2200-EDIT-ADD     THRU 2200-EXIT
043100         WHEN FB-RMT-CORRECT
043200             PERFORM 2300-EDIT-CORRECT THRU 2300-EXIT
043300         WHEN OTHER
043400             PERFORM 2400-EDIT-RETIRE  THRU 2400-EXIT
043500     END-EVALUATE.
043600 2100-EXIT.
043700     EXIT.
043800*****************************************************************
043900*  2110-MATCH-VERSION - TEST ONE TABLED SET'S VERSION AGAINST   *
044000*                       THE TRANSACTION'S.                      *
044100*****************************************************************
044200 2110-MATCH-VERSION.
044300     IF FB-RS-VERSION (FE-SET-SUB) = FB-RMT-VERSION
044400         MOVE FE-SET-SUB TO FE-FOUND-SUB
044500     END-IF.
044600 2110-EXIT.
044700     EXIT.
044800*****************************************************************
044900*  2200-EDIT-ADD - A NEW SET TAKES A VERSION NEVER ISSUED       *
045000*                  BEFORE AND AN EFFECTIVE DATE LATER THAN THE  *
045100*                  LAST SET ON THE MASTER, AND GOES ON THE END. *
045200*****************************************************************
045300 2200-EDIT-ADD.
045400     IF FE-FOUND-SUB > 0
045500         MOVE "VERSION ALREADY ON THE MASTER - KEY C TO CORRECT"
045600             TO FE-REASON
045700         GO TO 2200-EXIT
045800     END-IF.
045900     IF FB-RMT-VERSION NOT > FE-HIGH-VERSION
046000         STRING "VERSION MUST BE HIGHER THAN " DELIMITED BY SIZE
046100             FE-HIGH-VERSION                  DELIMITED BY SIZE
046200             " - VERSIONS NEVER REPEAT"       DELIMITED BY SIZE
046300             INTO FE-REASON
046400         GO TO 2200-EXIT
046500     END-IF.
046600     IF FB-RULE-SET-CT >= FB-RULE-SET-MAX
046700         STRING "MASTER ALREADY HOLDS " DELIMITED BY SIZE
046800             FB-RULE-SET-MAX            DELIMITED BY SIZE
046900             " SETS - RETIRE ONE BEFORE ADDING ANOTHER"
047000                                        DELIMITED BY SIZE
047100             INTO FE-REASON
047200         GO TO 2200-EXIT
047300     END-IF.
047400     PERFORM 2600-EDIT-EFF-DATE THRU 2600-EXIT.
047500     IF FE-REASON NOT = SPACES
047600         GO TO 2200-EXIT
047700     END-IF.
047800     IF FB-RULE-SET-CT > 0
047900         AND FB-RMT-EFF-DATE
048000             NOT > FB-RS-EFF-DATE (FB-RULE-SET-CT)
048100         STRING "EFFECTIVE DATE MUST BE LATER THAN "
048200                                        DELIMITED BY SIZE
048300             FB-RS-EFF-DATE (FB-RULE-SET-CT)
048400                                        DELIMITED BY SIZE
048500             ", THE LAST SET ON THE MASTER"
048600                                        DELIMITED BY SIZE
048700             INTO FE-REASON
048800         GO TO 2200-EXIT
048900     END-IF.
049000     PERFORM 2700-EDIT-RULES THRU 2700-EXIT.
049100 2200-EXIT.
049200     EXIT.
049300*****************************************************************
049350*  2300-EDIT-CORRECT - A CORRECTION REPLACES THE EFFECTIVE      *
049400*                      DATE AND ENTRIES OF A SET NOT YET IN     *
049450*                      FORCE AND USED BY NO RUN - ONE EFFECTIVE *
049500*                      AFTER THE GUARD DATE (SEE 1100).  THE SET*
049550*                      KEEPS ITS PLACE, SO ITS NEW DATE MUST    *
049600*                      STILL FALL STRICTLY BETWEEN ITS          *
049650*                      NEIGHBOURS'.                             *
049900*****************************************************************
050000 2300-EDIT-CORRECT.
050100     IF FE-FOUND-SUB = 0
050200         MOVE "VERSION IS NOT ON THE MASTER - NOTHING TO CORRECT"
050300             TO FE-REASON
050400         GO TO 2300-EXIT
050500     END-IF.
050600     IF FB-RS-EFF-DATE (FE-FOUND-SUB) NOT > FE-GUARD-DATE
050700         MOVE "SET IS IN FORCE OR HAS BEEN USED - ADD A VERSION"
050800             TO FE-REASON
050900         GO TO 2300-EXIT
051000     END-IF.
051100     PERFORM 2600-EDIT-EFF-DATE THRU 2600-EXIT.
051200     IF FE-REASON NOT = SPACES
051300         GO TO 2300-EXIT
051400     END-IF.
051500     IF FE-FOUND-SUB > 1
051600         COMPUTE FE-SET-SUB = FE-FOUND-SUB - 1
051700         IF FB-RMT-EFF-DATE NOT > FB-RS-EFF-DATE (FE-SET-SUB)
051800             STRING "EFFECTIVE DATE MUST BE LATER THAN "
051900                                        DELIMITED BY SIZE
052000                 FB-RS-EFF-DATE (FE-SET-SUB)
052100                                        DELIMITED BY SIZE
052200                 ", THE SET BEFORE IT"  DELIMITED BY SIZE
052300                 INTO FE-REASON
052400             GO TO 2300-EXIT
052500         END-IF
052600     END-IF.
052700     IF FE-FOUND-SUB < FB-RULE-SET-CT
052800         COMPUTE FE-SET-SUB = FE-FOUND-SUB + 1
052900         IF FB-RMT-EFF-DATE NOT < FB-RS-EFF-DATE (FE-SET-SUB)
053000             STRING "EFFECTIVE DATE MUST BE EARLIER THAN "
053100                                        DELIMITED BY SIZE
053200                 FB-RS-EFF-DATE (FE-SET-SUB)
053300                                        DELIMITED BY SIZE
053400                 ", THE SET AFTER IT"   DELIMITED BY SIZE
053500                 INTO FE-REASON
053600             GO TO 2300-EXIT
053700         END-IF
053800     END-IF.
053900     PERFORM 2700-EDIT-RULES THRU 2700-EXIT.
054000 2300-EXIT.
054100     EXIT.
054200*****************************************************************
054250*  2400-EDIT-RETIRE - ONLY A SET NOT YET IN FORCE AND USED BY   *
054300*                     NO RUN - ONE EFFECTIVE AFTER THE GUARD    *
054350*                     DATE (SEE 1100) - MAY BE RETIRED, AND     *
054400*                     NEVER THE LAST SET ON THE MASTER - EVERY  *
054450*                     PROGRAM IN THE SUITE ENDS WITH RETURN     *
054500*                     CODE 16 ON AN EMPTY ONE.                  *
054700*****************************************************************
054800 2400-EDIT-RETIRE.
054900     IF FE-FOUND-SUB = 0
055000         MOVE "VERSION IS NOT ON THE MASTER - NOTHING TO RETIRE"
055100             TO FE-REASON
055200         GO TO 2400-EXIT
055300     END-IF.
055400     IF FB-RS-EFF-DATE (FE-FOUND-SUB) NOT > FE-GUARD-DATE
055500         MOVE "SET IS IN FORCE OR HAS BEEN USED - IT MUST STAY"
055600             TO FE-REASON
055700         GO TO 2400-EXIT
055800     END-IF.
055900     IF FB-RULE-SET-CT = 1
056000         MOVE "THE LAST SET ON THE MASTER CANNOT BE RETIRED"
056100             TO FE-REASON
056200         GO TO 2400-EXIT
056300     END-IF.
056400 2400-EXIT.
056500     EXIT.
056600*****************************************************************
056700*  2500-APPLY-TRANS - APPLY AN ACCEPTED TRANSACTION TO THE      *
056800*                     TABLED MASTER AND HOLD ITS JOURNAL IMAGE -*
056900*                     THE SET BEFORE AND AFTER, WHO ASKED, WHEN.*
057000*****************************************************************
057100 2500-APPLY-TRANS.
057200     MOVE SPACES TO FB-RMJ-RECORD.
057300     ACCEPT FE-TIME-RAW FROM TIME.
057400     MOVE FE-TODAY         TO FB-RMJ-CHG-DATE.
057500     MOVE FE-TIME-HHMMSS   TO FB-RMJ-CHG-TIME.
057600     MOVE FB-RMT-ACTION    TO FB-RMJ-ACTION.
057700     MOVE FB-RMT-REQUESTER TO FB-RMJ-REQUESTER.
057800     MOVE FB-RMT-VERSION   TO FB-RMJ-VERSION.
057900     MOVE 0 TO FB-RMJ-BEF-EFF-DATE.
058000     MOVE 0 TO FB-RMJ-AFT-EFF-DATE.
058100     EVALUATE TRUE
058200         WHEN FB-RMT-ADD
058300             ADD 1 TO FB-RULE-SET-CT
058400             MOVE FB-RMT-EFF-DATE
058500                 TO FB-RS-EFF-DATE (FB-RULE-SET-CT)
058600             MOVE FB-RMT-VERSION TO FB-RS-VERSION (FB-RULE-SET-CT)
058700             MOVE FB-RMT-RULES   TO FB-RS-RULES   (FB-RULE-SET-CT)
058800             MOVE FB-RMT-VERSION TO FE-HIGH-VERSION
058900             MOVE FB-RMT-EFF-DATE TO FB-RMJ-AFT-EFF-DATE
059000             MOVE FB-RMT-RULES    TO FB-RMJ-AFT-RULES
059100         WHEN FB-RMT-CORRECT
059200             MOVE FB-RS-EFF-DATE (FE-FOUND-SUB)
059300                 TO FB-RMJ-BEF-EFF-DATE
059400             MOVE FB-RS-RULES (FE-FOUND-SUB) TO FB-RMJ-BEF-RULES
059500             MOVE FB-RMT-EFF-DATE TO FB-RS-EFF-DATE (FE-FOUND-SUB)
059600             MOVE FB-RMT-RULES    TO FB-RS-RULES    (FE-FOUND-SUB)
059700             MOVE FB-RMT-EFF-DATE TO FB-RMJ-AFT-EFF-DATE
059800             MOVE FB-RMT-RULES    TO FB-RMJ-AFT-RULES
059900         WHEN OTHER
060000             MOVE FB-RS-EFF-DATE (FE-FOUND-SUB)
060100                 TO FB-RMJ-BEF-EFF-DATE
060200             MOVE FB-RS-RULES (FE-FOUND-SUB) TO FB-RMJ-BEF-RULES
060300             PERFORM 2510-CLOSE-UP THRU 2510-EXIT
060400                 VARYING FE-SET-SUB FROM FE-FOUND-SUB BY 1
060500                 UNTIL FE-SET-SUB >= FB-RULE-SET-CT
060600             SUBTRACT 1 FROM FB-RULE-SET-CT
060700     END-EVALUATE.
060800     ADD 1 TO FE-JRN-CT.
060900     MOVE FB-RMJ-RECORD TO FE-JRN-IMAGE (FE-JRN-CT).
061000 2500-EXIT.
061100     EXIT.
061200*****************************************************************
061300*  2510-CLOSE-UP - SLIDE ONE SET DOWN OVER THE RETIRED ONE.     *
061400*****************************************************************
061500 2510-CLOSE-UP.
061600     COMPUTE FE-MOVE-SUB = FE-SET-SUB + 1.
061700     MOVE FB-RULE-SET-ENTRY (FE-MOVE-SUB)
061800         TO FB-RULE-SET-ENTRY (FE-SET-SUB).
061900 2510-EXIT.
062000     EXIT.
062100*****************************************************************
062150*  2600-EDIT-EFF-DATE - THE TRANSACTION'S EFFECTIVE DATE MUST   *
062200*                       BE A REAL YYYYMMDD DATE - THE DAY       *
062250*                       WITHIN THE MONTH'S LENGTH, 29 FEBRUARY  *
062300*                       ONLY IN A LEAP YEAR - LATER THAN THE    *
062350*                       GUARD DATE (SEE 1100).                  *
062500*****************************************************************
062600 2600-EDIT-EFF-DATE.
062700     IF FB-RMT-EFF-DATE NOT NUMERIC
062800         MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO FE-REASON
062900         GO TO 2600-EXIT
063000     END-IF.
063020     MOVE FB-RMT-EFF-DATE TO FE-EDIT-DATE.
063040     IF FE-EDIT-YYYY < 1900
063060         OR FE-EDIT-MM < 1 OR FE-EDIT-MM > 12
063080         OR FE-EDIT-DD < 1
063100         MOVE "EFFECTIVE DATE IS NOT A VALID YYYYMMDD DATE"
063120             TO FE-REASON
063140         GO TO 2600-EXIT
063160     END-IF.
063180     PERFORM 2610-MONTH-LENGTH THRU 2610-EXIT.
063200     IF FE-EDIT-DD > FE-MAX-DAY
063220         MOVE "EFFECTIVE DATE IS NOT A VALID YYYYMMDD DATE"
063240             TO FE-REASON
063260         GO TO 2600-EXIT
063280     END-IF.
063300     IF FB-RMT-EFF-DATE NOT > FE-GUARD-DATE
063320         STRING "EFFECTIVE DATE IS ON OR BEFORE "
063340                                        DELIMITED BY SIZE
063360             FE-GUARD-DATE              DELIMITED BY SIZE
063380             " - TODAY OR THE LATEST MTDFILE RUN"
063400                                        DELIMITED BY SIZE
063420             INTO FE-REASON
063440         GO TO 2600-EXIT
063460     END-IF.
063480 2600-EXIT.
063500     EXIT.
063520*****************************************************************
063540*  2610-MONTH-LENGTH - SET FE-MAX-DAY TO THE NUMBER OF DAYS     *
063560*                     IN FE-EDIT-MM OF FE-EDIT-YYYY - FEBRUARY  *
063580*                     HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A *
063600*                     CENTURY YEAR NOT DIVISIBLE BY 400.        *
063620*****************************************************************
063640 2610-MONTH-LENGTH.
063660     MOVE FE-MONTH-LEN (FE-EDIT-MM) TO FE-MAX-DAY.
063680     IF FE-EDIT-MM NOT = 2
063700         GO TO 2610-EXIT
063720     END-IF.
063740     DIVIDE FE-EDIT-YYYY BY 4 GIVING FE-LEAP-QUOT
063760         REMAINDER FE-LEAP-REM.
063780     IF FE-LEAP-REM NOT = 0
063800         GO TO 2610-EXIT
063820     END-IF.
063840     MOVE 29 TO FE-MAX-DAY.
063860     DIVIDE FE-EDIT-YYYY BY 100 GIVING FE-LEAP-QUOT
063880         REMAINDER FE-LEAP-REM.
063900     IF FE-LEAP-REM NOT = 0
063920         GO TO 2610-EXIT
063940     END-IF.
063960     DIVIDE FE-EDIT-YYYY BY 400 GIVING FE-LEAP-QUOT
063980         REMAINDER FE-LEAP-REM.
064000     IF FE-LEAP-REM NOT = 0
064020         MOVE 28 TO FE-MAX-DAY
064040     END-IF.
064060 2610-EXIT.
064080     EXIT.
064900*****************************************************************
065000*  2700-EDIT-RULES - EDIT THE TRANSACTION'S FOUR ENTRIES, MOVED *
065100*                    INTO FB-RULE-TABLE - EACH ENTRY IN USE HAS *
065200*                    A CODE AND TEXT, NO CODE REPEATS, A        *
065300*                    COMBINED DIVISOR COMES BEFORE ITS FACTORS, *
065400*                    AND EVERY CODE SITS WHERE THE OTHER SETS ON*
065500*                    THE MASTER HAVE IT.                        *
065600*****************************************************************
065700 2700-EDIT-RULES.
065800     MOVE FB-RMT-RULES TO FB-RULE-TABLE.
065900     MOVE 0 TO FE-USED-CT.
066000     PERFORM 2710-EDIT-ENTRY THRU 2710-EXIT
066100         VARYING FE-I FROM 1 BY 1
066200         UNTIL FE-I > FB-RULE-MAX-ENTRIES
066300            OR FE-REASON NOT = SPACES.
066400     IF FE-REASON NOT = SPACES
066500         GO TO 2700-EXIT
066600     END-IF.
066700     IF FE-USED-CT = 0
066800         MOVE "NO ENTRY IN USE - A SET NEEDS ONE NON-ZERO DIVISOR"
066900             TO FE-REASON
067000         GO TO 2700-EXIT
067100     END-IF.
067200     PERFORM 2720-EDIT-ORDER THRU 2720-EXIT
067300         VARYING FE-I FROM 1 BY 1
067400         UNTIL FE-I > FB-RULE-MAX-ENTRIES
067500            OR FE-REASON NOT = SPACES.
067600     IF FE-REASON NOT = SPACES
067700         GO TO 2700-EXIT
067800     END-IF.
067900     PERFORM 2740-EDIT-POSITIONS THRU 2740-EXIT
068000         VARYING FE-SET-SUB FROM 1 BY 1
068100         UNTIL FE-SET-SUB > FB-RULE-SET-CT
068200            OR FE-REASON NOT = SPACES.
068300 2700-EXIT.
068400     EXIT.
068500*****************************************************************
068600*  2710-EDIT-ENTRY - EDIT ONE ENTRY.  A ZERO DIVISOR MEANS THE  *
068700*                    ENTRY IS NOT IN USE AND NOTHING ELSE ON    *
068800*                    IT MATTERS.  P IS THE PLAIN CODE AND       *
068900*                    BELONGS TO NO ENTRY.                       *
069000*****************************************************************
069100 2710-EDIT-ENTRY.
069200     IF FB-RMT-DIVISOR (FE-I) NOT NUMERIC
069300         STRING "ENTRY " DELIMITED BY SIZE
069400             FE-I        DELIMITED BY SIZE
069500             " DIVISOR IS NOT NUMERIC" DELIMITED BY SIZE
069600             INTO FE-REASON
069700         GO TO 2710-EXIT
069800     END-IF.
069900     IF FB-RULE-DIVISOR (FE-I) = 0
070000         GO TO 2710-EXIT
070100     END-IF.
070200     ADD 1 TO FE-USED-CT.
070300     IF FB-RULE-CODE (FE-I) = SPACE OR "P"
070400         STRING "ENTRY " DELIMITED BY SIZE
070500             FE-I        DELIMITED BY SIZE
070600             " CLASS CODE IS BLANK OR P - P IS THE PLAIN CODE"
070700                         DELIMITED BY SIZE
070800             INTO FE-REASON
070900         GO TO 2710-EXIT
071000     END-IF.
071100     IF FB-RULE-TEXT (FE-I) = SPACES
071200         STRING "ENTRY " DELIMITED BY SIZE
071300             FE-I        DELIMITED BY SIZE
071400             " HAS NO REPORT TEXT" DELIMITED BY SIZE
071500             INTO FE-REASON
071600         GO TO 2710-EXIT
071700     END-IF.
071800     PERFORM 2711-TEST-DUP-CODE THRU 2711-EXIT
071900         VARYING FE-J FROM 1 BY 1
072000         UNTIL FE-J >= FE-I
072100            OR FE-REASON NOT = SPACES.
072200 2710-EXIT.
072300     EXIT.
072400*****************************************************************
072500*  2711-TEST-DUP-CODE - AN EARLIER ENTRY IN USE MUST NOT CARRY  *
072600*                       THE SAME CLASS CODE.                    *
072700*****************************************************************
072800 2711-TEST-DUP-CODE.
072900     IF FB-RULE-DIVISOR (FE-J) > 0
073000         AND FB-RULE-CODE (FE-J) = FB-RULE-CODE (FE-I)
073100         STRING "ENTRY " DELIMITED BY SIZE
073200             FE-I        DELIMITED BY SIZE
073300             " REPEATS THE CLASS CODE OF ENTRY " DELIMITED BY SIZE
073400             FE-J        DELIMITED BY SIZE
073500             INTO FE-REASON
073600     END-IF.
073700 2711-EXIT.
073800     EXIT.
073900*****************************************************************
074000*  2720-EDIT-ORDER - ENTRIES ARE TESTED IN ORDER AND THE FIRST  *
074100*                    DIVISOR THAT DIVIDES THE CYCLE WINS, SO AN *
074200*                    ENTRY WHOSE DIVISOR IS A MULTIPLE OF AN    *
074300*                    EARLIER ONE (A 15 BEHIND A 3) COULD NEVER  *
074400*                    MATCH.  TEST EVERY LATER ENTRY AGAINST THIS*
074500*                    ONE.                                       *
074600*****************************************************************
074700 2720-EDIT-ORDER.
074800     IF FB-RULE-DIVISOR (FE-I) = 0
074900         GO TO 2720-EXIT
075000     END-IF.
075100     COMPUTE FE-J-START = FE-I + 1.
075200     PERFORM 2721-TEST-FACTOR THRU 2721-EXIT
075300         VARYING FE-J FROM FE-J-START BY 1
075400         UNTIL FE-J > FB-RULE-MAX-ENTRIES
075500            OR FE-REASON NOT = SPACES.
075600 2720-EXIT.
075700     EXIT.
075800*****************************************************************
075900*  2721-TEST-FACTOR - REJECT A LATER ENTRY WHOSE DIVISOR THE    *
076000*                     EARLIER ENTRY'S DIVIDES EVENLY.           *
076100*****************************************************************
076200 2721-TEST-FACTOR.
076300     IF FB-RULE-DIVISOR (FE-J) = 0
076400         GO TO 2721-EXIT
076500     END-IF.
076600     DIVIDE FB-RULE-DIVISOR (FE-I) INTO FB-RULE-DIVISOR (FE-J)
076700         GIVING FE-QUOT REMAINDER FE-REM.
076800     IF FE-REM = 0
076900         STRING "ENTRY "           DELIMITED BY SIZE
077000             FE-J                  DELIMITED BY SIZE
077100             " DIVISOR "           DELIMITED BY SIZE
077200             FB-RULE-DIVISOR (FE-J) DELIMITED BY SIZE
077300             " FOLLOWS ITS FACTOR IN ENTRY " DELIMITED BY SIZE
077400             FE-I                  DELIMITED BY SIZE
077500             " - COMBINED GOES FIRST" DELIMITED BY SIZE
077600             INTO FE-REASON
077700     END-IF.
077800 2721-EXIT.
077900     EXIT.
078000*****************************************************************
078100*  2740-EDIT-POSITIONS - COMPARE THE TRANSACTION'S CODES WITH   *
078200*                        ONE OTHER SET ON THE MASTER.  THE SET  *
078300*                        BEING CORRECTED IS NOT COMPARED WITH   *
078400*                        ITSELF.                                *
078500*****************************************************************
078600 2740-EDIT-POSITIONS.
078700     IF FE-SET-SUB = FE-FOUND-SUB
078800         GO TO 2740-EXIT
078900     END-IF.
079000     MOVE FB-RS-RULES (FE-SET-SUB) TO FE-SCAN-TABLE.
079100     PERFORM 2741-EDIT-POSITION THRU 2741-EXIT
079200         VARYING FE-I FROM 1 BY 1
079300         UNTIL FE-I > FB-RULE-MAX-ENTRIES
079400            OR FE-REASON NOT = SPACES.
079500 2740-EXIT.
079600     EXIT.
079700*****************************************************************
079800*  2741-EDIT-POSITION - LOOK FOR ONE TRANSACTION ENTRY'S CODE   *
079900*                       AT ANY OTHER POSITION IN THE SET.       *
080000*****************************************************************
080100 2741-EDIT-POSITION.
080200     IF FB-RULE-DIVISOR (FE-I) = 0
080300         GO TO 2741-EXIT
080400     END-IF.
080500     PERFORM 2742-TEST-POSITION THRU 2742-EXIT
080600         VARYING FE-J FROM 1 BY 1
080700         UNTIL FE-J > FB-RULE-MAX-ENTRIES
080800            OR FE-REASON NOT = SPACES.
080900 2741-EXIT.
081000     EXIT.
081100*****************************************************************
081200*  2742-TEST-POSITION - REJECT THE CODE WHEN THE OTHER SET HAS  *
081300*                       IT IN USE AT A DIFFERENT POSITION.      *
081400*****************************************************************
081500 2742-TEST-POSITION.
081600     IF FE-J NOT = FE-I
081700         AND FE-SCAN-DIVISOR (FE-J) > 0
081800         AND FE-SCAN-CODE (FE-J) = FB-RULE-CODE (FE-I)
081900         STRING "CLASS CODE "      DELIMITED BY SIZE
082000             FB-RULE-CODE (FE-I)   DELIMITED BY SIZE
082100             " IS ENTRY "          DELIMITED BY SIZE
082200             FE-I                  DELIMITED BY SIZE
082300             " HERE BUT ENTRY "    DELIMITED BY SIZE
082400             FE-J                  DELIMITED BY SIZE
082500             " IN VERSION "        DELIMITED BY SIZE
082600             FB-RS-VERSION (FE-SET-SUB) DELIMITED BY SIZE
082700             INTO FE-REASON
082800     END-IF.
082900 2742-EXIT.
083000     EXIT.
083100*****************************************************************
083200*  2900-REPORT-TRANS - ONE LINE PER TRANSACTION WITH ITS        *
083300*                      DISPOSITION, AND THE REASON UNDER A      *
083400*                      REJECTION.                               *
083500*****************************************************************
083600 2900-REPORT-TRANS.
083700     MOVE SPACES TO FB-RPT-LINE.
083800     STRING "TRANSACTION "      DELIMITED BY SIZE
083900         FE-TRANS-CT            DELIMITED BY SIZE
084000         "  ACTION "            DELIMITED BY SIZE
084100         FB-RMT-ACTION          DELIMITED BY SIZE
084200         "  VERSION "           DELIMITED BY SIZE
084300         FB-RMT-VERSION         DELIMITED BY SIZE
084400         "  BY "                DELIMITED BY SIZE
084500         FB-RMT-REQUESTER       DELIMITED BY SIZE
084600         "  "                   DELIMITED BY SIZE
084700         FE-DISPOSITION         DELIMITED BY SIZE
084800         INTO FB-RPT-LINE.
084900     WRITE FB-RPT-RECORD.
085000     ADD 1 TO FE-RECS-WRITTEN.
085100     IF FE-REASON NOT = SPACES
085200         MOVE SPACES TO FB-RPT-LINE
085300         STRING "    "         DELIMITED BY SIZE
085400             FE-REASON         DELIMITED BY SIZE
085500             INTO FB-RPT-LINE
085600         WRITE FB-RPT-RECORD
085700         ADD 1 TO FE-RECS-WRITTEN
085800     END-IF.
085900 2900-EXIT.
086000     EXIT.
086100*****************************************************************
086200*  3000-LIST-BEFORE - LIST EVERY RULE SET ON THE MASTER AS IT   *
086300*                     WAS LOADED.                               *
086400*****************************************************************
086500 3000-LIST-BEFORE.
086600     MOVE SPACES TO FB-RPT-LINE.
086700     WRITE FB-RPT-RECORD.
086800     MOVE SPACES TO FB-RPT-LINE.
086900     STRING "RULES MASTER BEFORE THIS RUN - " DELIMITED BY SIZE
087000         FE-BEF-SET-CT                        DELIMITED BY SIZE
087100         " SETS"                              DELIMITED BY SIZE
087200         INTO FB-RPT-LINE.
087300     WRITE FB-RPT-RECORD.
087400     ADD 2 TO FE-RECS-WRITTEN.
087500     PERFORM 3010-LIST-BEFORE-SET THRU 3010-EXIT
087600         VARYING FE-SET-SUB FROM 1 BY 1
087700         UNTIL FE-SET-SUB > FE-BEF-SET-CT.
087800 3000-EXIT.
087900     EXIT.
088000*****************************************************************
088100*  3010-LIST-BEFORE-SET - LIST ONE SET FROM THE BEFORE IMAGE.   *
088200*****************************************************************
088300 3010-LIST-BEFORE-SET.
088400     MOVE FE-BEF-EFF-DATE (FE-SET-SUB) TO FE-LIST-EFF-DATE.
088500     MOVE FE-BEF-VERSION  (FE-SET-SUB) TO FE-LIST-VERSION.
088600     MOVE FE-BEF-RULES    (FE-SET-SUB) TO FE-SCAN-TABLE.
088700     PERFORM 3100-LIST-SET THRU 3100-EXIT.
088800 3010-EXIT.
088900     EXIT.
089000*****************************************************************
089100*  3100-LIST-SET - LIST THE SET IN FE-LIST-EFF-DATE,            *
089200*                  FE-LIST-VERSION AND FE-SCAN-TABLE - A LINE   *
089300*                  FOR THE SET AND ONE FOR EACH ENTRY, WITH THE *
089400*                  SETS ALREADY IN FORCE OR USED BY A RUN (SEE  *
089500*                  1100 - THEY CAN NO LONGER CHANGE) MARKED.    *
089600*****************************************************************
089700 3100-LIST-SET.
089800     MOVE SPACES TO FB-RPT-LINE.
089900     IF FE-LIST-EFF-DATE NOT > FE-GUARD-DATE
090000         STRING "  VERSION "        DELIMITED BY SIZE
090100             FE-LIST-VERSION        DELIMITED BY SIZE
090200             "  EFFECTIVE "         DELIMITED BY SIZE
090300             FE-LIST-EFF-DATE       DELIMITED BY SIZE
090400             "  - IN FORCE OR USED - FROZEN" DELIMITED BY SIZE
090500             INTO FB-RPT-LINE
090600     ELSE
090700         STRING "  VERSION "        DELIMITED BY SIZE
090800             FE-LIST-VERSION        DELIMITED BY SIZE
090900             "  EFFECTIVE "         DELIMITED BY SIZE
091000             FE-LIST-EFF-DATE       DELIMITED BY SIZE
091100             INTO FB-RPT-LINE
091200     END-IF.
091300     WRITE FB-RPT-RECORD.
091400     ADD 1 TO FE-RECS-WRITTEN.
091500     PERFORM 3110-LIST-ENTRY THRU 3110-EXIT
091600         VARYING FE-I FROM 1 BY 1
091700         UNTIL FE-I > FB-RULE-MAX-ENTRIES.
091800 3100-EXIT.
091900     EXIT.
092000*****************************************************************
092100*  3110-LIST-ENTRY - LIST ONE ENTRY OF THE SET IN FE-SCAN-TABLE.*
092200*****************************************************************
092300 3110-LIST-ENTRY.
092400     MOVE SPACES TO FB-RPT-LINE.
092500     IF FE-SCAN-DIVISOR (FE-I) = 0
092600         STRING "      ENTRY "      DELIMITED BY SIZE
092700             FE-I                   DELIMITED BY SIZE
092800             "  NOT IN USE"         DELIMITED BY SIZE
092900             INTO FB-RPT-LINE
093000     ELSE
093100         STRING "      ENTRY "      DELIMITED BY SIZE
093200             FE-I                   DELIMITED BY SIZE
093300             "  DIVISOR "           DELIMITED BY SIZE
093400             FE-SCAN-DIVISOR (FE-I) DELIMITED BY SIZE
093500             "  CODE "              DELIMITED BY SIZE
093600             FE-SCAN-CODE (FE-I)    DELIMITED BY SIZE
093700             "  TEXT "              DELIMITED BY SIZE
093800             FE-SCAN-TEXT (FE-I)    DELIMITED BY SIZE
093900             INTO FB-RPT-LINE
094000     END-IF.
094100     WRITE FB-RPT-RECORD.
094200     ADD 1 TO FE-RECS-WRITTEN.
094300 3110-EXIT.
094400     EXIT.
094500*****************************************************************
094600*  4000-REWRITE-MASTER - WHEN ANY TRANSACTION WAS ACCEPTED,     *
094700*                        REWRITE RULEMAST FROM THE TABLED       *
094800*                        MASTER IN EFFECTIVE DATE ORDER.  A     *
094900*                        MASTER THAT CANNOT BE OPENED FOR OUTPUT*
095000*                        IS FATAL AND NOTHING IS JOURNALED.     *
095100*****************************************************************
095200 4000-REWRITE-MASTER.
095300     IF FE-ACCEPT-CT = 0
095400         GO TO 4000-EXIT
095500     END-IF.
095600     OPEN OUTPUT RMS-FILE.
095700     IF FE-RMS-FILE-STATUS NOT = "00"
095800         DISPLAY "FBRMAINT - RULEMAST COULD NOT BE OPENED FOR "
095900             "THE REWRITE - FILE STATUS " FE-RMS-FILE-STATUS
096000             " - NO CHANGE APPLIED - RETURN CODE 16"
096100         MOVE 16 TO RETURN-CODE
096200         CLOSE TRN-FILE RPT-FILE
096300         GO TO 9999-EXIT
096400     END-IF.
096500     PERFORM 4100-WRITE-SET THRU 4100-EXIT
096600         VARYING FE-SET-SUB FROM 1 BY 1
096700         UNTIL FE-SET-SUB > FB-RULE-SET-CT.
096800     CLOSE RMS-FILE.
096900 4000-EXIT.
097000     EXIT.
097100*****************************************************************
097200*  4100-WRITE-SET - WRITE ONE RULE SET BACK TO RULEMAST.        *
097300*****************************************************************
097400 4100-WRITE-SET.
097500     MOVE SPACES TO FB-RMS-RECORD.
097600     MOVE FB-RS-EFF-DATE (FE-SET-SUB) TO FB-RMS-EFF-DATE.
097700     MOVE FB-RS-VERSION  (FE-SET-SUB) TO FB-RMS-VERSION.
097800     MOVE FB-RS-RULES    (FE-SET-SUB) TO FB-RMS-RULES.
097900     WRITE FB-RMS-RECORD.
098000     ADD 1 TO FE-RECS-WRITTEN.
098100 4100-EXIT.
098200     EXIT.
098300*****************************************************************
098400*  5000-WRITE-JOURNAL - APPEND THE HELD IMAGE OF EVERY ACCEPTED *
098500*                       CHANGE TO THE RULES CHANGE JOURNAL.  THE*
098600*                       MASTER HAS ALREADY BEEN REWRITTEN, SO A *
098700*                       JOURNAL THAT CANNOT BE OPENED NOW GETS  *
098800*                       THE IMAGES ON SYSOUT INSTEAD, FOR KEYING*
098900*                       ONTO THE JOURNAL BY HAND, AND THE RUN   *
099000*                       ENDS WITH RETURN CODE 16.               *
099100*****************************************************************
099200 5000-WRITE-JOURNAL.
099300     IF FE-JRN-CT = 0
099400         GO TO 5000-EXIT
099500     END-IF.
099600     OPEN EXTEND JRN-FILE.
099700     IF FE-JRN-FILE-STATUS NOT = "00" AND "05"
099800         SET FE-JOURNAL-FAILED TO TRUE
099900         MOVE 16 TO RETURN-CODE
100000         DISPLAY "FBRMAINT - RMJRNL COULD NOT BE OPENED - FILE "
100100             "STATUS " FE-JRN-FILE-STATUS " - RULEMAST WAS "
100200             "CHANGED - JOURNAL THESE RECORDS BY HAND"
100300         PERFORM 5200-DISPLAY-ENTRY THRU 5200-EXIT
100400             VARYING FE-JRN-SUB FROM 1 BY 1
100500             UNTIL FE-JRN-SUB > FE-JRN-CT
100600         GO TO 5000-EXIT
100700     END-IF.
100800     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
100900         VARYING FE-JRN-SUB FROM 1 BY 1
101000         UNTIL FE-JRN-SUB > FE-JRN-CT.
101100     CLOSE JRN-FILE.
101200 5000-EXIT.
101300     EXIT.
101400*****************************************************************
101500*  5100-WRITE-ENTRY - APPEND ONE JOURNAL RECORD.                *
101600*****************************************************************
101700 5100-WRITE-ENTRY.
101800     WRITE FE-JRN-REC FROM FE-JRN-IMAGE (FE-JRN-SUB).
101900     ADD 1 TO FE-RECS-WRITTEN.
102000 5100-EXIT.
102100     EXIT.
102200*****************************************************************
102300*  5200-DISPLAY-ENTRY - SHOW ONE UNJOURNALED RECORD ON SYSOUT.  *
102400*****************************************************************
102500 5200-DISPLAY-ENTRY.
102600     DISPLAY FE-JRN-IMAGE (FE-JRN-SUB).
102700 5200-EXIT.
102800     EXIT.
102900*****************************************************************
103000*  6000-LIST-AFTER - LIST EVERY RULE SET ON THE MASTER AS THE   *
103100*                    RUN LEAVES IT.                             *
103200*****************************************************************
103300 6000-LIST-AFTER.
103400     MOVE SPACES TO FB-RPT-LINE.
103500     WRITE FB-RPT-RECORD.
103600     MOVE SPACES TO FB-RPT-LINE.
103700     IF FE-ACCEPT-CT = 0
103800         STRING "RULES MASTER AFTER THIS RUN - UNCHANGED - "
103900                                              DELIMITED BY SIZE
104000             FB-RULE-SET-CT                   DELIMITED BY SIZE
104100             " SETS"                          DELIMITED BY SIZE
104200             INTO FB-RPT-LINE
104300     ELSE
104400         STRING "RULES MASTER AFTER THIS RUN - " DELIMITED BY SIZE
104500             FB-RULE-SET-CT                   DELIMITED BY SIZE
104600             " SETS"                          DELIMITED BY SIZE
104700             INTO FB-RPT-LINE
104800     END-IF.
104900     WRITE FB-RPT-RECORD.
105000     ADD 2 TO FE-RECS-WRITTEN.
105100     PERFORM 6010-LIST-AFTER-SET THRU 6010-EXIT
105200         VARYING FE-SET-SUB FROM 1 BY 1
105300         UNTIL FE-SET-SUB > FB-RULE-SET-CT.
105400 6000-EXIT.
105500     EXIT.
105600*****************************************************************
105700*  6010-LIST-AFTER-SET - LIST ONE SET FROM THE TABLED MASTER.   *
105800*****************************************************************
105900 6010-LIST-AFTER-SET.
106000     MOVE FB-RS-EFF-DATE (FE-SET-SUB) TO FE-LIST-EFF-DATE.
106100     MOVE FB-RS-VERSION  (FE-SET-SUB) TO FE-LIST-VERSION.
106200     MOVE FB-RS-RULES    (FE-SET-SUB) TO FE-SCAN-TABLE.
106300     PERFORM 3100-LIST-SET THRU 3100-EXIT.
106400 6010-EXIT.
106500     EXIT.
106600*****************************************************************
106700*  9000-TERMINATE - WRITE THE TRANSACTION TOTALS AND THE        *
106800*                   DISPOSITION, SET THE RETURN CODE, AND CLOSE *
106900*                   UP.                                         *
107000*****************************************************************
107100 9000-TERMINATE.
107200     MOVE SPACES TO FB-RPT-LINE.
107300     WRITE FB-RPT-RECORD.
107400     MOVE SPACES TO FB-RPT-LINE.
107500     STRING "TRANSACTIONS "     DELIMITED BY SIZE
107600         FE-TRANS-CT            DELIMITED BY SIZE
107700         "  ACCEPTED "          DELIMITED BY SIZE
107800         FE-ACCEPT-CT           DELIMITED BY SIZE
107900         "  REJECTED "          DELIMITED BY SIZE
108000         FE-REJECT-CT           DELIMITED BY SIZE
108100         INTO FB-RPT-LINE.
108200     WRITE FB-RPT-RECORD.
108300     ADD 2 TO FE-RECS-WRITTEN.
108400     MOVE SPACES TO FB-RPT-LINE.
108500     EVALUATE TRUE
108600         WHEN FE-JOURNAL-FAILED
108700             STRING "FBRMAINT - RULEMAST CHANGED BUT NOT "
108800                 "JOURNALED - SEE SYSOUT" DELIMITED BY SIZE
108900                 INTO FB-RPT-LINE
109000             MOVE 16 TO RETURN-CODE
109100         WHEN FE-REJECT-CT > 0
109200             STRING "FBRMAINT - TRANSACTIONS REJECTED - SEE THE "
109300                 "REASONS ABOVE" DELIMITED BY SIZE
109400                 INTO FB-RPT-LINE
109500             MOVE 8 TO RETURN-CODE
109600         WHEN OTHER
109700             STRING "FBRMAINT - EVERY TRANSACTION APPLIED AND "
109800                 "JOURNALED" DELIMITED BY SIZE
109900                 INTO FB-RPT-LINE
110000             MOVE 0 TO RETURN-CODE
110100     END-EVALUATE.
110200     WRITE FB-RPT-RECORD.
110300     ADD 1 TO FE-RECS-WRITTEN.
110400     DISPLAY FB-RPT-LINE.
110500     CLOSE TRN-FILE RPT-FILE.
110600 9000-EXIT.
110700     EXIT.
110800*****************************************************************
110900*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
111000*                       RUN LOG - EVENT S AT START OF RUN,      *
111100*                       EVENT E AT END, AS SET IN               *
111200*                       FE-LOG-EVENT-CD BY THE CALLER.  A LOG   *
111300*                       THAT CANNOT BE OPENED IS BYPASSED -     *
111400*                       LOGGING MUST NEVER TAKE THE RUN DOWN.   *
111500*****************************************************************
111600 8000-WRITE-RUN-LOG.
111700     OPEN EXTEND LOG-FILE.
111800     IF FE-LOG-FILE-STATUS NOT = "00" AND "05"
111900         GO TO 8000-EXIT
112000     END-IF.
112100     MOVE SPACES TO FB-LOG-RECORD.
112200     MOVE "FBRMAINT" TO FB-LOG-PROGRAM.
112300     ACCEPT FE-LOG-STAMP-DATE FROM DATE YYYYMMDD.
112400     ACCEPT FE-TIME-RAW FROM TIME.
112500     MOVE FE-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
112600     MOVE FE-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
112700     MOVE FE-LOG-EVENT-CD   TO FB-LOG-EVENT.
112800     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
112900     MOVE FE-RECS-READ      TO FB-LOG-RECS-READ.
113000     MOVE FE-RECS-WRITTEN   TO FB-LOG-RECS-WRITTEN.
113100     MOVE "N"               TO FB-LOG-RESTART-SW.
113200     MOVE 0 TO FB-LOG-MISSING-CT.
113300     MOVE 0 TO FB-LOG-DUP-CT.
113400     MOVE 0 TO FB-LOG-UNMATCHED-CT.
113500     MOVE 0 TO FB-LOG-MISCLASS-CT.
113600     WRITE FB-LOG-RECORD.
113700     CLOSE LOG-FILE.
113800 8000-EXIT.
113900     EXIT.
114000*****************************************************************
114100*  8100-LOAD-RULE-SETS - LOAD EVERY RULE SET ON THE RULEMAST    *
114200*                        EFFECTIVE-DATED RULES MASTER INTO THE  *
114300*                        FB-RULE-SETS TABLE.  A MASTER THAT     *
114400*                        CANNOT BE OPENED IS FATAL.  UNLIKE THE *
114500*                        REST OF THE SUITE, AN EMPTY MASTER IS  *
114600*                        NOT - THE FIRST SET IS ADDED HERE.     *
114700*****************************************************************
114800 8100-LOAD-RULE-SETS.
114900     OPEN INPUT RMS-FILE.
115000     IF FE-RMS-FILE-STATUS NOT = "00"
115100         DISPLAY "FBRMAINT - RULEMAST COULD NOT BE OPENED - "
115200             "FILE STATUS " FE-RMS-FILE-STATUS " - ENDING "
115300             "RUN - RETURN CODE 16"
115400         MOVE 16 TO RETURN-CODE
115500         GO TO 9999-EXIT
115600     END-IF.
115700     PERFORM 8110-LOAD-ONE-SET THRU 8110-EXIT
115800         UNTIL FE-RMS-EOF.
115900     CLOSE RMS-FILE.
116000 8100-EXIT.
116100     EXIT.
116200*****************************************************************
116300*  8110-LOAD-ONE-SET - READ AND TABLE ONE RULEMAST RECORD.  A   *
116400*                      RECORD WITH A NON-NUMERIC EFFECTIVE      *
116500*                      DATE OR VERSION, OR ONE PAST THE TABLE   *
116600*                      CAPACITY, IS FATAL HERE - REWRITING THE  *
116700*                      MASTER WOULD SILENTLY DROP IT.           *
116800*****************************************************************
116900 8110-LOAD-ONE-SET.
117000     READ RMS-FILE
117100         AT END
117200             MOVE "Y" TO FE-RMS-EOF-SW
117300             GO TO 8110-EXIT
117400     END-READ.
117500     IF FB-RMS-EFF-DATE NOT NUMERIC
117600         OR FB-RMS-VERSION NOT NUMERIC
117700         DISPLAY "FBRMAINT - RULEMAST RECORD WITH NON-NUMERIC "
117800             "EFFECTIVE DATE OR VERSION - CORRECT THE MASTER "
117900             "BY HAND - RETURN CODE 16"
118000         MOVE 16 TO RETURN-CODE
118100         CLOSE RMS-FILE
118200         GO TO 9999-EXIT
118300     END-IF.
118400     IF FB-RULE-SET-CT >= FB-RULE-SET-MAX
118500         DISPLAY "FBRMAINT - RULEMAST CARRIES MORE THAN "
118600             FB-RULE-SET-MAX " RULE SETS - RETURN CODE 16"
118700         MOVE 16 TO RETURN-CODE
118800         CLOSE RMS-FILE
118900         GO TO 9999-EXIT
119000     END-IF.
119100     ADD 1 TO FB-RULE-SET-CT.
119200     MOVE FB-RMS-EFF-DATE TO FB-RS-EFF-DATE (FB-RULE-SET-CT).
119300     MOVE FB-RMS-VERSION  TO FB-RS-VERSION  (FB-RULE-SET-CT).
119400     MOVE FB-RMS-RULES    TO FB-RS-RULES    (FB-RULE-SET-CT).
119500 8110-EXIT.
119600     EXIT.
119700*****************************************************************
119800*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
119900*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
120000*              LEAVES ONE.                                      *
120100*****************************************************************
120200 9999-EXIT.
120300     MOVE "E" TO FE-LOG-EVENT-CD.
120400     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
120500     STOP RUN.
