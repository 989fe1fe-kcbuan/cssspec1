000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBYREND.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBYREND                                                      *
001000*                                                               *
001100*  YEAR-END CONSOLIDATION OF THE MONTH-END ARCHIVE.  EVERY      *
001200*  FBMONTH CLOSE ADDS A MTDARCH GENERATION, AND UNTIL NOW       *
001300*  NOTHING SUMMARISED A YEAR OR SAID WHICH GENERATIONS WERE SAFE*
001400*  TO LET GO - THE YEAR-END AUDIT WAS TWELVE FBARETRV           *
001500*  PULLS.  GIVEN THE YEAR'S GENERATIONS (ARCH01 THRU ARCH12, ONE*
001600*  CLOSED PERIOD EACH) AND THE YEAR AND RETENTION ON YRENDCTL   *
001700*  (SEE FBYECRC), THIS PROGRAM -                                *
001800*      - READS EACH GENERATION AND VERIFIES ITS TRAILER CATEGORY*
001900*        TOTALS AGAINST ITS DETAIL RECORDS EXACTLY AS FBMCLOSE  *
002000*        DID WHEN IT WAS ARCHIVED, EACH NIGHT UNDER THE RULE SET*
002100*        STAMPED ON ITS RUN HEADER;                             *
002200*      - WRITES THE ANNUAL SUMMARY (YRSUMM - SEE FBYSMRC) OF THE*
002300*        VERIFIED GENERATIONS - CYCLES PER MONTH, RANGE         *
002400*        IDENTIFIER, CLASS CODE AND RULES VERSION;              *
002500*      - PRINTS THE YEAR-END REPORT (YRENDRPT) - THE            *
002600*        GENERATIONS READ AND THEIR VERIFICATION, MONTH-OVER-   *
002700*        MONTH VOLUMES BY CLASS CODE, VOLUMES BY RANGE          *
002800*        IDENTIFIER BY MONTH, AND THE RETENTION REGISTER;       *
002900*      - POSTS EACH GENERATION READ TO THE RETENTION REGISTER   *
003000*        (RETREG - SEE FBRETRC) WITH THE DATE IT WAS            *
003100*        CONSOLIDATED AND VERIFIED, SO A GENERATION PAST ITS    *
003200*        RETENTION IS RELEASED ON THE REGISTER'S EVIDENCE.      *
003300*  A GENERATION THAT DOES NOT VERIFY IS NOT CONSOLIDATED AND IS *
003400*  REGISTERED AS FAILED - IT MUST BE KEPT.  A GENERATION FROM   *
003500*  ANOTHER YEAR, OR A SECOND GENERATION FOR A PERIOD ALREADY    *
003600*  READ THIS RUN, IS REPORTED AND PASSED OVER.  AN ARCHNN DD    *
003700*  THAT IS NOT IN THE STEP, OR IS DUMMY, IS A MONTH NOT         *
003800*  SUPPLIED.                                                    *
003900*                                                               *
004000*  RETURN CODES - 0 ALL TWELVE MONTHS CONSOLIDATED AND VERIFIED,*
004100*  4 SOME MONTHS NOT SUPPLIED (NO EXCEPTION), 8 A GENERATION    *
004200*  FAILED VERIFICATION, COULD NOT BE READ, OR WAS NOT A PERIOD  *
004300*  OF THE YEAR, 16 YRENDCTL, RULEMAST, RETREG OR YRSUMM         *
004400*  UNUSABLE, OR MORE ENTRIES THAN A TABLE HOLDS.                *
004500*                                                               *
004600*  MODIFICATION HISTORY                                         *
004700*  ---------------------------------------------------------    *
004800*  2026-10-15  RLB  INITIAL VERSION.                            *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-ZSERIES.
005300 OBJECT-COMPUTER.   IBM-ZSERIES.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT YEC-FILE ASSIGN TO "YRENDCTL"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FZ-YEC-FILE-STATUS.
005900     SELECT AR01-FILE ASSIGN TO "ARCH01"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FZ-ARCH-FILE-STATUS.
006200     SELECT AR02-FILE ASSIGN TO "ARCH02"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FZ-ARCH-FILE-STATUS.
006500     SELECT AR03-FILE ASSIGN TO "ARCH03"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS FZ-ARCH-FILE-STATUS.
006800     SELECT AR04-FILE ASSIGN TO "ARCH04"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FZ-ARCH-FILE-STATUS.
007100     SELECT AR05-FILE ASSIGN TO "ARCH05"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS FZ-ARCH-FILE-STATUS.
007400     SELECT AR06-FILE ASSIGN TO "ARCH06"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS FZ-ARCH-FILE-STATUS.
007700     SELECT AR07-FILE ASSIGN TO "ARCH07"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS FZ-ARCH-FILE-STATUS.
008000     SELECT AR08-FILE ASSIGN TO "ARCH08"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS FZ-ARCH-FILE-STATUS.
008300     SELECT AR09-FILE ASSIGN TO "ARCH09"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS FZ-ARCH-FILE-STATUS.
008600     SELECT AR10-FILE ASSIGN TO "ARCH10"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS FZ-ARCH-FILE-STATUS.
008900     SELECT AR11-FILE ASSIGN TO "ARCH11"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS FZ-ARCH-FILE-STATUS.
009200     SELECT AR12-FILE ASSIGN TO "ARCH12"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS FZ-ARCH-FILE-STATUS.
009500     SELECT RMS-FILE ASSIGN TO "RULEMAST"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS FZ-RMS-FILE-STATUS.
009800     SELECT RET-FILE ASSIGN TO "RETREG"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS FZ-RET-FILE-STATUS.
010100     SELECT YSM-FILE ASSIGN TO "YRSUMM"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS FZ-YSM-FILE-STATUS.
010400     SELECT PRT-FILE ASSIGN TO "YRENDRPT"
010500         ORGANIZATION IS SEQUENTIAL.
010600     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS FZ-LOG-FILE-STATUS.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  YEC-FILE
011200     RECORDING MODE IS F.
011300     COPY FBYECRC.
011400 FD  AR01-FILE
011500     RECORDING MODE IS F.
011600 01  FZ-AR01-REC             PIC X(80).
011700 FD  AR02-FILE
011800     RECORDING MODE IS F.
011900 01  FZ-AR02-REC             PIC X(80).
012000 FD  AR03-FILE
012100     RECORDING MODE IS F.
012200 01  FZ-AR03-REC             PIC X(80).
012300 FD  AR04-FILE
012400     RECORDING MODE IS F.
012500 01  FZ-AR04-REC             PIC X(80).
012600 FD  AR05-FILE
012700     RECORDING MODE IS F.
012800 01  FZ-AR05-REC             PIC X(80).
012900 FD  AR06-FILE
013000     RECORDING MODE IS F.
013100 01  FZ-AR06-REC             PIC X(80).
013200 FD  AR07-FILE
013300     RECORDING MODE IS F.
013400 01  FZ-AR07-REC             PIC X(80).
013500 FD  AR08-FILE
013600     RECORDING MODE IS F.
013700 01  FZ-AR08-REC             PIC X(80).
013800 FD  AR09-FILE
013900     RECORDING MODE IS F.
014000 01  FZ-AR09-REC             PIC X(80).
014100 FD  AR10-FILE
014200     RECORDING MODE IS F.
014300 01  FZ-AR10-REC             PIC X(80).
014400 FD  AR11-FILE
014500     RECORDING MODE IS F.
014600 01  FZ-AR11-REC             PIC X(80).
014700 FD  AR12-FILE
014800     RECORDING MODE IS F.
014900 01  FZ-AR12-REC             PIC X(80).
015000 FD  RMS-FILE
015100     RECORDING MODE IS F.
015200     COPY FBRMSRC.
015300 FD  RET-FILE
015400     RECORDING MODE IS F.
015500 01  FZ-RET-REC              PIC X(80).
015600 FD  YSM-FILE
015700     RECORDING MODE IS F.
015800     COPY FBYSMRC.
015900 FD  PRT-FILE
016000     RECORDING MODE IS F.
016100     COPY FBPRTRC.
016200 FD  LOG-FILE
016300     RECORDING MODE IS F.
016400     COPY FBLOGRC.
016500 WORKING-STORAGE SECTION.
016600 01  FZ-LOG-AREAS.
016700     05  FZ-LOG-FILE-STATUS  PIC X(02) VALUE "00".
016800     05  FZ-LOG-EVENT-CD     PIC X(01) VALUE "S".
016900     05  FZ-RECS-READ        PIC 9(09) VALUE 0.
017000     05  FZ-RECS-WRITTEN     PIC 9(09) VALUE 0.
017100     05  FZ-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
017200     05  FZ-TIME-RAW.
017300         10  FZ-TIME-HHMMSS  PIC 9(06).
017400         10  FILLER          PIC 9(02).
017500 01  FZ-SWITCHES.
017600     05  FZ-ARCH-EOF-SW      PIC X(01) VALUE "N".
017700         88  FZ-ARCH-EOF               VALUE "Y".
017800     05  FZ-RMS-EOF-SW       PIC X(01) VALUE "N".
017900         88  FZ-RMS-EOF                VALUE "Y".
018000     05  FZ-RET-EOF-SW       PIC X(01) VALUE "N".
018100         88  FZ-RET-EOF                VALUE "Y".
018200     05  FZ-RULE-FOUND-SW    PIC X(01) VALUE "N".
018300         88  FZ-RULE-FOUND             VALUE "Y".
018400     05  FZ-FOUND-SW         PIC X(01) VALUE "N".
018500         88  FZ-FOUND                  VALUE "Y".
018600     05  FZ-VERIFY-FAIL-SW   PIC X(01) VALUE "N".
018700         88  FZ-VERIFY-FAILED          VALUE "Y".
018800     05  FZ-REG-CHANGED-SW   PIC X(01) VALUE "N".
018900         88  FZ-REG-CHANGED            VALUE "Y".
019000 01  FZ-WORK-AREAS.
019100     05  FZ-YEC-FILE-STATUS  PIC X(02) VALUE "00".
019200     05  FZ-ARCH-FILE-STATUS PIC X(02) VALUE "00".
019300     05  FZ-RMS-FILE-STATUS  PIC X(02) VALUE "00".
019400     05  FZ-RET-FILE-STATUS  PIC X(02) VALUE "00".
019500     05  FZ-YSM-FILE-STATUS  PIC X(02) VALUE "00".
019600     05  FZ-OPEN-STATUS      PIC X(02) VALUE "00".
019700     05  FZ-RUN-DATE         PIC 9(08) VALUE 0.
019800     05  FZ-RUN-DATE-R REDEFINES FZ-RUN-DATE.
019900         10  FZ-RUN-YYYYMM   PIC 9(06).
020000         10  FILLER          PIC 9(02).
020100     05  FZ-YEAR             PIC 9(04) VALUE 0.
020200     05  FZ-RETAIN-MONTHS    PIC 9(03) VALUE 0.
020300     05  FZ-GEN-NO           PIC 9(02) VALUE 0.
020400     05  FZ-GEN-DD           PIC X(08) VALUE SPACES.
020500     05  FZ-GEN-RESULT       PIC X(01) VALUE SPACE.
020600         88  FZ-GEN-NOT-SUPPLIED       VALUE "A".
020700         88  FZ-GEN-UNREADABLE         VALUE "X".
020800         88  FZ-GEN-NO-PERIOD          VALUE "U".
020900         88  FZ-GEN-OUT-OF-YEAR        VALUE "Y".
021000         88  FZ-GEN-DUPLICATE          VALUE "D".
021100         88  FZ-GEN-FAILED             VALUE "F".
021200         88  FZ-GEN-VERIFIED           VALUE "V".
021300     05  FZ-GEN-PERIOD       PIC 9(06) VALUE 0.
021400     05  FZ-GEN-PERIOD-R REDEFINES FZ-GEN-PERIOD.
021500         10  FZ-GEN-YEAR     PIC 9(04).
021600         10  FZ-GEN-MONTH    PIC 9(02).
021700     05  FZ-GEN-FIRST-DATE   PIC 9(08) VALUE 0.
021800     05  FZ-GEN-LAST-DATE    PIC 9(08) VALUE 0.
021900     05  FZ-GEN-REC-CT       PIC 9(09) VALUE 0.
022000     05  FZ-GEN-HDR-CT       PIC 9(05) VALUE 0.
022100     05  FZ-GEN-DETAIL-CT    PIC 9(09) VALUE 0.
022200     05  FZ-GEN-TRAILER-CT   PIC 9(05) VALUE 0.
022300     05  FZ-CUR-VERSION      PIC 9(05) VALUE 0.
022400     05  FZ-ENTRY-IDX        PIC 9(01) VALUE 0.
022500     05  FZ-MO               PIC 9(02) VALUE 0.
022600     05  FZ-PREV-MO          PIC 9(02) VALUE 0.
022700     05  FZ-SUM-SUB          PIC 9(03) VALUE 0.
022800     05  FZ-SUM-CT           PIC 9(03) VALUE 0.
022900     05  FZ-SUM-MAX          PIC 9(03) VALUE 500.
023000     05  FZ-RANGE-SUB        PIC 9(02) VALUE 0.
023100     05  FZ-RANGE-CT         PIC 9(02) VALUE 0.
023200     05  FZ-RANGE-MAX        PIC 9(02) VALUE 50.
023300     05  FZ-CODE-SUB         PIC 9(01) VALUE 0.
023400     05  FZ-CODE-CT          PIC 9(01) VALUE 0.
023500     05  FZ-CODE-MAX         PIC 9(01) VALUE 6.
023600     05  FZ-CODE-OTHER       PIC 9(01) VALUE 7.
023700     05  FZ-REG-SUB          PIC 9(03) VALUE 0.
023800     05  FZ-REG-POS          PIC 9(03) VALUE 0.
023900     05  FZ-REG-CT           PIC 9(03) VALUE 0.
024000     05  FZ-REG-MAX          PIC 9(03) VALUE 240.
024100     05  FZ-PREV-PERIOD      PIC 9(06) VALUE 0.
024200     05  FZ-MONTH-CT         PIC 9(02) VALUE 0.
024300     05  FZ-ERROR-CT         PIC 9(02) VALUE 0.
024400     05  FZ-ELIGIBLE-CT      PIC 9(03) VALUE 0.
024500     05  FZ-YSM-DTL-CT       PIC 9(09) VALUE 0.
024600     05  FZ-YSM-CYCLES       PIC 9(11) VALUE 0.
024700     05  FZ-YEAR-HDR-CT      PIC 9(05) VALUE 0.
024800     05  FZ-YEAR-CODE-CT     PIC 9(09) OCCURS 7 TIMES.
024900     05  FZ-CHANGE           PIC S9(09) VALUE 0.
025000     05  FZ-CHANGE-PCT       PIC S9(07)V9 VALUE 0.
025100     05  FZ-MONTHS-ABS       PIC 9(06) VALUE 0.
025200     05  FZ-REL-YYYY         PIC 9(04) VALUE 0.
025300     05  FZ-REL-MM           PIC 9(02) VALUE 0.
025400     05  FZ-REL-PERIOD       PIC 9(06) VALUE 0.
025500     05  FZ-ED-DTL-CT        PIC ZZZ,ZZZ,ZZ9.
025600     05  FZ-ED-TRL-CT        PIC ZZZ,ZZZ,ZZ9.
025700     05  FZ-DATE-NUM.
025800         10  FZ-DN-YYYY      PIC 9(04).
025900         10  FZ-DN-MM        PIC 9(02).
026000         10  FZ-DN-DD        PIC 9(02).
026100     05  FZ-DATE-EDIT.
026200         10  FZ-DE-YYYY      PIC 9(04).
026300         10  FILLER          PIC X(01) VALUE "-".
026400         10  FZ-DE-MM        PIC 9(02).
026500         10  FILLER          PIC X(01) VALUE "-".
026600         10  FZ-DE-DD        PIC 9(02).
026700     05  FZ-PER-NUM.
026800         10  FZ-PN-YYYY      PIC 9(04).
026900         10  FZ-PN-MM        PIC 9(02).
027000     05  FZ-PER-EDIT.
027100         10  FZ-PE-YYYY      PIC 9(04).
027200         10  FILLER          PIC X(01) VALUE "-".
027300         10  FZ-PE-MM        PIC 9(02).
027400 01  FZ-DETAIL-TALLY.
027500     05  FZ-DTL-RULE-CT      PIC 9(09) OCCURS 4 TIMES.
027600     05  FZ-DTL-PLAIN-CT     PIC 9(09).
027700 01  FZ-TRAILER-TALLY.
027800     05  FZ-TRL-RULE-CT      PIC 9(09) OCCURS 4 TIMES.
027900     05  FZ-TRL-PLAIN-CT     PIC 9(09).
028000 01  FZ-MONTH-NAME-VALUES.
028100     05  FILLER              PIC X(36) VALUE
028200         "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
028300 01  FZ-MONTH-NAMES REDEFINES FZ-MONTH-NAME-VALUES.
028400     05  FZ-MONTH-NAME       PIC X(03) OCCURS 12 TIMES.
028500*****************************************************************
028600*  FZ-SUM-TABLE - ONE GENERATION'S CYCLES PER RANGE IDENTIFIER, *
028700*  CLASS CODE AND RULES VERSION, BUILT AS IT IS READ AND POSTED *
028800*  TO YRSUMM ONLY ONCE THE GENERATION HAS VERIFIED.             *
028900*****************************************************************
029000 01  FZ-SUM-TABLE.
029100     05  FZ-SUM-ENTRY OCCURS 500 TIMES.
029200         10  FZ-SE-RANGE-ID      PIC X(08).
029300         10  FZ-SE-CODE          PIC X(01).
029400         10  FZ-SE-VERSION       PIC 9(05).
029500         10  FZ-SE-CYCLES        PIC 9(09).
029600*****************************************************************
029700*  FZ-MONTH-TABLE - THE YEAR BY MONTH - WHAT BECAME OF THE      *
029800*  MONTH'S GENERATION AND, ONCE CONSOLIDATED, ITS RUNS AND      *
029900*  CYCLES IN TOTAL AND BY CLASS CODE COLUMN (FZ-CODE-TABLE      *
030000*  ORDER, THE SEVENTH COLUMN TAKING ANY CODE PAST THE SIXTH).   *
030100*****************************************************************
030200 01  FZ-MONTH-TABLE.
030300     05  FZ-MONTH-ENTRY OCCURS 12 TIMES.
030400         10  FZ-ME-RESULT        PIC X(01).
030500         10  FZ-ME-DD            PIC X(08).
030600         10  FZ-ME-HDR-CT        PIC 9(05).
030700         10  FZ-ME-CYCLES        PIC 9(09).
030800         10  FZ-ME-CODE-CT       PIC 9(09) OCCURS 7 TIMES.
030900 01  FZ-CODE-TABLE.
031000     05  FZ-YC-CODE          PIC X(01) OCCURS 6 TIMES.
031100*****************************************************************
031200*  FZ-RANGE-TABLE - THE YEAR'S CYCLES PER RANGE IDENTIFIER BY   *
031300*  MONTH, IN ORDER OF FIRST APPEARANCE.                         *
031400*****************************************************************
031500 01  FZ-RANGE-TABLE.
031600     05  FZ-RANGE-ENTRY OCCURS 50 TIMES.
031700         10  FZ-RG-ID            PIC X(08).
031800         10  FZ-RG-MO-CT         PIC 9(09) OCCURS 12 TIMES.
031900         10  FZ-RG-TOTAL         PIC 9(11).
032000*****************************************************************
032100*  FZ-REG-TABLE - THE RETENTION REGISTER, IN PERIOD ORDER, AS   *
032200*  LOADED FROM RETREG AND UPDATED BY THIS RUN.                  *
032300*****************************************************************
032400 01  FZ-REG-TABLE.
032500     05  FZ-RE-REC           PIC X(80) OCCURS 240 TIMES.
032600*****************************************************************
032700*  YEAR-END REPORT PRINT LINES.                                 *
032800*****************************************************************
032900 01  FZ-GEN-HDG-LINE.
033000     05  FILLER              PIC X(10) VALUE "ARCHIVE".
033100     05  FILLER              PIC X(09) VALUE "PERIOD".
033200     05  FILLER              PIC X(11) VALUE "FIRST RUN".
033300     05  FILLER              PIC X(12) VALUE "LAST RUN".
033400     05  FILLER              PIC X(07) VALUE " RUNS".
033500     05  FILLER              PIC X(13) VALUE "    DETAILS".
033600     05  FILLER              PIC X(13) VALUE "    RECORDS".
033700     05  FILLER              PIC X(06) VALUE "RESULT".
033800 01  FZ-GEN-LINE.
033900     05  FZ-GL-DD            PIC X(08).
034000     05  FILLER              PIC X(02).
034100     05  FZ-GL-PERIOD        PIC X(07).
034200     05  FILLER              PIC X(02).
034300     05  FZ-GL-FIRST         PIC X(10).
034400     05  FILLER              PIC X(01).
034500     05  FZ-GL-LAST          PIC X(10).
034600     05  FILLER              PIC X(02).
034700     05  FZ-GL-RUNS          PIC ZZZZ9.
034800     05  FILLER              PIC X(02).
034900     05  FZ-GL-DETAILS       PIC ZZZ,ZZZ,ZZ9.
035000     05  FILLER              PIC X(02).
035100     05  FZ-GL-RECORDS       PIC ZZZ,ZZZ,ZZ9.
035200     05  FILLER              PIC X(02).
035300     05  FZ-GL-RESULT        PIC X(50).
035400 01  FZ-MOM-HDG-LINE.
035500     05  FILLER              PIC X(09) VALUE "MONTH".
035600     05  FILLER              PIC X(06) VALUE "RUNS".
035700     05  FILLER              PIC X(13) VALUE "     CYCLES".
035800     05  FILLER              PIC X(13) VALUE "     CHANGE".
035900     05  FILLER              PIC X(11) VALUE "      % CHG".
036000     05  FZ-MH-CODE-HDG      PIC X(11) OCCURS 7 TIMES.
036100 01  FZ-MOM-LINE.
036200     05  FZ-ML-MONTH         PIC X(07).
036300     05  FILLER              PIC X(02).
036400     05  FZ-ML-RUNS          PIC ZZZ9.
036500     05  FILLER              PIC X(02).
036600     05  FZ-ML-CYCLES        PIC ZZZ,ZZZ,ZZ9.
036700     05  FILLER              PIC X(02).
036800     05  FZ-ML-CHANGE-AREA.
036900         10  FZ-ML-CHANGE    PIC +++,+++,++9.
037000         10  FILLER          PIC X(02).
037100         10  FZ-ML-PCT       PIC +++++++9.9.
037200         10  FZ-ML-PCT-SIGN  PIC X(01).
037300     05  FZ-ML-CODE-COL OCCURS 7 TIMES.
037400         10  FILLER          PIC X(01).
037500         10  FZ-ML-CODE-CT   PIC ZZ,ZZZ,ZZ9.
037600 01  FZ-RNG-HDG-LINE.
037700     05  FILLER              PIC X(10) VALUE "RANGE".
037800     05  FZ-RH-MONTH-HDG     PIC X(09) OCCURS 12 TIMES.
037900     05  FILLER              PIC X(12) VALUE "       TOTAL".
038000 01  FZ-RNG-LINE.
038100     05  FZ-RL-ID            PIC X(08).
038200     05  FILLER              PIC X(02).
038300     05  FZ-RL-MONTH-COL OCCURS 12 TIMES.
038400         10  FILLER          PIC X(01).
038500         10  FZ-RL-MO-CT     PIC ZZZZZZZ9.
038600     05  FILLER              PIC X(01).
038700     05  FZ-RL-TOTAL         PIC ZZZ,ZZZ,ZZ9.
038800 01  FZ-REG-HDG-LINE.
038900     05  FILLER              PIC X(09) VALUE "PERIOD".
039000     05  FILLER              PIC X(12) VALUE "STATUS".
039100     05  FILLER              PIC X(14) VALUE "CONSOLIDATED".
039200     05  FILLER              PIC X(12) VALUE "FIRST RUN".
039300     05  FILLER              PIC X(12) VALUE "LAST RUN".
039400     05  FILLER              PIC X(13) VALUE "    DETAILS".
039500     05  FILLER              PIC X(11) VALUE "KEEP THRU".
039600     05  FILLER              PIC X(06) VALUE "ACTION".
039700 01  FZ-REG-LINE.
039800     05  FZ-XL-PERIOD        PIC X(07).
039900     05  FILLER              PIC X(02).
040000     05  FZ-XL-STATUS        PIC X(10).
040100     05  FILLER              PIC X(02).
040200     05  FZ-XL-CONSOL        PIC X(10).
040300     05  FILLER              PIC X(04).
040400     05  FZ-XL-FIRST         PIC X(10).
040500     05  FILLER              PIC X(02).
040600     05  FZ-XL-LAST          PIC X(10).
040700     05  FILLER              PIC X(02).
040800     05  FZ-XL-DETAILS       PIC ZZZ,ZZZ,ZZ9.
040900     05  FILLER              PIC X(02).
041000     05  FZ-XL-KEEP          PIC X(07).
041100     05  FILLER              PIC X(04).
041200     05  FZ-XL-ACTION        PIC X(30).
041300*****************************************************************
041400*  FBOUTRC - CLASSIFICATION RECORD SHAPE, USED HERE IN WORKING  *
041500*  STORAGE TO PARSE EACH ARCHIVED RECORD.                       *
041600*****************************************************************
041700     COPY FBOUTRC.
041800*****************************************************************
041900*  FBRETRC - RETENTION REGISTER RECORD SHAPE, USED HERE IN      *
042000*  WORKING STORAGE TO BUILD AND READ THE TABLED ENTRIES.        *
042100*****************************************************************
042200     COPY FBRETRC.
042300*****************************************************************
042400*  FBRULES - CYCLE CLASSIFICATION DIVISOR/TEXT PARAMETER TABLE. *
042500*  ORDERS THE CATEGORY TALLIES, MATCHING THE TRAILER ENTRIES.   *
042600*****************************************************************
042700     COPY FBRULES.
042800 PROCEDURE DIVISION.
042900*****************************************************************
043000*  0000-MAINLINE                                                *
043100*****************************************************************
043200 0000-MAINLINE.
043300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
043400     PERFORM 2000-CONSOLIDATE-GEN THRU 2000-EXIT
043500         VARYING FZ-GEN-NO FROM 1 BY 1
043600         UNTIL FZ-GEN-NO > 12.
043700     PERFORM 3000-FINISH-SUMMARY THRU 3000-EXIT.
043800     PERFORM 4000-PRINT-MONTHS   THRU 4000-EXIT.
043900     PERFORM 5000-PRINT-RANGES   THRU 5000-EXIT.
044000     PERFORM 6000-REWRITE-REGISTER THRU 6000-EXIT.
044100     PERFORM 7000-PRINT-REGISTER THRU 7000-EXIT.
044200     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
044300     GO TO 9999-EXIT.
044400*****************************************************************
044500*  1000-INITIALIZE - READ AND EDIT YRENDCTL, LOAD THE RULES     *
044600*                    MASTER AND THE RETENTION REGISTER, OPEN THE*
044700*                    ANNUAL SUMMARY AND THE REPORT.             *
044800*****************************************************************
044900 1000-INITIALIZE.
045000     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
045100     ACCEPT FZ-RUN-DATE FROM DATE YYYYMMDD.
045200     INITIALIZE FZ-MONTH-TABLE.
045300     INITIALIZE FZ-RANGE-TABLE.
045400     MOVE SPACES TO FZ-CODE-TABLE.
045500     MOVE ZEROS TO FZ-YEAR-CODE-CT (1) FZ-YEAR-CODE-CT (2)
045600         FZ-YEAR-CODE-CT (3) FZ-YEAR-CODE-CT (4)
045700         FZ-YEAR-CODE-CT (5) FZ-YEAR-CODE-CT (6)
045800         FZ-YEAR-CODE-CT (7).
045900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
046000     PERFORM 8100-LOAD-RULE-SETS THRU 8100-EXIT.
046100     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
046200     OPEN OUTPUT YSM-FILE.
046300     IF FZ-YSM-FILE-STATUS NOT = "00"
046400         DISPLAY "FBYREND - YRSUMM COULD NOT BE OPENED - FILE "
046500             "STATUS " FZ-YSM-FILE-STATUS
046600             " - ENDING RUN - RETURN CODE 16"
046700         MOVE 16 TO RETURN-CODE
046800         GO TO 9999-EXIT
046900     END-IF.
047000     MOVE SPACES TO FB-YSM-RECORD.
047100     MOVE "H" TO FB-YSM-REC-TYPE.
047200     MOVE FZ-YEAR TO FB-YSM-HDR-YEAR.
047300     MOVE FZ-RUN-DATE TO FB-YSM-HDR-RUN-DATE.
047400     WRITE FB-YSM-RECORD.
047500     ADD 1 TO FZ-RECS-WRITTEN.
047600     OPEN OUTPUT PRT-FILE.
047700     MOVE SPACES TO FB-PRT-LINE.
047800     STRING "FIZZBUZZ CLASSIFICATION SERVICE - YEAR-END "
047900         DELIMITED BY SIZE
048000         "CONSOLIDATION OF THE MONTH-END ARCHIVE - "
048100         DELIMITED BY SIZE
048200         FZ-YEAR DELIMITED BY SIZE
048300         INTO FB-PRT-LINE.
048400     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
048500     MOVE SPACES TO FB-PRT-LINE.
048600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
048700     MOVE FZ-GEN-HDG-LINE TO FB-PRT-LINE.
048800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
048900     MOVE SPACES TO FB-PRT-LINE.
049000     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
049100 1000-EXIT.
049200     EXIT.
049300*****************************************************************
049400*  1100-READ-CONTROL - READ AND EDIT THE ONE YRENDCTL RECORD.  A*
049500*                      MISSING, EMPTY OR UNEDITABLE CARD IS     *
049600*                      FATAL - THERE IS NO YEAR TO CONSOLIDATE. *
049700*****************************************************************
049800 1100-READ-CONTROL.
049900     OPEN INPUT YEC-FILE.
050000     IF FZ-YEC-FILE-STATUS NOT = "00"
050100         DISPLAY "FBYREND - YRENDCTL COULD NOT BE OPENED - FILE "
050200             "STATUS " FZ-YEC-FILE-STATUS
050300             " - ENDING RUN - RETURN CODE 16"
050400         MOVE 16 TO RETURN-CODE
050500         GO TO 9999-EXIT
050600     END-IF.
050700     READ YEC-FILE
050800         AT END
050900             DISPLAY "FBYREND - YRENDCTL IS EMPTY - ENDING RUN - "
051000                 "RETURN CODE 16"
051100             MOVE 16 TO RETURN-CODE
051200             CLOSE YEC-FILE
051300             GO TO 9999-EXIT
051400     END-READ.
051500     ADD 1 TO FZ-RECS-READ.
051600     CLOSE YEC-FILE.
051700     IF FB-YEC-YEAR NOT NUMERIC
051800         OR FB-YEC-RETAIN-MONTHS NOT NUMERIC
051900         OR FB-YEC-YEAR = 0
052000         OR FB-YEC-RETAIN-MONTHS = 0
052100         DISPLAY "FBYREND - YRENDCTL NEEDS A YEAR (COLUMNS 1-4) "
052200             "AND A RETENTION IN MONTHS (COLUMNS 5-7) - ENDING "
052300             "RUN - RETURN CODE 16"
052400         MOVE 16 TO RETURN-CODE
052500         GO TO 9999-EXIT
052600     END-IF.
052700     MOVE FB-YEC-YEAR TO FZ-YEAR.
052800     MOVE FB-YEC-RETAIN-MONTHS TO FZ-RETAIN-MONTHS.
052900 1100-EXIT.
053000     EXIT.
053100*****************************************************************
053200*  1200-LOAD-REGISTER - LOAD EVERY RETREG RECORD INTO           *
053300*                       FZ-REG-TABLE.  A REGISTER THAT HAS NEVER*
053400*                       BEEN WRITTEN (FILE STATUS 35) STARTS    *
053500*                       EMPTY.  ANY OTHER OPEN FAILURE IS FATAL.*
053600*****************************************************************
053700 1200-LOAD-REGISTER.
053800     OPEN INPUT RET-FILE.
053900     IF FZ-RET-FILE-STATUS = "35"
054000         GO TO 1200-EXIT
054100     END-IF.
054200     IF FZ-RET-FILE-STATUS NOT = "00"
054300         DISPLAY "FBYREND - RETREG COULD NOT BE OPENED - FILE "
054400             "STATUS " FZ-RET-FILE-STATUS
054500             " - ENDING RUN - RETURN CODE 16"
054600         MOVE 16 TO RETURN-CODE
054700         GO TO 9999-EXIT
054800     END-IF.
054900     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
055000         UNTIL FZ-RET-EOF.
055100     CLOSE RET-FILE.
055200 1200-EXIT.
055300     EXIT.
055400*****************************************************************
055500*  1210-LOAD-ONE-ENTRY - READ AND TABLE ONE RETREG RECORD.  A   *
055600*                        NON-NUMERIC PERIOD, A PERIOD OUT OF    *
055700*                        ASCENDING ORDER, OR A RECORD PAST THE  *
055800*                        TABLE CAPACITY IS FATAL HERE -         *
055900*                        REWRITING THE REGISTER WOULD SILENTLY  *
056000*                        DROP OR REORDER IT.                    *
056100*****************************************************************
056200 1210-LOAD-ONE-ENTRY.
056300     READ RET-FILE INTO FB-RET-RECORD
056400         AT END
056500             MOVE "Y" TO FZ-RET-EOF-SW
056600             GO TO 1210-EXIT
056700     END-READ.
056800     ADD 1 TO FZ-RECS-READ.
056900     IF FB-RET-PERIOD NOT NUMERIC
057000         OR FB-RET-PERIOD NOT > FZ-PREV-PERIOD
057100         DISPLAY "FBYREND - RETREG RECORD " FZ-RECS-READ
057200             " IS NOT A PERIOD IN ASCENDING ORDER - CORRECT THE "
057300             "REGISTER BY HAND - RETURN CODE 16"
057400         MOVE 16 TO RETURN-CODE
057500         CLOSE RET-FILE
057600         GO TO 9999-EXIT
057700     END-IF.
057800     IF FZ-REG-CT >= FZ-REG-MAX
057900         DISPLAY "FBYREND - RETREG CARRIES MORE THAN " FZ-REG-MAX
058000             " PERIODS - RETURN CODE 16"
058100         MOVE 16 TO RETURN-CODE
058200         CLOSE RET-FILE
058300         GO TO 9999-EXIT
058400     END-IF.
058500     MOVE FB-RET-PERIOD TO FZ-PREV-PERIOD.
058600     ADD 1 TO FZ-REG-CT.
058700     MOVE FB-RET-RECORD TO FZ-RE-REC (FZ-REG-CT).
058800 1210-EXIT.
058900     EXIT.
059000*****************************************************************
059100*  1900-FATAL - END THE RUN WITH RETURN CODE 16 ON A CONDITION  *
059200*               THE CALLER HAS ALREADY DISPLAYED.  RETREG IS NOT*
059300*               REWRITTEN.                                      *
059400*****************************************************************
059500 1900-FATAL.
059600     DISPLAY "FBYREND - ENDING RUN - RETURN CODE 16".
059700     MOVE 16 TO RETURN-CODE.
059800     CLOSE YSM-FILE PRT-FILE.
059900     GO TO 9999-EXIT.
060000 1900-EXIT.
060100     EXIT.
060200*****************************************************************
060300*  2000-CONSOLIDATE-GEN - READ ONE ARCHIVE GENERATION, DECIDE   *
060400*                         WHAT IT IS, AND - WHEN IT IS A PERIOD *
060500*                         OF THE YEAR NOT YET READ THIS RUN -   *
060600*                         VERIFY IT, CONSOLIDATE IT IF IT HOLDS,*
060700*                         AND REGISTER IT EITHER WAY.           *
060800*****************************************************************
060900 2000-CONSOLIDATE-GEN.
061000     MOVE SPACES TO FZ-GEN-DD.
061100     STRING "ARCH" DELIMITED BY SIZE
061200         FZ-GEN-NO DELIMITED BY SIZE
061300         INTO FZ-GEN-DD.
061400     MOVE 0 TO FZ-GEN-PERIOD FZ-GEN-FIRST-DATE FZ-GEN-LAST-DATE.
061500     MOVE 0 TO FZ-GEN-REC-CT FZ-GEN-HDR-CT FZ-GEN-DETAIL-CT.
061600     MOVE 0 TO FZ-GEN-TRAILER-CT FZ-SUM-CT.
061700     INITIALIZE FZ-DETAIL-TALLY.
061800     INITIALIZE FZ-TRAILER-TALLY.
061900     MOVE "N" TO FZ-ARCH-EOF-SW.
062000     MOVE "N" TO FZ-VERIFY-FAIL-SW.
062100     MOVE 99999999 TO FB-RULE-SEL-DATE.
062200     MOVE 0 TO FB-RULE-SEL-VERSION.
062300     PERFORM 8200-SELECT-RULE-SET THRU 8200-EXIT.
062400     MOVE FB-RULE-VERSION TO FZ-CUR-VERSION.
062500     PERFORM 2100-OPEN-GEN THRU 2100-EXIT.
062600     IF FZ-OPEN-STATUS = "35"
062700         SET FZ-GEN-NOT-SUPPLIED TO TRUE
062800         GO TO 2000-REPORT
062900     END-IF.
063000     IF FZ-OPEN-STATUS NOT = "00"
063100         SET FZ-GEN-UNREADABLE TO TRUE
063200         GO TO 2000-REPORT
063300     END-IF.
063400     PERFORM 2200-READ-GEN THRU 2200-EXIT.
063500     PERFORM 2300-TALLY-RECORD THRU 2300-EXIT
063600         UNTIL FZ-ARCH-EOF.
063700     PERFORM 2400-CLOSE-GEN THRU 2400-EXIT.
063800     EVALUATE TRUE
063900         WHEN FZ-GEN-REC-CT = 0
064000             SET FZ-GEN-NOT-SUPPLIED TO TRUE
064100         WHEN FZ-GEN-PERIOD = 0
064200             SET FZ-GEN-NO-PERIOD TO TRUE
064300         WHEN FZ-GEN-YEAR NOT = FZ-YEAR
064400             SET FZ-GEN-OUT-OF-YEAR TO TRUE
064500         WHEN FZ-ME-RESULT (FZ-GEN-MONTH) NOT = SPACE
064600             SET FZ-GEN-DUPLICATE TO TRUE
064700         WHEN OTHER
064800             PERFORM 2500-VERIFY-GEN THRU 2500-EXIT
064900     END-EVALUATE.
065000     IF FZ-GEN-VERIFIED
065100         PERFORM 2600-POST-GEN THRU 2600-EXIT
065200     END-IF.
065300     IF FZ-GEN-VERIFIED OR FZ-GEN-FAILED
065400         MOVE FZ-GEN-RESULT TO FZ-ME-RESULT (FZ-GEN-MONTH)
065500         MOVE FZ-GEN-DD TO FZ-ME-DD (FZ-GEN-MONTH)
065600         PERFORM 2700-REGISTER-GEN THRU 2700-EXIT
065700     END-IF.
065800 2000-REPORT.
065900     PERFORM 2800-PRINT-GEN THRU 2800-EXIT.
066000 2000-EXIT.
066100     EXIT.
066200*****************************************************************
066300*  2100-OPEN-GEN - OPEN THE GENERATION ON ARCHNN FOR FZ-GEN-NO. *
066400*                  AN ARCHNN DD NOT IN THE STEP GIVES STATUS 35.*
066500*****************************************************************
066600 2100-OPEN-GEN.
066700     EVALUATE FZ-GEN-NO
066800         WHEN 1
066900             OPEN INPUT AR01-FILE
067000         WHEN 2
067100             OPEN INPUT AR02-FILE
067200         WHEN 3
067300             OPEN INPUT AR03-FILE
067400         WHEN 4
067500             OPEN INPUT AR04-FILE
067600         WHEN 5
067700             OPEN INPUT AR05-FILE
067800         WHEN 6
067900             OPEN INPUT AR06-FILE
068000         WHEN 7
068100             OPEN INPUT AR07-FILE
068200         WHEN 8
068300             OPEN INPUT AR08-FILE
068400         WHEN 9
068500             OPEN INPUT AR09-FILE
068600         WHEN 10
068700             OPEN INPUT AR10-FILE
068800         WHEN 11
068900             OPEN INPUT AR11-FILE
069000         WHEN 12
069100             OPEN INPUT AR12-FILE
069200     END-EVALUATE.
069300     MOVE FZ-ARCH-FILE-STATUS TO FZ-OPEN-STATUS.
069400 2100-EXIT.
069500     EXIT.
069600*****************************************************************
069700*  2200-READ-GEN - READ THE NEXT RECORD OF THE OPEN GENERATION  *
069800*                  INTO THE COMMON PARSE AREA.                  *
069900*****************************************************************
070000 2200-READ-GEN.
070100     EVALUATE FZ-GEN-NO
070200         WHEN 1
070300             READ AR01-FILE INTO FB-OUT-RECORD
070400                 AT END SET FZ-ARCH-EOF TO TRUE
070500             END-READ
070600         WHEN 2
070700             READ AR02-FILE INTO FB-OUT-RECORD
070800                 AT END SET FZ-ARCH-EOF TO TRUE
070900             END-READ
071000         WHEN 3
071100             READ AR03-FILE INTO FB-OUT-RECORD
071200                 AT END SET FZ-ARCH-EOF TO TRUE
071300             END-READ
071400         WHEN 4
071500             READ AR04-FILE INTO FB-OUT-RECORD
071600                 AT END SET FZ-ARCH-EOF TO TRUE
071700             END-READ
071800         WHEN 5
071900             READ AR05-FILE INTO FB-OUT-RECORD
072000                 AT END SET FZ-ARCH-EOF TO TRUE
072100             END-READ
072200         WHEN 6
072300             READ AR06-FILE INTO FB-OUT-RECORD
072400                 AT END SET FZ-ARCH-EOF TO TRUE
072500             END-READ
072600         WHEN 7
072700             READ AR07-FILE INTO FB-OUT-RECORD
072800                 AT END SET FZ-ARCH-EOF TO TRUE
072900             END-READ
073000         WHEN 8
073100             READ AR08-FILE INTO FB-OUT-RECORD
073200                 AT END SET FZ-ARCH-EOF TO TRUE
073300             END-READ
073400         WHEN 9
073500             READ AR09-FILE INTO FB-OUT-RECORD
073600                 AT END SET FZ-ARCH-EOF TO TRUE
073700             END-READ
073800         WHEN 10
073900             READ AR10-FILE INTO FB-OUT-RECORD
074000                 AT END SET FZ-ARCH-EOF TO TRUE
074100             END-READ
074200         WHEN 11
074300             READ AR11-FILE INTO FB-OUT-RECORD
074400                 AT END SET FZ-ARCH-EOF TO TRUE
074500             END-READ
074600         WHEN 12
074700             READ AR12-FILE INTO FB-OUT-RECORD
074800                 AT END SET FZ-ARCH-EOF TO TRUE
074900             END-READ
075000     END-EVALUATE.
075100     IF NOT FZ-ARCH-EOF
075200         ADD 1 TO FZ-RECS-READ
075300         ADD 1 TO FZ-GEN-REC-CT
075400     END-IF.
075500 2200-EXIT.
075600     EXIT.
075700*****************************************************************
075800*  2300-TALLY-RECORD - PROCESS ONE ARCHIVED RECORD AS FBMCLOSE  *
075900*                      DID - A HEADER RE-SELECTS THE RULE SET BY*
076000*                      ITS STAMPED VERSION, A DETAIL IS TALLIED *
076100*                      UNDER ITS CATEGORY AND TO THE SUMMARY, A *
076200*                      TRAILER IS ADDED POSITIONALLY.  THE FIRST*
076300*                      HEADER NAMES THE GENERATION'S PERIOD.    *
076400*****************************************************************
076500 2300-TALLY-RECORD.
076600     EVALUATE TRUE
076700         WHEN FB-OUT-HEADER
076800             ADD 1 TO FZ-GEN-HDR-CT
076900             PERFORM 2310-START-NIGHT THRU 2310-EXIT
077000         WHEN FB-OUT-DETAIL
077100             ADD 1 TO FZ-GEN-DETAIL-CT
077200             PERFORM 2320-TALLY-DETAIL THRU 2320-EXIT
077300             PERFORM 2340-SUM-DETAIL THRU 2340-EXIT
077400         WHEN FB-OUT-TRAILER
077500             ADD 1 TO FZ-GEN-TRAILER-CT
077600             PERFORM 2350-ADD-TRL-ENTRY THRU 2350-EXIT
077700                 VARYING FZ-ENTRY-IDX FROM 1 BY 1
077800                 UNTIL FZ-ENTRY-IDX > 4
077900             ADD FB-OUT-TRL-PLAIN-CT TO FZ-TRL-PLAIN-CT
078000         WHEN OTHER
078100             CONTINUE
078200     END-EVALUATE.
078300     PERFORM 2200-READ-GEN THRU 2200-EXIT.
078400 2300-EXIT.
078500     EXIT.
078600*****************************************************************
078700*  2310-START-NIGHT - NOTE THE NIGHT'S RUN DATE AND SELECT THE  *
078800*                     RULE SET THAT CLASSIFIED IT.              *
078900*****************************************************************
079000 2310-START-NIGHT.
079100     IF FB-OUT-HDR-RULES-VER NUMERIC
079200         MOVE FB-OUT-HDR-RULES-VER TO FB-RULE-SEL-VERSION
079300     ELSE
079400         MOVE 0 TO FB-RULE-SEL-VERSION
079500     END-IF.
079600     MOVE FB-OUT-HDR-RUN-DATE TO FB-RULE-SEL-DATE.
079700     PERFORM 8200-SELECT-RULE-SET THRU 8200-EXIT.
079800     MOVE FB-RULE-VERSION TO FZ-CUR-VERSION.
079900     IF FB-OUT-HDR-RUN-DATE NOT NUMERIC
080000         GO TO 2310-EXIT
080100     END-IF.
080200     IF FZ-GEN-PERIOD = 0
080300         MOVE FB-OUT-HDR-RUN-DATE (1:6) TO FZ-GEN-PERIOD
080400     END-IF.
080500     IF FZ-GEN-FIRST-DATE = 0
080600         OR FB-OUT-HDR-RUN-DATE < FZ-GEN-FIRST-DATE
080700         MOVE FB-OUT-HDR-RUN-DATE TO FZ-GEN-FIRST-DATE
080800     END-IF.
080900     IF FB-OUT-HDR-RUN-DATE > FZ-GEN-LAST-DATE
081000         MOVE FB-OUT-HDR-RUN-DATE TO FZ-GEN-LAST-DATE
081100     END-IF.
081200 2310-EXIT.
081300     EXIT.
081400*****************************************************************
081500*  2320-TALLY-DETAIL - COUNT ONE DETAIL UNDER ITS CLASS CODE'S  *
081600*                      FBRULES ENTRY, OR UNDER PLAIN WHEN NO    *
081700*                      ACTIVE ENTRY CARRIES ITS CODE, MATCHING  *
081800*                      THE CONVENTION THE TRAILERS WERE         *
081900*                      ACCUMULATED UNDER.                       *
082000*****************************************************************
082100 2320-TALLY-DETAIL.
082200     MOVE "N" TO FZ-RULE-FOUND-SW.
082300     PERFORM 2330-TEST-CLASS-CODE THRU 2330-EXIT
082400         VARYING FB-RULE-IDX FROM 1 BY 1
082500         UNTIL FB-RULE-IDX > FB-RULE-MAX-ENTRIES
082600            OR FZ-RULE-FOUND.
082700     IF NOT FZ-RULE-FOUND
082800         ADD 1 TO FZ-DTL-PLAIN-CT
082900     END-IF.
083000 2320-EXIT.
083100     EXIT.
083200*****************************************************************
083300*  2330-TEST-CLASS-CODE - TEST ONE FB-RULE-TABLE ENTRY'S CLASS  *
083400*                         CODE AGAINST THE DETAIL'S AND COUNT A *
083500*                         MATCH.                                *
083600*****************************************************************
083700 2330-TEST-CLASS-CODE.
083800     IF FB-RULE-DIVISOR (FB-RULE-IDX) > 0
083900         AND FB-RULE-CODE (FB-RULE-IDX) = FB-OUT-CLASS-CD
084000         SET FZ-ENTRY-IDX TO FB-RULE-IDX
084100         ADD 1 TO FZ-DTL-RULE-CT (FZ-ENTRY-IDX)
084200         SET FZ-RULE-FOUND TO TRUE
084300     END-IF.
084400 2330-EXIT.
084500     EXIT.
084600*****************************************************************
084700*  2340-SUM-DETAIL - ADD ONE DETAIL TO THE GENERATION'S SUMMARY *
084800*                    ENTRY FOR ITS RANGE, CODE AND RULES        *
084900*                    VERSION, ADDING THE ENTRY ON FIRST SIGHT.  *
085000*                    THE LAST ENTRY HIT IS TRIED FIRST.         *
085100*****************************************************************
085200 2340-SUM-DETAIL.
085300     IF FZ-SUM-SUB > 0 AND FZ-SUM-SUB NOT > FZ-SUM-CT
085400         IF FZ-SE-RANGE-ID (FZ-SUM-SUB) = FB-OUT-RANGE-ID
085500             AND FZ-SE-CODE (FZ-SUM-SUB) = FB-OUT-CLASS-CD
085600             AND FZ-SE-VERSION (FZ-SUM-SUB) = FZ-CUR-VERSION
085700             ADD 1 TO FZ-SE-CYCLES (FZ-SUM-SUB)
085800             GO TO 2340-EXIT
085900         END-IF
086000     END-IF.
086100     MOVE "N" TO FZ-FOUND-SW.
086200     PERFORM 2345-MATCH-SUM THRU 2345-EXIT
086300         VARYING FZ-SUM-SUB FROM 1 BY 1
086400         UNTIL FZ-SUM-SUB > FZ-SUM-CT
086500            OR FZ-FOUND.
086600     IF FZ-FOUND
086700         SUBTRACT 1 FROM FZ-SUM-SUB
086800         ADD 1 TO FZ-SE-CYCLES (FZ-SUM-SUB)
086900         GO TO 2340-EXIT
087000     END-IF.
087100     IF FZ-SUM-CT >= FZ-SUM-MAX
087200         DISPLAY "FBYREND - " FZ-GEN-DD " CARRIES MORE THAN "
087300             FZ-SUM-MAX " RANGE/CODE/VERSION TOTALS - IT CANNOT "
087400             "BE SUMMARISED"
087500         PERFORM 1900-FATAL THRU 1900-EXIT
087600     END-IF.
087700     ADD 1 TO FZ-SUM-CT.
087800     MOVE FZ-SUM-CT TO FZ-SUM-SUB.
087900     MOVE FB-OUT-RANGE-ID TO FZ-SE-RANGE-ID (FZ-SUM-SUB).
088000     MOVE FB-OUT-CLASS-CD TO FZ-SE-CODE (FZ-SUM-SUB).
088100     MOVE FZ-CUR-VERSION  TO FZ-SE-VERSION (FZ-SUM-SUB).
088200     MOVE 1 TO FZ-SE-CYCLES (FZ-SUM-SUB).
088300 2340-EXIT.
088400     EXIT.
088500*****************************************************************
088600*  2345-MATCH-SUM - TEST ONE SUMMARY ENTRY AGAINST THE DETAIL.  *
088700*****************************************************************
088800 2345-MATCH-SUM.
088900     IF FZ-SE-RANGE-ID (FZ-SUM-SUB) = FB-OUT-RANGE-ID
089000         AND FZ-SE-CODE (FZ-SUM-SUB) = FB-OUT-CLASS-CD
089100         AND FZ-SE-VERSION (FZ-SUM-SUB) = FZ-CUR-VERSION
089200         SET FZ-FOUND TO TRUE
089300     END-IF.
089400 2345-EXIT.
089500     EXIT.
089600*****************************************************************
089700*  2350-ADD-TRL-ENTRY - ADD ONE TRAILER RULE ENTRY'S COUNT.     *
089800*****************************************************************
089900 2350-ADD-TRL-ENTRY.
090000     ADD FB-OUT-TRL-RULE-CT (FZ-ENTRY-IDX)
090100         TO FZ-TRL-RULE-CT (FZ-ENTRY-IDX).
090200 2350-EXIT.
090300     EXIT.
090400*****************************************************************
090500*  2400-CLOSE-GEN - CLOSE THE GENERATION ON ARCHNN.             *
090600*****************************************************************
090700 2400-CLOSE-GEN.
090800     EVALUATE FZ-GEN-NO
090900         WHEN 1
091000             CLOSE AR01-FILE
091100         WHEN 2
091200             CLOSE AR02-FILE
091300         WHEN 3
091400             CLOSE AR03-FILE
091500         WHEN 4
091600             CLOSE AR04-FILE
091700         WHEN 5
091800             CLOSE AR05-FILE
091900         WHEN 6
092000             CLOSE AR06-FILE
092100         WHEN 7
092200             CLOSE AR07-FILE
092300         WHEN 8
092400             CLOSE AR08-FILE
092500         WHEN 9
092600             CLOSE AR09-FILE
092700         WHEN 10
092800             CLOSE AR10-FILE
092900         WHEN 11
093000             CLOSE AR11-FILE
093100         WHEN 12
093200             CLOSE AR12-FILE
093300     END-EVALUATE.
093400 2400-EXIT.
093500     EXIT.
093600*****************************************************************
093700*  2500-VERIFY-GEN - PROVE EACH CATEGORY'S ACCUMULATED TRAILER  *
093800*                    TOTALS AGAINST THE GENERATION'S DETAIL     *
093900*                    RECORDS, AS FBMCLOSE DID.                  *
094000*****************************************************************
094100 2500-VERIFY-GEN.
094200     PERFORM 2510-VERIFY-CATEGORY THRU 2510-EXIT
094300         VARYING FZ-ENTRY-IDX FROM 1 BY 1
094400         UNTIL FZ-ENTRY-IDX > 4.
094500     IF FZ-DTL-PLAIN-CT NOT = FZ-TRL-PLAIN-CT
094600         SET FZ-VERIFY-FAILED TO TRUE
094700     END-IF.
094800     IF FZ-VERIFY-FAILED
094900         SET FZ-GEN-FAILED TO TRUE
095000     ELSE
095100         SET FZ-GEN-VERIFIED TO TRUE
095200     END-IF.
095300 2500-EXIT.
095400     EXIT.
095500*****************************************************************
095600*  2510-VERIFY-CATEGORY - PROVE ONE FBRULES CATEGORY.           *
095700*****************************************************************
095800 2510-VERIFY-CATEGORY.
095900     IF FZ-DTL-RULE-CT (FZ-ENTRY-IDX)
096000         NOT = FZ-TRL-RULE-CT (FZ-ENTRY-IDX)
096100         SET FZ-VERIFY-FAILED TO TRUE
096200     END-IF.
096300 2510-EXIT.
096400     EXIT.
096500*****************************************************************
096600*  2600-POST-GEN - CONSOLIDATE A VERIFIED GENERATION - WRITE ITS*
096700*                  SUMMARY TOTALS TO YRSUMM AND ADD THEM TO THE *
096800*                  YEAR'S MONTH, CODE AND RANGE TABLES.         *
096900*****************************************************************
097000 2600-POST-GEN.
097100     MOVE FZ-GEN-MONTH TO FZ-MO.
097200     MOVE FZ-GEN-HDR-CT TO FZ-ME-HDR-CT (FZ-MO).
097300     ADD FZ-GEN-HDR-CT TO FZ-YEAR-HDR-CT.
097400     ADD 1 TO FZ-MONTH-CT.
097500     PERFORM 2610-POST-SUM-ENTRY THRU 2610-EXIT
097600         VARYING FZ-SUM-SUB FROM 1 BY 1
097700         UNTIL FZ-SUM-SUB > FZ-SUM-CT.
097800 2600-EXIT.
097900     EXIT.
098000*****************************************************************
098100*  2610-POST-SUM-ENTRY - WRITE ONE SUMMARY TOTAL AND POST IT TO *
098200*                        THE YEAR'S TABLES.                     *
098300*****************************************************************
098400 2610-POST-SUM-ENTRY.
098500     MOVE SPACES TO FB-YSM-RECORD.
098600     MOVE "D" TO FB-YSM-REC-TYPE.
098700     MOVE FZ-GEN-PERIOD TO FB-YSM-PERIOD.
098800     MOVE FZ-SE-RANGE-ID (FZ-SUM-SUB) TO FB-YSM-RANGE-ID.
098900     MOVE FZ-SE-CODE     (FZ-SUM-SUB) TO FB-YSM-CLASS-CD.
099000     MOVE FZ-SE-VERSION  (FZ-SUM-SUB) TO FB-YSM-RULES-VER.
099100     MOVE FZ-SE-CYCLES   (FZ-SUM-SUB) TO FB-YSM-CYCLES.
099200     WRITE FB-YSM-RECORD.
099300     ADD 1 TO FZ-RECS-WRITTEN.
099400     ADD 1 TO FZ-YSM-DTL-CT.
099500     ADD FZ-SE-CYCLES (FZ-SUM-SUB) TO FZ-YSM-CYCLES.
099600     ADD FZ-SE-CYCLES (FZ-SUM-SUB) TO FZ-ME-CYCLES (FZ-MO).
099700     PERFORM 2620-FIND-CODE-COL THRU 2620-EXIT.
099800     ADD FZ-SE-CYCLES (FZ-SUM-SUB)
099900         TO FZ-ME-CODE-CT (FZ-MO FZ-CODE-SUB).
100000     ADD FZ-SE-CYCLES (FZ-SUM-SUB)
100100         TO FZ-YEAR-CODE-CT (FZ-CODE-SUB).
100200     PERFORM 2630-FIND-RANGE THRU 2630-EXIT.
100300     ADD FZ-SE-CYCLES (FZ-SUM-SUB)
100400         TO FZ-RG-MO-CT (FZ-RANGE-SUB FZ-MO).
100500     ADD FZ-SE-CYCLES (FZ-SUM-SUB) TO FZ-RG-TOTAL (FZ-RANGE-SUB).
100600 2610-EXIT.
100700     EXIT.
100800*****************************************************************
100900*  2620-FIND-CODE-COL - POINT FZ-CODE-SUB AT THE REPORT COLUMN  *
101000*                       FOR THE SUMMARY ENTRY'S CLASS CODE,     *
101100*                       TAKING A NEW COLUMN ON FIRST SIGHT.     *
101200*                       CODES PAST THE SIXTH SHARE THE LAST     *
101300*                       (OTHER) COLUMN.                         *
101400*****************************************************************
101500 2620-FIND-CODE-COL.
101600     MOVE "N" TO FZ-FOUND-SW.
101700     PERFORM 2625-MATCH-CODE THRU 2625-EXIT
101800         VARYING FZ-CODE-SUB FROM 1 BY 1
101900         UNTIL FZ-CODE-SUB > FZ-CODE-CT
102000            OR FZ-FOUND.
102100     IF FZ-FOUND
102200         SUBTRACT 1 FROM FZ-CODE-SUB
102300         GO TO 2620-EXIT
102400     END-IF.
102500     IF FZ-CODE-CT >= FZ-CODE-MAX
102600         MOVE FZ-CODE-OTHER TO FZ-CODE-SUB
102700         GO TO 2620-EXIT
102800     END-IF.
102900     ADD 1 TO FZ-CODE-CT.
103000     MOVE FZ-CODE-CT TO FZ-CODE-SUB.
103100     MOVE FZ-SE-CODE (FZ-SUM-SUB) TO FZ-YC-CODE (FZ-CODE-SUB).
103200 2620-EXIT.
103300     EXIT.
103400*****************************************************************
103500*  2625-MATCH-CODE - TEST ONE REPORT COLUMN'S CLASS CODE.       *
103600*****************************************************************
103700 2625-MATCH-CODE.
103800     IF FZ-YC-CODE (FZ-CODE-SUB) = FZ-SE-CODE (FZ-SUM-SUB)
103900         SET FZ-FOUND TO TRUE
104000     END-IF.
104100 2625-EXIT.
104200     EXIT.
104300*****************************************************************
104400*  2630-FIND-RANGE - POINT FZ-RANGE-SUB AT THE SUMMARY ENTRY'S  *
104500*                    RANGE IDENTIFIER, ADDING IT ON FIRST SIGHT.*
104600*                    MORE RANGES THAN THE TABLE HOLDS IS FATAL. *
104700*****************************************************************
104800 2630-FIND-RANGE.
104900     MOVE "N" TO FZ-FOUND-SW.
105000     PERFORM 2635-MATCH-RANGE THRU 2635-EXIT
105100         VARYING FZ-RANGE-SUB FROM 1 BY 1
105200         UNTIL FZ-RANGE-SUB > FZ-RANGE-CT
105300            OR FZ-FOUND.
105400     IF FZ-FOUND
105500         SUBTRACT 1 FROM FZ-RANGE-SUB
105600         GO TO 2630-EXIT
105700     END-IF.
105800     IF FZ-RANGE-CT >= FZ-RANGE-MAX
105900         DISPLAY "FBYREND - THE YEAR CARRIES MORE THAN "
106000             FZ-RANGE-MAX " RANGE IDENTIFIERS - "
106100             FZ-SE-RANGE-ID (FZ-SUM-SUB) " CANNOT BE TABLED"
106200         PERFORM 1900-FATAL THRU 1900-EXIT
106300     END-IF.
106400     ADD 1 TO FZ-RANGE-CT.
106500     MOVE FZ-RANGE-CT TO FZ-RANGE-SUB.
106600     MOVE FZ-SE-RANGE-ID (FZ-SUM-SUB) TO FZ-RG-ID (FZ-RANGE-SUB).
106700 2630-EXIT.
106800     EXIT.
106900*****************************************************************
107000*  2635-MATCH-RANGE - TEST ONE TABLED RANGE IDENTIFIER.         *
107100*****************************************************************
107200 2635-MATCH-RANGE.
107300     IF FZ-RG-ID (FZ-RANGE-SUB) = FZ-SE-RANGE-ID (FZ-SUM-SUB)
107400         SET FZ-FOUND TO TRUE
107500     END-IF.
107600 2635-EXIT.
107700     EXIT.
107800*****************************************************************
107900*  2700-REGISTER-GEN - POST THE GENERATION TO THE RETENTION     *
108000*                      REGISTER, REPLACING THE PERIOD'S ENTRY OR*
108100*                      INSERTING ONE IN PERIOD ORDER.  THE KEEP *
108200*                      THRU MONTH IS THE PERIOD PLUS THE        *
108300*                      RETENTION.                               *
108400*****************************************************************
108500 2700-REGISTER-GEN.
108600     MOVE SPACES TO FB-RET-RECORD.
108700     MOVE FZ-GEN-PERIOD     TO FB-RET-PERIOD.
108800     MOVE FZ-GEN-RESULT     TO FB-RET-STATUS.
108900     MOVE FZ-RUN-DATE       TO FB-RET-CONSOL-DATE.
109000     MOVE FZ-GEN-FIRST-DATE TO FB-RET-FIRST-DATE.
109100     MOVE FZ-GEN-LAST-DATE  TO FB-RET-LAST-DATE.
109200     MOVE FZ-GEN-HDR-CT     TO FB-RET-HDR-CT.
109300     MOVE FZ-GEN-DETAIL-CT  TO FB-RET-DETAIL-CT.
109400     MOVE FZ-GEN-REC-CT     TO FB-RET-REC-CT.
109500     MOVE FZ-YEAR           TO FB-RET-SUMM-YEAR.
109600     COMPUTE FZ-MONTHS-ABS = FZ-GEN-YEAR * 12 + FZ-GEN-MONTH - 1
109700         + FZ-RETAIN-MONTHS.
109800     DIVIDE FZ-MONTHS-ABS BY 12 GIVING FZ-REL-YYYY
109900         REMAINDER FZ-REL-MM.
110000     ADD 1 TO FZ-REL-MM.
110100     COMPUTE FZ-REL-PERIOD = FZ-REL-YYYY * 100 + FZ-REL-MM.
110200     MOVE FZ-REL-PERIOD     TO FB-RET-RELEASE-AFTER.
110300     SET FZ-REG-CHANGED TO TRUE.
110400     MOVE 0 TO FZ-REG-POS.
110500     PERFORM 2710-FIND-SLOT THRU 2710-EXIT
110600         VARYING FZ-REG-SUB FROM 1 BY 1
110700         UNTIL FZ-REG-SUB > FZ-REG-CT
110800            OR FZ-REG-POS > 0.
110900     IF FZ-REG-POS > 0
111000         IF FZ-RE-REC (FZ-REG-POS) (1:6) = FZ-GEN-PERIOD
111100             MOVE FB-RET-RECORD TO FZ-RE-REC (FZ-REG-POS)
111200             GO TO 2700-EXIT
111300         END-IF
111400     ELSE
111500         COMPUTE FZ-REG-POS = FZ-REG-CT + 1
111600     END-IF.
111700     IF FZ-REG-CT >= FZ-REG-MAX
111800         DISPLAY "FBYREND - RETREG WOULD CARRY MORE THAN "
111900             FZ-REG-MAX " PERIODS - " FZ-GEN-DD
112000             " CANNOT BE REGISTERED"
112100         PERFORM 1900-FATAL THRU 1900-EXIT
112200     END-IF.
112300     PERFORM 2720-SHIFT-ENTRY THRU 2720-EXIT
112400         VARYING FZ-REG-SUB FROM FZ-REG-CT BY -1
112500         UNTIL FZ-REG-SUB < FZ-REG-POS.
112600     ADD 1 TO FZ-REG-CT.
112700     MOVE FB-RET-RECORD TO FZ-RE-REC (FZ-REG-POS).
112800 2700-EXIT.
112900     EXIT.
113000*****************************************************************
113100*  2710-FIND-SLOT - STOP AT THE FIRST ENTRY WHOSE PERIOD IS NOT *
113200*                   BELOW THE GENERATION'S - ITS OWN ENTRY, OR  *
113300*                   THE ONE IT IS INSERTED AHEAD OF.            *
113400*****************************************************************
113500 2710-FIND-SLOT.
113600     IF FZ-RE-REC (FZ-REG-SUB) (1:6) NOT < FZ-GEN-PERIOD
113700         MOVE FZ-REG-SUB TO FZ-REG-POS
113800     END-IF.
113900 2710-EXIT.
114000     EXIT.
114100*****************************************************************
114200*  2720-SHIFT-ENTRY - MOVE ONE REGISTER ENTRY UP A SLOT.        *
114300*****************************************************************
114400 2720-SHIFT-ENTRY.
114500     MOVE FZ-RE-REC (FZ-REG-SUB) TO FZ-RE-REC (FZ-REG-SUB + 1).
114600 2720-EXIT.
114700     EXIT.
114800*****************************************************************
114900*  2800-PRINT-GEN - PRINT THE GENERATION'S LINE, AND FOR ONE    *
115000*                   THAT FAILED VERIFICATION, EVERY CATEGORY'S  *
115100*                   DETAIL AND TRAILER TOTALS.                  *
115200*****************************************************************
115300 2800-PRINT-GEN.
115400     MOVE SPACES TO FZ-GEN-LINE.
115500     MOVE FZ-GEN-DD TO FZ-GL-DD.
115600     IF FZ-GEN-NOT-SUPPLIED OR FZ-GEN-UNREADABLE
115700         GO TO 2800-RESULT
115800     END-IF.
115900     IF FZ-GEN-PERIOD > 0
116000         MOVE FZ-GEN-PERIOD TO FZ-PER-NUM
116100         PERFORM 8610-EDIT-PERIOD THRU 8610-EXIT
116200         MOVE FZ-PER-EDIT TO FZ-GL-PERIOD
116300         MOVE FZ-GEN-FIRST-DATE TO FZ-DATE-NUM
116400         PERFORM 8600-EDIT-DATE THRU 8600-EXIT
116500         MOVE FZ-DATE-EDIT TO FZ-GL-FIRST
116600         MOVE FZ-GEN-LAST-DATE TO FZ-DATE-NUM
116700         PERFORM 8600-EDIT-DATE THRU 8600-EXIT
116800         MOVE FZ-DATE-EDIT TO FZ-GL-LAST
116900     END-IF.
117000     MOVE FZ-GEN-HDR-CT    TO FZ-GL-RUNS.
117100     MOVE FZ-GEN-DETAIL-CT TO FZ-GL-DETAILS.
117200     MOVE FZ-GEN-REC-CT    TO FZ-GL-RECORDS.
117300 2800-RESULT.
117400     EVALUATE TRUE
117500         WHEN FZ-GEN-NOT-SUPPLIED
117600             MOVE "NOT SUPPLIED" TO FZ-GL-RESULT
117700         WHEN FZ-GEN-UNREADABLE
117800             STRING "COULD NOT BE OPENED - FILE STATUS "
117900                 DELIMITED BY SIZE
118000                 FZ-OPEN-STATUS DELIMITED BY SIZE
118100                 INTO FZ-GL-RESULT
118200         WHEN FZ-GEN-NO-PERIOD
118300             STRING "NO RUN HEADER - PERIOD UNKNOWN - "
118400                 DELIMITED BY SIZE
118500                 "NOT CONSOLIDATED" DELIMITED BY SIZE
118600                 INTO FZ-GL-RESULT
118700         WHEN FZ-GEN-OUT-OF-YEAR
118800             STRING "NOT A PERIOD OF " DELIMITED BY SIZE
118900                 FZ-YEAR DELIMITED BY SIZE
119000                 " - NOT CONSOLIDATED" DELIMITED BY SIZE
119100                 INTO FZ-GL-RESULT
119200         WHEN FZ-GEN-DUPLICATE
119300             STRING "PERIOD ALREADY READ FROM " DELIMITED BY SIZE
119400                 FZ-ME-DD (FZ-GEN-MONTH) DELIMITED BY SPACE
119500                 " - NOT CONSOLIDATED" DELIMITED BY SIZE
119600                 INTO FZ-GL-RESULT
119700         WHEN FZ-GEN-FAILED
119800             MOVE "TOTALS DISAGREE - NOT CONSOLIDATED - RETAIN"
119900                 TO FZ-GL-RESULT
120000         WHEN FZ-GEN-VERIFIED
120100             MOVE "VERIFIED AND CONSOLIDATED" TO FZ-GL-RESULT
120200     END-EVALUATE.
120300     IF NOT FZ-GEN-NOT-SUPPLIED AND NOT FZ-GEN-VERIFIED
120400         ADD 1 TO FZ-ERROR-CT
120500     END-IF.
120600     MOVE FZ-GEN-LINE TO FB-PRT-LINE.
120700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
120800     IF FZ-GEN-FAILED
120900         PERFORM 2810-PRINT-CATEGORY THRU 2810-EXIT
121000             VARYING FZ-ENTRY-IDX FROM 1 BY 1
121100             UNTIL FZ-ENTRY-IDX > 4
121200         MOVE FZ-DTL-PLAIN-CT TO FZ-ED-DTL-CT
121300         MOVE FZ-TRL-PLAIN-CT TO FZ-ED-TRL-CT
121400         MOVE SPACES TO FB-PRT-LINE
121500         STRING "          CATEGORY PLAIN      DETAILS "
121600             DELIMITED BY SIZE
121700             FZ-ED-DTL-CT DELIMITED BY SIZE
121800             "  TRAILERS " DELIMITED BY SIZE
121900             FZ-ED-TRL-CT DELIMITED BY SIZE
122000             INTO FB-PRT-LINE
122100         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
122200     END-IF.
122300 2800-EXIT.
122400     EXIT.
122500*****************************************************************
122600*  2810-PRINT-CATEGORY - PRINT ONE FBRULES CATEGORY'S TOTALS FOR*
122700*                        A FAILED GENERATION.  AN ENTRY NOT IN  *
122800*                        USE WITH NOTHING COUNTED IS PASSED     *
122900*                        OVER.                                  *
123000*****************************************************************
123100 2810-PRINT-CATEGORY.
123200     IF FB-RULE-DIVISOR (FZ-ENTRY-IDX) = 0
123300         AND FZ-DTL-RULE-CT (FZ-ENTRY-IDX) = 0
123400         AND FZ-TRL-RULE-CT (FZ-ENTRY-IDX) = 0
123500         GO TO 2810-EXIT
123600     END-IF.
123700     MOVE FZ-DTL-RULE-CT (FZ-ENTRY-IDX) TO FZ-ED-DTL-CT.
123800     MOVE FZ-TRL-RULE-CT (FZ-ENTRY-IDX) TO FZ-ED-TRL-CT.
123900     MOVE SPACES TO FB-PRT-LINE.
124000     STRING "          CATEGORY " DELIMITED BY SIZE
124100         FB-RULE-TEXT (FZ-ENTRY-IDX) DELIMITED BY SIZE
124200         " DETAILS " DELIMITED BY SIZE
124300         FZ-ED-DTL-CT DELIMITED BY SIZE
124400         "  TRAILERS " DELIMITED BY SIZE
124500         FZ-ED-TRL-CT DELIMITED BY SIZE
124600         INTO FB-PRT-LINE.
124700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
124800 2810-EXIT.
124900     EXIT.
125000*****************************************************************
125100*  3000-FINISH-SUMMARY - CLOSE YRSUMM WITH ITS TRAILER.         *
125200*****************************************************************
125300 3000-FINISH-SUMMARY.
125400     MOVE SPACES TO FB-YSM-RECORD.
125500     MOVE "T" TO FB-YSM-REC-TYPE.
125600     MOVE FZ-YSM-DTL-CT TO FB-YSM-TRL-REC-CT.
125700     MOVE FZ-YSM-CYCLES TO FB-YSM-TRL-CYCLES.
125800     MOVE FZ-MONTH-CT   TO FB-YSM-TRL-MONTH-CT.
125900     WRITE FB-YSM-RECORD.
126000     ADD 1 TO FZ-RECS-WRITTEN.
126100     CLOSE YSM-FILE.
126200 3000-EXIT.
126300     EXIT.
126400*****************************************************************
126500*  4000-PRINT-MONTHS - THE MONTH-OVER-MONTH PAGE - EACH MONTH'S *
126600*                      RUNS AND CYCLES, THE CHANGE ON THE LAST  *
126700*                      CONSOLIDATED MONTH BEFORE IT, AND ITS    *
126800*                      CYCLES BY CLASS CODE, THEN THE YEAR.     *
126900*****************************************************************
127000 4000-PRINT-MONTHS.
127100     MOVE SPACES TO FB-PRT-LINE.
127200     STRING "MONTH-OVER-MONTH CLASSIFIED VOLUMES - "
127300         DELIMITED BY SIZE
127400         FZ-YEAR DELIMITED BY SIZE
127500         INTO FB-PRT-LINE.
127600     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
127700     MOVE SPACES TO FB-PRT-LINE.
127800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
127900     MOVE SPACES TO FZ-MH-CODE-HDG (1) FZ-MH-CODE-HDG (2)
128000         FZ-MH-CODE-HDG (3) FZ-MH-CODE-HDG (4)
128100         FZ-MH-CODE-HDG (5) FZ-MH-CODE-HDG (6)
128200         FZ-MH-CODE-HDG (7).
128300     PERFORM 4100-CODE-HEADING THRU 4100-EXIT
128400         VARYING FZ-CODE-SUB FROM 1 BY 1
128500         UNTIL FZ-CODE-SUB > FZ-CODE-CT.
128600     IF FZ-YEAR-CODE-CT (FZ-CODE-OTHER) > 0
128700         MOVE "      OTHER" TO FZ-MH-CODE-HDG (FZ-CODE-OTHER)
128800     END-IF.
128900     MOVE FZ-MOM-HDG-LINE TO FB-PRT-LINE.
129000     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
129100     MOVE SPACES TO FB-PRT-LINE.
129200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
129300     MOVE 0 TO FZ-PREV-MO.
129400     PERFORM 4200-PRINT-MONTH THRU 4200-EXIT
129500         VARYING FZ-MO FROM 1 BY 1
129600         UNTIL FZ-MO > 12.
129700     MOVE SPACES TO FB-PRT-LINE.
129800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
129900     MOVE SPACES TO FZ-MOM-LINE.
130000     MOVE "YEAR" TO FZ-ML-MONTH.
130100     MOVE FZ-YEAR-HDR-CT TO FZ-ML-RUNS.
130200     MOVE FZ-YSM-CYCLES TO FZ-ML-CYCLES.
130300     MOVE SPACES TO FZ-ML-CHANGE-AREA.
130400     PERFORM 4300-YEAR-CODE-COL THRU 4300-EXIT
130500         VARYING FZ-CODE-SUB FROM 1 BY 1
130600         UNTIL FZ-CODE-SUB > FZ-CODE-CT.
130700     IF FZ-YEAR-CODE-CT (FZ-CODE-OTHER) > 0
130800         MOVE FZ-YEAR-CODE-CT (FZ-CODE-OTHER)
130900             TO FZ-ML-CODE-CT (FZ-CODE-OTHER)
131000     END-IF.
131100     MOVE FZ-MOM-LINE TO FB-PRT-LINE.
131200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
131300 4000-EXIT.
131400     EXIT.
131500*****************************************************************
131600*  4100-CODE-HEADING - HEAD ONE CLASS CODE COLUMN.              *
131700*****************************************************************
131800 4100-CODE-HEADING.
131900     STRING "     CODE " DELIMITED BY SIZE
132000         FZ-YC-CODE (FZ-CODE-SUB) DELIMITED BY SIZE
132100         INTO FZ-MH-CODE-HDG (FZ-CODE-SUB).
132200 4100-EXIT.
132300     EXIT.
132400*****************************************************************
132500*  4200-PRINT-MONTH - PRINT ONE MONTH.  A MONTH WITH NO         *
132600*                     CONSOLIDATED GENERATION SAYS SO AND IS    *
132700*                     LEFT OUT OF THE CHANGE FIGURES.           *
132800*****************************************************************
132900 4200-PRINT-MONTH.
133000     MOVE SPACES TO FZ-MOM-LINE.
133100     MOVE FZ-YEAR TO FZ-PN-YYYY.
133200     MOVE FZ-MO TO FZ-PN-MM.
133300     PERFORM 8610-EDIT-PERIOD THRU 8610-EXIT.
133400     IF FZ-ME-RESULT (FZ-MO) NOT = "V"
133500         MOVE SPACES TO FB-PRT-LINE
133600         STRING FZ-PER-EDIT DELIMITED BY SIZE
133700             "  NO CONSOLIDATED GENERATION" DELIMITED BY SIZE
133800             INTO FB-PRT-LINE
133900         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
134000         GO TO 4200-EXIT
134100     END-IF.
134200     MOVE FZ-PER-EDIT TO FZ-ML-MONTH.
134300     MOVE FZ-ME-HDR-CT (FZ-MO) TO FZ-ML-RUNS.
134400     MOVE FZ-ME-CYCLES (FZ-MO) TO FZ-ML-CYCLES.
134500     IF FZ-PREV-MO = 0
134600         MOVE SPACES TO FZ-ML-CHANGE-AREA
134700     ELSE
134800         COMPUTE FZ-CHANGE = FZ-ME-CYCLES (FZ-MO)
134900             - FZ-ME-CYCLES (FZ-PREV-MO)
135000         MOVE FZ-CHANGE TO FZ-ML-CHANGE
135100         IF FZ-ME-CYCLES (FZ-PREV-MO) > 0
135200             COMPUTE FZ-CHANGE-PCT ROUNDED =
135300                 FZ-CHANGE * 100 / FZ-ME-CYCLES (FZ-PREV-MO)
135400             MOVE FZ-CHANGE-PCT TO FZ-ML-PCT
135500             MOVE "%" TO FZ-ML-PCT-SIGN
135600         END-IF
135700     END-IF.
135800     PERFORM 4210-MONTH-CODE-COL THRU 4210-EXIT
135900         VARYING FZ-CODE-SUB FROM 1 BY 1
136000         UNTIL FZ-CODE-SUB > FZ-CODE-CT.
136100     IF FZ-YEAR-CODE-CT (FZ-CODE-OTHER) > 0
136200         MOVE FZ-ME-CODE-CT (FZ-MO FZ-CODE-OTHER)
136300             TO FZ-ML-CODE-CT (FZ-CODE-OTHER)
136400     END-IF.
136500     MOVE FZ-MOM-LINE TO FB-PRT-LINE.
136600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
136700     MOVE FZ-MO TO FZ-PREV-MO.
136800 4200-EXIT.
136900     EXIT.
137000*****************************************************************
137100*  4210-MONTH-CODE-COL - FILL ONE CLASS CODE COLUMN FOR A MONTH.*
137200*****************************************************************
137300 4210-MONTH-CODE-COL.
137400     MOVE FZ-ME-CODE-CT (FZ-MO FZ-CODE-SUB)
137500         TO FZ-ML-CODE-CT (FZ-CODE-SUB).
137600 4210-EXIT.
137700     EXIT.
137800*****************************************************************
137900*  4300-YEAR-CODE-COL - FILL ONE CLASS CODE COLUMN FOR THE YEAR.*
138000*****************************************************************
138100 4300-YEAR-CODE-COL.
138200     MOVE FZ-YEAR-CODE-CT (FZ-CODE-SUB)
138300         TO FZ-ML-CODE-CT (FZ-CODE-SUB).
138400 4300-EXIT.
138500     EXIT.
138600*****************************************************************
138700*  5000-PRINT-RANGES - THE RANGE PAGE - EACH RANGE IDENTIFIER'S *
138800*                      CYCLES BY MONTH AND FOR THE YEAR.        *
138900*****************************************************************
139000 5000-PRINT-RANGES.
139100     MOVE SPACES TO FB-PRT-LINE.
139200     STRING "CLASSIFIED VOLUMES BY RANGE IDENTIFIER - "
139300         DELIMITED BY SIZE
139400         FZ-YEAR DELIMITED BY SIZE
139500         INTO FB-PRT-LINE.
139600     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
139700     MOVE SPACES TO FB-PRT-LINE.
139800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
139900     PERFORM 5100-MONTH-HEADING THRU 5100-EXIT
140000         VARYING FZ-MO FROM 1 BY 1
140100         UNTIL FZ-MO > 12.
140200     MOVE FZ-RNG-HDG-LINE TO FB-PRT-LINE.
140300     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
140400     MOVE SPACES TO FB-PRT-LINE.
140500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
140600     PERFORM 5200-PRINT-RANGE THRU 5200-EXIT
140700         VARYING FZ-RANGE-SUB FROM 1 BY 1
140800         UNTIL FZ-RANGE-SUB > FZ-RANGE-CT.
140900 5000-EXIT.
141000     EXIT.
141100*****************************************************************
141200*  5100-MONTH-HEADING - HEAD ONE MONTH COLUMN.                  *
141300*****************************************************************
141400 5100-MONTH-HEADING.
141500     MOVE SPACES TO FZ-RH-MONTH-HDG (FZ-MO).
141600     MOVE FZ-MONTH-NAME (FZ-MO) TO FZ-RH-MONTH-HDG (FZ-MO) (7:3).
141700 5100-EXIT.
141800     EXIT.
141900*****************************************************************
142000*  5200-PRINT-RANGE - PRINT ONE RANGE IDENTIFIER'S LINE.        *
142100*                     DETAILS WRITTEN BEFORE RANGES WERE STAMPED*
142200*                     SHOW AS (NONE).                           *
142300*****************************************************************
142400 5200-PRINT-RANGE.
142500     MOVE SPACES TO FZ-RNG-LINE.
142600     IF FZ-RG-ID (FZ-RANGE-SUB) = SPACES
142700         MOVE "(NONE)" TO FZ-RL-ID
142800     ELSE
142900         MOVE FZ-RG-ID (FZ-RANGE-SUB) TO FZ-RL-ID
143000     END-IF.
143100     PERFORM 5210-RANGE-MONTH-COL THRU 5210-EXIT
143200         VARYING FZ-MO FROM 1 BY 1
143300         UNTIL FZ-MO > 12.
143400     MOVE FZ-RG-TOTAL (FZ-RANGE-SUB) TO FZ-RL-TOTAL.
143500     MOVE FZ-RNG-LINE TO FB-PRT-LINE.
143600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
143700 5200-EXIT.
143800     EXIT.
143900*****************************************************************
144000*  5210-RANGE-MONTH-COL - FILL ONE MONTH COLUMN FOR A RANGE.    *
144100*****************************************************************
144200 5210-RANGE-MONTH-COL.
144300     MOVE FZ-RG-MO-CT (FZ-RANGE-SUB FZ-MO)
144400         TO FZ-RL-MO-CT (FZ-MO).
144500 5210-EXIT.
144600     EXIT.
144700*****************************************************************
144800*  6000-REWRITE-REGISTER - WRITE THE TABLED REGISTER BACK, IN   *
144900*                          PERIOD ORDER, IF ANY GENERATION WAS  *
145000*                          REGISTERED.                          *
145100*****************************************************************
145200 6000-REWRITE-REGISTER.
145300     IF NOT FZ-REG-CHANGED
145400         GO TO 6000-EXIT
145500     END-IF.
145600     OPEN OUTPUT RET-FILE.
145700     IF FZ-RET-FILE-STATUS NOT = "00"
145800         DISPLAY "FBYREND - RETREG COULD NOT BE OPENED FOR THE "
145900             "REWRITE - FILE STATUS " FZ-RET-FILE-STATUS
146000             " - REGISTER NOT UPDATED"
146100         PERFORM 1900-FATAL THRU 1900-EXIT
146200     END-IF.
146300     PERFORM 6100-WRITE-ENTRY THRU 6100-EXIT
146400         VARYING FZ-REG-SUB FROM 1 BY 1
146500         UNTIL FZ-REG-SUB > FZ-REG-CT.
146600     CLOSE RET-FILE.
146700 6000-EXIT.
146800     EXIT.
146900*****************************************************************
147000*  6100-WRITE-ENTRY - WRITE ONE REGISTER RECORD FROM THE TABLE. *
147100*****************************************************************
147200 6100-WRITE-ENTRY.
147300     WRITE FZ-RET-REC FROM FZ-RE-REC (FZ-REG-SUB).
147400     ADD 1 TO FZ-RECS-WRITTEN.
147500 6100-EXIT.
147600     EXIT.
147700*****************************************************************
147800*  7000-PRINT-REGISTER - THE RETENTION PAGE - EVERY REGISTERED  *
147900*                        PERIOD, WHEN IT WAS CONSOLIDATED, HOW  *
148000*                        LONG IT MUST BE KEPT, AND WHETHER IT   *
148100*                        MAY NOW BE RELEASED.                   *
148200*****************************************************************
148300 7000-PRINT-REGISTER.
148400     MOVE SPACES TO FB-PRT-LINE.
148500     MOVE FZ-RUN-DATE TO FZ-DATE-NUM.
148600     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
148700     STRING "MTDARCH RETENTION REGISTER - AS AT "
148800         DELIMITED BY SIZE
148900         FZ-DATE-EDIT DELIMITED BY SIZE
149000         " - NEW ENTRIES KEPT " DELIMITED BY SIZE
149100         FZ-RETAIN-MONTHS DELIMITED BY SIZE
149200         " MONTHS AFTER THEIR PERIOD" DELIMITED BY SIZE
149300         INTO FB-PRT-LINE.
149400     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
149500     MOVE SPACES TO FB-PRT-LINE.
149600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
149700     MOVE FZ-REG-HDG-LINE TO FB-PRT-LINE.
149800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
149900     MOVE SPACES TO FB-PRT-LINE.
150000     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
150100     PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT
150200         VARYING FZ-REG-SUB FROM 1 BY 1
150300         UNTIL FZ-REG-SUB > FZ-REG-CT.
150400     MOVE SPACES TO FB-PRT-LINE.
150500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
150600     MOVE SPACES TO FB-PRT-LINE.
150700     STRING "GENERATIONS ELIGIBLE FOR RELEASE - "
150800         DELIMITED BY SIZE
150900         FZ-ELIGIBLE-CT DELIMITED BY SIZE
151000         INTO FB-PRT-LINE.
151100     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
151200 7000-EXIT.
151300     EXIT.
151400*****************************************************************
151500*  7100-PRINT-ENTRY - PRINT ONE REGISTER ENTRY.  A VERIFIED     *
151600*                     GENERATION WHOSE KEEP THRU MONTH HAS      *
151700*                     PASSED IS ELIGIBLE FOR RELEASE.           *
151800*****************************************************************
151900 7100-PRINT-ENTRY.
152000     MOVE FZ-RE-REC (FZ-REG-SUB) TO FB-RET-RECORD.
152100     MOVE SPACES TO FZ-REG-LINE.
152200     MOVE FB-RET-PERIOD TO FZ-PER-NUM.
152300     PERFORM 8610-EDIT-PERIOD THRU 8610-EXIT.
152400     MOVE FZ-PER-EDIT TO FZ-XL-PERIOD.
152500     MOVE FB-RET-CONSOL-DATE TO FZ-DATE-NUM.
152600     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
152700     MOVE FZ-DATE-EDIT TO FZ-XL-CONSOL.
152800     MOVE FB-RET-FIRST-DATE TO FZ-DATE-NUM.
152900     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
153000     MOVE FZ-DATE-EDIT TO FZ-XL-FIRST.
153100     MOVE FB-RET-LAST-DATE TO FZ-DATE-NUM.
153200     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
153300     MOVE FZ-DATE-EDIT TO FZ-XL-LAST.
153400     MOVE FB-RET-DETAIL-CT TO FZ-XL-DETAILS.
153500     MOVE FB-RET-RELEASE-AFTER TO FZ-PER-NUM.
153600     PERFORM 8610-EDIT-PERIOD THRU 8610-EXIT.
153700     MOVE FZ-PER-EDIT TO FZ-XL-KEEP.
153800     EVALUATE TRUE
153900         WHEN FB-RET-VERIFIED
154000             AND FZ-RUN-YYYYMM > FB-RET-RELEASE-AFTER
154100             MOVE "VERIFIED" TO FZ-XL-STATUS
154200             MOVE "ELIGIBLE FOR RELEASE" TO FZ-XL-ACTION
154300             ADD 1 TO FZ-ELIGIBLE-CT
154400         WHEN FB-RET-VERIFIED
154500             MOVE "VERIFIED" TO FZ-XL-STATUS
154600             MOVE "RETAIN" TO FZ-XL-ACTION
154700         WHEN OTHER
154800             MOVE "FAILED" TO FZ-XL-STATUS
154900             MOVE "RETAIN - NOT VERIFIED" TO FZ-XL-ACTION
155000     END-EVALUATE.
155100     MOVE FZ-REG-LINE TO FB-PRT-LINE.
155200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
155300 7100-EXIT.
155400     EXIT.
155500*****************************************************************
155600*  9000-TERMINATE - WRITE THE DISPOSITION, SET THE RETURN CODE  *
155700*                   AND CLOSE UP.                               *
155800*****************************************************************
155900 9000-TERMINATE.
156000     MOVE SPACES TO FB-PRT-LINE.
156100     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
156200     MOVE SPACES TO FB-PRT-LINE.
156300     EVALUATE TRUE
156400         WHEN FZ-ERROR-CT > 0
156500             STRING "FBYREND - YEAR " DELIMITED BY SIZE
156600                 FZ-YEAR DELIMITED BY SIZE
156700                 " - " DELIMITED BY SIZE
156800                 FZ-ERROR-CT DELIMITED BY SIZE
156900                 " GENERATION(S) NOT CONSOLIDATED - SEE THE "
157000                 DELIMITED BY SIZE
157100                 "ARCHIVE RESULTS" DELIMITED BY SIZE
157200                 INTO FB-PRT-LINE
157300             MOVE 8 TO RETURN-CODE
157400         WHEN FZ-MONTH-CT < 12
157500             STRING "FBYREND - YEAR " DELIMITED BY SIZE
157600                 FZ-YEAR DELIMITED BY SIZE
157700                 " - " DELIMITED BY SIZE
157800                 FZ-MONTH-CT DELIMITED BY SIZE
157900                 " OF 12 MONTHS CONSOLIDATED AND VERIFIED - THE "
158000                 DELIMITED BY SIZE
158100                 "REST WERE NOT SUPPLIED" DELIMITED BY SIZE
158200                 INTO FB-PRT-LINE
158300             MOVE 4 TO RETURN-CODE
158400         WHEN OTHER
158500             STRING "FBYREND - YEAR " DELIMITED BY SIZE
158600                 FZ-YEAR DELIMITED BY SIZE
158700                 " - ALL 12 MONTHS CONSOLIDATED AND VERIFIED"
158800                 DELIMITED BY SIZE
158900                 INTO FB-PRT-LINE
159000             MOVE 0 TO RETURN-CODE
159100     END-EVALUATE.
159200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
159300     DISPLAY FB-PRT-LINE.
159400     CLOSE PRT-FILE.
159500 9000-EXIT.
159600     EXIT.
159700*****************************************************************
159750*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
159800*                       RUN LOG.  THE EXCEPTION COUNTS ARE      *
159850*                       FBRECON'S AND ARE LOGGED AS ZERO - THE  *
159900*                       GENERATIONS NOT CONSOLIDATED ARE ON THE *
159950*                       REPORT AND IN THE RETURN CODE.  A LOG   *
160000*                       THAT CANNOT BE OPENED IS BYPASSED -     *
160050*                       LOGGING MUST NEVER TAKE THE RUN DOWN.   *
160300*****************************************************************
160400 8000-WRITE-RUN-LOG.
160500     OPEN EXTEND LOG-FILE.
160600     IF FZ-LOG-FILE-STATUS NOT = "00" AND "05"
160700         GO TO 8000-EXIT
160800     END-IF.
160900     MOVE SPACES TO FB-LOG-RECORD.
161000     MOVE "FBYREND" TO FB-LOG-PROGRAM.
161100     ACCEPT FZ-LOG-STAMP-DATE FROM DATE YYYYMMDD.
161200     ACCEPT FZ-TIME-RAW FROM TIME.
161300     MOVE FZ-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
161400     MOVE FZ-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
161500     MOVE FZ-LOG-EVENT-CD   TO FB-LOG-EVENT.
161600     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
161700     MOVE FZ-RECS-READ      TO FB-LOG-RECS-READ.
161800     MOVE FZ-RECS-WRITTEN   TO FB-LOG-RECS-WRITTEN.
161900     MOVE "N"               TO FB-LOG-RESTART-SW.
162000     MOVE 0 TO FB-LOG-MISSING-CT.
162100     MOVE 0 TO FB-LOG-DUP-CT.
162200     MOVE 0 TO FB-LOG-UNMATCHED-CT.
162300     MOVE 0 TO FB-LOG-MISCLASS-CT.
162400     WRITE FB-LOG-RECORD.
162500     CLOSE LOG-FILE.
162600 8000-EXIT.
162700     EXIT.
162800*****************************************************************
162900*  8100-LOAD-RULE-SETS - LOAD EVERY RULE SET ON THE RULEMAST    *
163000*                        EFFECTIVE-DATED RULES MASTER INTO THE  *
163100*                        FB-RULE-SETS TABLE.  A MASTER THAT     *
163200*                        CANNOT BE OPENED, OR CARRIES NO USABLE *
163300*                        SET, IS FATAL - THERE IS NOTHING TO    *
163400*                        VERIFY UNDER.                          *
163500*****************************************************************
163600 8100-LOAD-RULE-SETS.
163700     OPEN INPUT RMS-FILE.
163800     IF FZ-RMS-FILE-STATUS NOT = "00"
163900         DISPLAY "FBYREND - RULEMAST COULD NOT BE OPENED - FILE "
164000             "STATUS " FZ-RMS-FILE-STATUS
164100             " - ENDING RUN - RETURN CODE 16"
164200         MOVE 16 TO RETURN-CODE
164300         GO TO 9999-EXIT
164400     END-IF.
164500     PERFORM 8110-LOAD-ONE-SET THRU 8110-EXIT
164600         UNTIL FZ-RMS-EOF.
164700     CLOSE RMS-FILE.
164800     IF FB-RULE-SET-CT = 0
164900         DISPLAY "FBYREND - RULEMAST CARRIES NO USABLE RULE SET "
165000             "- ENDING RUN - RETURN CODE 16"
165100         MOVE 16 TO RETURN-CODE
165200         GO TO 9999-EXIT
165300     END-IF.
165400 8100-EXIT.
165500     EXIT.
165600*****************************************************************
165700*  8110-LOAD-ONE-SET - READ AND TABLE ONE RULEMAST RECORD.  A   *
165800*                      RECORD WITH A NON-NUMERIC EFFECTIVE DATE *
165900*                      OR VERSION, OR ONE PAST THE TABLE        *
166000*                      CAPACITY, IS BYPASSED WITH A MESSAGE.    *
166100*****************************************************************
166200 8110-LOAD-ONE-SET.
166300     READ RMS-FILE
166400         AT END
166500             MOVE "Y" TO FZ-RMS-EOF-SW
166600             GO TO 8110-EXIT
166700     END-READ.
166800     ADD 1 TO FZ-RECS-READ.
166900     IF FB-RMS-EFF-DATE NOT NUMERIC
167000         OR FB-RMS-VERSION NOT NUMERIC
167100         DISPLAY "FBYREND - RULEMAST RECORD WITH NON-NUMERIC "
167200             "EFFECTIVE DATE OR VERSION - BYPASSED"
167300         GO TO 8110-EXIT
167400     END-IF.
167500     IF FB-RULE-SET-CT >= FB-RULE-SET-MAX
167600         DISPLAY "FBYREND - RULEMAST CARRIES MORE THAN "
167700             FB-RULE-SET-MAX " RULE SETS - EXCESS BYPASSED"
167800         GO TO 8110-EXIT
167900     END-IF.
168000     ADD 1 TO FB-RULE-SET-CT.
168100     MOVE FB-RMS-EFF-DATE TO FB-RS-EFF-DATE (FB-RULE-SET-CT).
168200     MOVE FB-RMS-VERSION  TO FB-RS-VERSION  (FB-RULE-SET-CT).
168300     MOVE FB-RMS-RULES    TO FB-RS-RULES    (FB-RULE-SET-CT).
168400 8110-EXIT.
168500     EXIT.
168600*****************************************************************
168700*  8200-SELECT-RULE-SET - MOVE THE RULE SET THE CALLER ASKED FOR*
168800*                         INTO FB-RULE-AREA.  A NON-ZERO        *
168900*                         FB-RULE-SEL-VERSION (FROM A RUN       *
169000*                         HEADER) WINS; OTHERWISE THE SET WITH  *
169100*                         THE HIGHEST EFFECTIVE DATE NOT AFTER  *
169200*                         FB-RULE-SEL-DATE IS IN FORCE.  WHEN   *
169300*                         NOTHING QUALIFIES THE FIRST SET ON THE*
169400*                         MASTER IS USED.                       *
169500*****************************************************************
169600 8200-SELECT-RULE-SET.
169700     MOVE "N" TO FB-RULE-SEL-SW.
169800     MOVE 0 TO FB-RULE-SET-SUB.
169900     IF FB-RULE-SEL-VERSION > 0
170000         PERFORM 8210-MATCH-VERSION THRU 8210-EXIT
170100             VARYING FB-RULE-SCAN-SUB FROM 1 BY 1
170200             UNTIL FB-RULE-SCAN-SUB > FB-RULE-SET-CT
170300                OR FB-RULE-SET-CHOSEN
170400     END-IF.
170500     IF NOT FB-RULE-SET-CHOSEN
170600         PERFORM 8220-MATCH-EFF-DATE THRU 8220-EXIT
170700             VARYING FB-RULE-SCAN-SUB FROM 1 BY 1
170800             UNTIL FB-RULE-SCAN-SUB > FB-RULE-SET-CT
170900     END-IF.
171000     IF FB-RULE-SET-SUB = 0
171100         MOVE 1 TO FB-RULE-SET-SUB
171200     END-IF.
171300     MOVE FB-RS-EFF-DATE (FB-RULE-SET-SUB) TO FB-RULE-EFF-DATE.
171400     MOVE FB-RS-VERSION  (FB-RULE-SET-SUB) TO FB-RULE-VERSION.
171500     MOVE FB-RS-RULES    (FB-RULE-SET-SUB) TO FB-RULE-TABLE.
171600 8200-EXIT.
171700     EXIT.
171800*****************************************************************
171900*  8210-MATCH-VERSION - TEST ONE TABLED SET'S VERSION AGAINST   *
172000*                       THE REQUESTED VERSION.                  *
172100*****************************************************************
172200 8210-MATCH-VERSION.
172300     IF FB-RS-VERSION (FB-RULE-SCAN-SUB) = FB-RULE-SEL-VERSION
172400         MOVE FB-RULE-SCAN-SUB TO FB-RULE-SET-SUB
172500         SET FB-RULE-SET-CHOSEN TO TRUE
172600     END-IF.
172700 8210-EXIT.
172800     EXIT.
172900*****************************************************************
173000*  8220-MATCH-EFF-DATE - KEEP THE TABLED SET WITH THE HIGHEST   *
173100*                        EFFECTIVE DATE NOT AFTER THE SELECTION *
173200*                        DATE.                                  *
173300*****************************************************************
173400 8220-MATCH-EFF-DATE.
173500     IF FB-RS-EFF-DATE (FB-RULE-SCAN-SUB)
173600             NOT > FB-RULE-SEL-DATE
173700         IF FB-RULE-SET-SUB = 0
173800             OR FB-RS-EFF-DATE (FB-RULE-SCAN-SUB)
173900                 NOT < FB-RS-EFF-DATE (FB-RULE-SET-SUB)
174000             MOVE FB-RULE-SCAN-SUB TO FB-RULE-SET-SUB
174100         END-IF
174200     END-IF.
174300 8220-EXIT.
174400     EXIT.
174500*****************************************************************
174600*  8600-EDIT-DATE - EDIT FZ-DATE-NUM (YYYYMMDD) INTO            *
174700*                   FZ-DATE-EDIT (YYYY-MM-DD).                  *
174800*****************************************************************
174900 8600-EDIT-DATE.
175000     MOVE FZ-DN-YYYY TO FZ-DE-YYYY.
175100     MOVE FZ-DN-MM   TO FZ-DE-MM.
175200     MOVE FZ-DN-DD   TO FZ-DE-DD.
175300 8600-EXIT.
175400     EXIT.
175500*****************************************************************
175600*  8610-EDIT-PERIOD - EDIT FZ-PER-NUM (YYYYMM) INTO FZ-PER-EDIT *
175700*                     (YYYY-MM).                                *
175800*****************************************************************
175900 8610-EDIT-PERIOD.
176000     MOVE FZ-PN-YYYY TO FZ-PE-YYYY.
176100     MOVE FZ-PN-MM   TO FZ-PE-MM.
176200 8610-EXIT.
176300     EXIT.
176400*****************************************************************
176500*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
176600*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
176700*              LEAVES ONE.                                      *
176800*****************************************************************
176900 9999-EXIT.
177000     MOVE "E" TO FZ-LOG-EVENT-CD.
177100     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
177200     STOP RUN.
