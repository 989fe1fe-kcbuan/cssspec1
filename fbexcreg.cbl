000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBEXCREG.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBEXCREG                                                     *
001000*                                                               *
001100*  RECONCILIATION EXCEPTION REGISTER MAINTENANCE, AGEING AND    *
001200*  MONTH-END HOLD.  FBRECON POSTS EVERY EXCEPTION IT RAISES TO  *
001300*  THE REGISTER (EXCPREG - SEE FBEXRRC) AND CLOSES THE ONES A   *
001400*  LATER RECONCILIATION OF THE SAME RUN NO LONGER RAISES.  WHAT *
001500*  IS LEFT OPEN IS WORKED FROM HERE.  THE MODE ON EXCCTL (SEE   *
001600*  FBEXCRC) SAYS WHICH RUN THIS IS -                            *
001700*      D  DAILY (JOB FBEXCREG) - APPLIES THE ANALYSTS'          *
001800*         DISPOSITIONS KEYED ON EXCTRANS (SEE FBEXTRC) - W      *
001900*         WRITES AN ITEM OFF, H HOLDS IT OPEN WITH A REASON -   *
002000*         THEN PRINTS THE AGEING REPORT;                        *
002100*      M  MONTH-END (FBMONTH STEP005) - PRINTS THE AGEING REPORT*
002200*         AND REFUSES THE CLOSE WHILE ANY ITEM OF THE PERIOD ON *
002300*         MTDFILE, OR AN EARLIER ONE, IS STILL OPEN WITH NO     *
002320*         DISPOSITION;                                          *
002340*      X  CROSS-RUN (JOBS FBXRCHK AND FBXRARC) - POSTS THE      *
002360*         CONFLICTS FBXRCHK FOUND BETWEEN TWO RUNS OF A CYCLE   *
002380*         (XRFEED - SEE FBXRFRC) AS TYPE R ITEMS AND CLOSES THE *
002400*         OPEN R ITEMS OF THE RUN DATES AND CYCLES IT CHECKED   *
002420*         THAT IT NO LONGER FINDS, THEN PRINTS THE AGEING       *
002440*         REPORT.                                               *
002500*  THE AGEING REPORT (EXCRPT) COUNTS THE OPEN ITEMS BY          *
002600*  EXCEPTION TYPE AND AGE BAND - DAYS SINCE THE ITEM WAS FIRST  *
002700*  RAISED - AND LISTS EVERY OPEN ITEM BY RUN, CYCLE AND TYPE,   *
002800*  WITH THE DISPOSITION IT CARRIES.  CLOSED AND WRITTEN-OFF     *
002900*  ITEMS ARE COUNTED ONLY.  THE REGISTER IS NEVER PURGED HERE.  *
003000*                                                               *
003050*  RETURN CODES - DAILY - 0 ALL TRANSACTIONS APPLIED (OR NONE), *
003100*  8 AT LEAST ONE TRANSACTION REJECTED - THE REASON IS UNDER IT *
003150*  ON THE REPORT.  MONTH-END - 0 NO OPEN ITEM FOR THE PERIOD, 4 *
003200*  OPEN ITEMS BUT EVERY ONE CARRIES A DISPOSITION, 8 CLOSE HELD.*
003250*  CROSS-RUN - 0 NO CONFLICT POSTED, 4 CONFLICTS POSTED.  ANY   *
003300*  MODE - 16 EXCCTL, EXCPREG, MTDFILE OR XRFEED UNUSABLE.       *
003600*                                                               *
003700*  MODIFICATION HISTORY                                         *
003800*  ---------------------------------------------------------    *
003900*  2026-10-15  RLB  INITIAL VERSION.                            *
003950*  2026-10-15  RLB  MODE X - POST FBXRCHK CROSS-RUN CONFLICTS.  *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-ZSERIES.
004400 OBJECT-COMPUTER.   IBM-ZSERIES.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT EXC-FILE ASSIGN TO "EXCCTL"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FI-EXC-FILE-STATUS.
005000     SELECT EXT-FILE ASSIGN TO "EXCTRANS"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FI-EXT-FILE-STATUS.
005300     SELECT EXR-FILE ASSIGN TO "EXCPREG"
005400         ORGANIZATION IS INDEXED
005500         ACCESS IS DYNAMIC
005600         RECORD KEY IS FB-EXR-KEY
005700         FILE STATUS IS FI-EXR-FILE-STATUS.
005800     SELECT MTD-FILE ASSIGN TO "MTDFILE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FI-MTD-FILE-STATUS.
006020     SELECT XRF-FILE ASSIGN TO "XRFEED"
006040         ORGANIZATION IS SEQUENTIAL
006060         FILE STATUS IS FI-XRF-FILE-STATUS.
006100     SELECT PRT-FILE ASSIGN TO "EXCRPT"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FI-LOG-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  EXC-FILE
006900     RECORDING MODE IS F.
007000     COPY FBEXCRC.
007100 FD  EXT-FILE
007200     RECORDING MODE IS F.
007300     COPY FBEXTRC.
007400 FD  EXR-FILE.
007500     COPY FBEXRRC.
007600 FD  MTD-FILE
007700     RECORDING MODE IS F.
007800     COPY FBOUTRC.
007820 FD  XRF-FILE
007840     RECORDING MODE IS F.
007860     COPY FBXRFRC.
007900 FD  PRT-FILE
008000     RECORDING MODE IS F.
008100     COPY FBPRTRC.
008200 FD  LOG-FILE
008300     RECORDING MODE IS F.
008400     COPY FBLOGRC.
008500 WORKING-STORAGE SECTION.
008600 01  FI-LOG-AREAS.
008700     05  FI-LOG-FILE-STATUS  PIC X(02) VALUE "00".
008800     05  FI-LOG-EVENT-CD     PIC X(01) VALUE "S".
008900     05  FI-RECS-READ        PIC 9(09) VALUE 0.
009000     05  FI-RECS-WRITTEN     PIC 9(09) VALUE 0.
009100     05  FI-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
009200     05  FI-TIME-RAW.
009300         10  FI-TIME-HHMMSS  PIC 9(06).
009400         10  FILLER          PIC 9(02).
009500 01  FI-SWITCHES.
009600     05  FI-EXT-EOF-SW       PIC X(01) VALUE "N".
009700         88  FI-EXT-EOF                VALUE "Y".
009800     05  FI-EXR-EOF-SW       PIC X(01) VALUE "N".
009900         88  FI-EXR-EOF                VALUE "Y".
010000     05  FI-EXR-EMPTY-SW     PIC X(01) VALUE "N".
010100         88  FI-EXR-EMPTY              VALUE "Y".
010200     05  FI-FOUND-SW         PIC X(01) VALUE "N".
010300         88  FI-FOUND                  VALUE "Y".
010400     05  FI-HOLDS-CLOSE-SW   PIC X(01) VALUE "N".
010500         88  FI-HOLDS-CLOSE            VALUE "Y".
010510     05  FI-XRF-EOF-SW       PIC X(01) VALUE "N".
010520         88  FI-XRF-EOF                VALUE "Y".
010530     05  FI-XRF-OPEN-SW      PIC X(01) VALUE "N".
010540         88  FI-XRF-OPEN               VALUE "Y".
010550     05  FI-XRF-TRAILER-SW   PIC X(01) VALUE "N".
010560         88  FI-XRF-TRAILER-SEEN       VALUE "Y".
010600 01  FI-WORK-AREAS.
010700     05  FI-EXC-FILE-STATUS  PIC X(02) VALUE "00".
010800     05  FI-EXT-FILE-STATUS  PIC X(02) VALUE "00".
010900     05  FI-EXR-FILE-STATUS  PIC X(02) VALUE "00".
011000     05  FI-MTD-FILE-STATUS  PIC X(02) VALUE "00".
011050     05  FI-XRF-FILE-STATUS  PIC X(02) VALUE "00".
011100     05  FI-MODE             PIC X(01) VALUE SPACE.
011200         88  FI-DAILY                  VALUE "D".
011300         88  FI-MONTH-END              VALUE "M".
011350         88  FI-CROSS-RUN              VALUE "X".
011400     05  FI-RUN-DATE         PIC 9(08) VALUE 0.
011500     05  FI-RUN-DATE-R REDEFINES FI-RUN-DATE.
011600         10  FI-RUN-YYYYMM   PIC 9(06).
011700         10  FILLER          PIC 9(02).
011800     05  FI-PERIOD           PIC 9(06) VALUE 0.
011900     05  FI-ITEM-DATE        PIC 9(08) VALUE 0.
012000     05  FI-ITEM-DATE-R REDEFINES FI-ITEM-DATE.
012100         10  FI-ITEM-YYYYMM  PIC 9(06).
012200         10  FILLER          PIC 9(02).
012300     05  FI-AGE-DAYS         PIC S9(07) VALUE 0.
012400     05  FI-BAND-SUB         PIC 9(01) VALUE 0.
012500     05  FI-TYPE-SUB         PIC 9(01) VALUE 0.
012600     05  FI-TYPE-CD          PIC X(01) VALUE SPACE.
012700     05  FI-REJECT-REASON    PIC X(60) VALUE SPACES.
012800     05  FI-TRANS-CT         PIC 9(07) VALUE 0.
012900     05  FI-APPLIED-CT       PIC 9(07) VALUE 0.
013000     05  FI-ALREADY-CT       PIC 9(07) VALUE 0.
013100     05  FI-REJECT-CT        PIC 9(07) VALUE 0.
013200     05  FI-OPEN-CT          PIC 9(07) VALUE 0.
013300     05  FI-HELD-CT          PIC 9(07) VALUE 0.
013400     05  FI-CLOSED-CT        PIC 9(07) VALUE 0.
013500     05  FI-WRITTEN-OFF-CT   PIC 9(07) VALUE 0.
013600     05  FI-HOLD-CLOSE-CT    PIC 9(07) VALUE 0.
013700     05  FI-PERIOD-OPEN-CT   PIC 9(07) VALUE 0.
013800     05  FI-ERROR-CT         PIC 9(07) VALUE 0.
013805     05  FI-STAMP-TIME       PIC 9(06) VALUE 0.
013810     05  FI-CONFLICT-CT      PIC 9(07) VALUE 0.
013815     05  FI-NEW-CT           PIC 9(07) VALUE 0.
013820     05  FI-AGAIN-CT         PIC 9(07) VALUE 0.
013825     05  FI-REOPEN-CT        PIC 9(07) VALUE 0.
013830     05  FI-LEFT-CT          PIC 9(07) VALUE 0.
013835     05  FI-CLEARED-CT       PIC 9(07) VALUE 0.
013840     05  FI-XRF-TRL-CT       PIC 9(07) VALUE 0.
013845     05  FI-XRF-LOW-DATE     PIC 9(08) VALUE 0.
013850     05  FI-XRF-HIGH-DATE    PIC 9(08) VALUE 0.
013860     05  FI-XRF-LOW-CYCLE    PIC 9(07) VALUE 0.
013870     05  FI-XRF-HIGH-CYCLE   PIC 9(07) VALUE 0.
013900     05  FI-ED-CT            PIC ZZZ,ZZ9.
014000     05  FI-DATE-NUM.
014100         10  FI-DN-YYYY      PIC 9(04).
014200         10  FI-DN-MM        PIC 9(02).
014300         10  FI-DN-DD        PIC 9(02).
014400     05  FI-DATE-EDIT.
014500         10  FI-DE-YYYY      PIC 9(04).
014600         10  FILLER          PIC X(01) VALUE "-".
014700         10  FI-DE-MM        PIC 9(02).
014800         10  FILLER          PIC X(01) VALUE "-".
014900         10  FI-DE-DD        PIC 9(02).
015000     05  FI-PER-NUM.
015100         10  FI-PN-YYYY      PIC 9(04).
015200         10  FI-PN-MM        PIC 9(02).
015300     05  FI-PER-EDIT.
015400         10  FI-PE-YYYY      PIC 9(04).
015500         10  FILLER          PIC X(01) VALUE "-".
015600         10  FI-PE-MM        PIC 9(02).
015700*****************************************************************
015800*  FI-TYPE-TABLE - THE EXCEPTION TYPES IN REPORT ORDER, WITH    *
015900*  THEIR REPORT NAMES.  THE SIXTH ROW TAKES A TYPE CODE NOT     *
016000*  LISTED, SO NOTHING ON THE REGISTER GOES UNCOUNTED.           *
016100*****************************************************************
016200 01  FI-TYPE-VALUES.
016300     05  FILLER              PIC X(14) VALUE "MMISSING".
016400     05  FILLER              PIC X(14) VALUE "DDUPLICATE".
016500     05  FILLER              PIC X(14) VALUE "UUNMATCHED".
016600     05  FILLER              PIC X(14) VALUE "CMISCLASSIFIED".
016700     05  FILLER              PIC X(14) VALUE "RCROSS-RUN".
016800     05  FILLER              PIC X(14) VALUE "?OTHER".
016900 01  FI-TYPE-TABLE REDEFINES FI-TYPE-VALUES.
017000     05  FI-TYPE-ENTRY OCCURS 6 TIMES.
017100         10  FI-TT-CODE      PIC X(01).
017200         10  FI-TT-NAME      PIC X(13).
017300*****************************************************************
017400*  FI-AGE-TABLE - OPEN ITEMS BY EXCEPTION TYPE AND AGE BAND -   *
017500*  0-1, 2-7, 8-30, 31-90 AND OVER 90 DAYS - WITH THE HELD ITEMS *
017600*  PER TYPE.  ROW 7 IS THE TOTAL.                               *
017700*****************************************************************
017800 01  FI-AGE-TABLE.
017900     05  FI-AGE-ROW OCCURS 7 TIMES.
018000         10  FI-AGE-CT       PIC 9(07) OCCURS 5 TIMES.
018100         10  FI-AGE-TOTAL    PIC 9(07).
018200         10  FI-AGE-HELD     PIC 9(07).
018300*****************************************************************
018400*  AGEING REPORT PRINT LINES.                                   *
018500*****************************************************************
018600 01  FI-TRN-HDG-LINE.
018700     05  FILLER              PIC X(08) VALUE "ACTION".
018800     05  FILLER              PIC X(12) VALUE "RUN DATE".
018900     05  FILLER              PIC X(07) VALUE "  SEQ".
019000     05  FILLER              PIC X(10) VALUE "   CYCLE".
019100     05  FILLER              PIC X(06) VALUE "TYPE".
019200     05  FILLER              PIC X(10) VALUE "ANALYST".
019300     05  FILLER              PIC X(42) VALUE "REASON".
019400     05  FILLER              PIC X(20) VALUE "RESULT".
019500 01  FI-TRN-LINE.
019600     05  FI-TL-ACTION        PIC X(01).
019700     05  FILLER              PIC X(07).
019800     05  FI-TL-RUN-DATE      PIC X(08).
019900     05  FILLER              PIC X(04).
020000     05  FI-TL-RUN-SEQ       PIC X(05).
020100     05  FILLER              PIC X(03).
020200     05  FI-TL-CYCLE         PIC X(07).
020300     05  FILLER              PIC X(02).
020400     05  FI-TL-TYPE          PIC X(01).
020500     05  FILLER              PIC X(05).
020600     05  FI-TL-ANALYST       PIC X(08).
020700     05  FILLER              PIC X(02).
020800     05  FI-TL-REASON        PIC X(40).
020900     05  FILLER              PIC X(02).
021000     05  FI-TL-RESULT        PIC X(20).
021002 01  FI-XRF-HDG-LINE.
021004     05  FILLER              PIC X(10) VALUE "  CYCLE".
021006     05  FILLER              PIC X(12) VALUE "EARLIER RUN".
021008     05  FILLER              PIC X(07) VALUE "  SEQ".
021010     05  FILLER              PIC X(06) VALUE "CODE".
021012     05  FILLER              PIC X(12) VALUE "LATER RUN".
021014     05  FILLER              PIC X(07) VALUE "  SEQ".
021016     05  FILLER              PIC X(06) VALUE "CODE".
021018     05  FILLER              PIC X(09) VALUE "WRONG".
021020     05  FILLER              PIC X(20) VALUE "RESULT".
021022 01  FI-XRF-LINE.
021024     05  FI-XL-CYCLE         PIC 9(07).
021026     05  FILLER              PIC X(03).
021028     05  FI-XL-ERL-DATE      PIC X(10).
021030     05  FILLER              PIC X(02).
021032     05  FI-XL-ERL-SEQ       PIC 9(05).
021034     05  FILLER              PIC X(03).
021036     05  FI-XL-ERL-CODE      PIC X(01).
021038     05  FILLER              PIC X(04).
021040     05  FI-XL-LTR-DATE      PIC X(10).
021042     05  FILLER              PIC X(02).
021044     05  FI-XL-LTR-SEQ       PIC 9(05).
021046     05  FILLER              PIC X(03).
021048     05  FI-XL-LTR-CODE      PIC X(01).
021050     05  FILLER              PIC X(04).
021052     05  FI-XL-WRONG         PIC X(07).
021054     05  FILLER              PIC X(02).
021056     05  FI-XL-RESULT        PIC X(20).
021100 01  FI-AGE-HDG-LINE.
021200     05  FILLER              PIC X(16) VALUE "EXCEPTION TYPE".
021300     05  FILLER              PIC X(10) VALUE "  0-1 DAYS".
021400     05  FILLER              PIC X(10) VALUE "  2-7 DAYS".
021500     05  FILLER              PIC X(10) VALUE " 8-30 DAYS".
021600     05  FILLER              PIC X(10) VALUE "31-90 DAYS".
021700     05  FILLER              PIC X(10) VALUE "   OVER 90".
021800     05  FILLER              PIC X(12) VALUE "  TOTAL OPEN".
021900     05  FILLER              PIC X(10) VALUE "      HELD".
022000 01  FI-AGE-LINE.
022100     05  FI-AL-NAME          PIC X(13).
022200     05  FILLER              PIC X(03).
022300     05  FI-AL-BAND OCCURS 5 TIMES.
022400         10  FILLER          PIC X(02).
022500         10  FI-AL-CT        PIC ZZZ,ZZ9.
022600         10  FILLER          PIC X(01).
022700     05  FILLER              PIC X(04).
022800     05  FI-AL-TOTAL         PIC ZZZ,ZZ9.
022900     05  FILLER              PIC X(03).
023000     05  FI-AL-HELD          PIC ZZZ,ZZ9.
023100 01  FI-ITEM-HDG-LINE.
023200     05  FILLER              PIC X(12) VALUE "RUN DATE".
023300     05  FILLER              PIC X(07) VALUE "  SEQ".
023400     05  FILLER              PIC X(09) VALUE "  CYCLE".
023500     05  FILLER              PIC X(15) VALUE "TYPE".
023600     05  FILLER              PIC X(12) VALUE "RAISED".
023700     05  FILLER              PIC X(05) VALUE "  AGE".
023800     05  FILLER              PIC X(06) VALUE " TIMES".
023900     05  FILLER              PIC X(07) VALUE "EXP ACT".
024000     05  FILLER              PIC X(30) VALUE "DISPOSITION".
024100 01  FI-ITEM-LINE.
024200     05  FI-IL-RUN-DATE      PIC X(10).
024300     05  FILLER              PIC X(02).
024400     05  FI-IL-RUN-SEQ       PIC 9(05).
024500     05  FILLER              PIC X(02).
024600     05  FI-IL-CYCLE         PIC 9(07).
024700     05  FILLER              PIC X(02).
024800     05  FI-IL-TYPE          PIC X(13).
024900     05  FILLER              PIC X(02).
025000     05  FI-IL-RAISED        PIC X(10).
025100     05  FILLER              PIC X(02).
025200     05  FI-IL-AGE           PIC ZZZZ9.
025300     05  FILLER              PIC X(02).
025400     05  FI-IL-TIMES         PIC ZZ9.
025500     05  FILLER              PIC X(02).
025600     05  FI-IL-EXPECT        PIC X(01).
025700     05  FILLER              PIC X(03).
025800     05  FI-IL-ACTUAL        PIC X(01).
025900     05  FILLER              PIC X(01).
026000     05  FI-IL-DISP          PIC X(59).
026100 PROCEDURE DIVISION.
026200*****************************************************************
026300*  0000-MAINLINE                                                *
026400*****************************************************************
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
026700     IF FI-DAILY
026800         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
026900     END-IF.
026920     IF FI-CROSS-RUN
026940         PERFORM 7000-POST-CONFLICTS THRU 7000-EXIT
026960     END-IF.
027000     PERFORM 3000-AGE-REGISTER   THRU 3000-EXIT.
027100     PERFORM 4000-PRINT-AGEING   THRU 4000-EXIT.
027200     PERFORM 5000-LIST-OPEN-ITEMS THRU 5000-EXIT.
027300     IF FI-MONTH-END
027400         PERFORM 6000-MONTH-END-RESULT THRU 6000-EXIT
027500     END-IF.
027600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
027700     GO TO 9999-EXIT.
027800*****************************************************************
027850*  1000-INITIALIZE - READ AND EDIT EXCCTL, OPEN THE REGISTER -  *
027900*                    FOR UPDATE IN DAILY AND CROSS-RUN MODES,   *
027950*                    FOR READING AT MONTH-END - TAKE THE PERIOD *
028000*                    FROM MTDFILE AT MONTH-END, AND OPEN THE    *
028050*                    REPORT.  A CROSS-RUN POSTING LOADS A       *
028100*                    REGISTER THAT HAS NEVER BEEN WRITTEN.      *
028300*****************************************************************
028400 1000-INITIALIZE.
028500     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
028600     ACCEPT FI-RUN-DATE FROM DATE YYYYMMDD.
028620     ACCEPT FI-TIME-RAW FROM TIME.
028640     MOVE FI-TIME-HHMMSS TO FI-STAMP-TIME.
028700     INITIALIZE FI-AGE-TABLE.
028800     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
028900     IF FI-DAILY OR FI-CROSS-RUN
029000         OPEN I-O EXR-FILE
029100     ELSE
029200         OPEN INPUT EXR-FILE
029300     END-IF.
029310     IF FI-CROSS-RUN AND FI-EXR-FILE-STATUS = "35"
029320         OPEN OUTPUT EXR-FILE
029330         CLOSE EXR-FILE
029340         OPEN I-O EXR-FILE
029350     END-IF.
029400     IF FI-EXR-FILE-STATUS = "35"
029500         DISPLAY "FBEXCREG - EXCPREG HAS NEVER BEEN WRITTEN - "
029600             "NO ITEMS REGISTERED"
029700         SET FI-EXR-EMPTY TO TRUE
029800     ELSE
029900         IF FI-EXR-FILE-STATUS NOT = "00" AND "05"
030000             DISPLAY "FBEXCREG - EXCPREG COULD NOT BE OPENED - "
030100                 "FILE STATUS " FI-EXR-FILE-STATUS
030200                 " - ENDING RUN - RETURN CODE 16"
030300             MOVE 16 TO RETURN-CODE
030400             GO TO 9999-EXIT
030500         END-IF
030600     END-IF.
030700     IF FI-MONTH-END
030800         PERFORM 1200-READ-PERIOD THRU 1200-EXIT
030900     END-IF.
031000     OPEN OUTPUT PRT-FILE.
031100     MOVE FI-RUN-DATE TO FI-DATE-NUM.
031200     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
031300     MOVE SPACES TO FB-PRT-LINE.
031400     STRING "FIZZBUZZ CLASSIFICATION SERVICE - RECONCILIATION "
031500         DELIMITED BY SIZE
031600         "EXCEPTION REGISTER - AGEING AS AT " DELIMITED BY SIZE
031700         FI-DATE-EDIT DELIMITED BY SIZE
031800         INTO FB-PRT-LINE.
031900     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
032000     MOVE SPACES TO FB-PRT-LINE.
032050     EVALUATE TRUE
032100         WHEN FI-DAILY
032150             MOVE "DAILY RUN - DISPOSITIONS APPLIED FROM EXCTRANS"
032200                 TO FB-PRT-LINE
032250         WHEN FI-CROSS-RUN
032300             MOVE "CROSS-RUN POSTING - CONFLICTS READ FROM XRFEED"
032350                 TO FB-PRT-LINE
032400         WHEN OTHER
032450             MOVE FI-PERIOD TO FI-PER-NUM
032500             PERFORM 8610-EDIT-PERIOD THRU 8610-EXIT
032550             STRING "MONTH-END HOLD CHECK FOR PERIOD "
032600                 DELIMITED BY SIZE
032650                 FI-PER-EDIT DELIMITED BY SIZE
032700                 INTO FB-PRT-LINE
032750     END-EVALUATE.
033200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
033300 1000-EXIT.
033400     EXIT.
033500*****************************************************************
033600*  1100-READ-CONTROL - READ AND EDIT THE ONE EXCCTL RECORD.  A  *
033700*                      MISSING, EMPTY OR UNRECOGNIZED CARD IS   *
033800*                      FATAL - THE MODES DO DIFFERENT WORK.     *
033900*****************************************************************
034000 1100-READ-CONTROL.
034100     OPEN INPUT EXC-FILE.
034200     IF FI-EXC-FILE-STATUS NOT = "00"
034300         DISPLAY "FBEXCREG - EXCCTL COULD NOT BE OPENED - FILE "
034400             "STATUS " FI-EXC-FILE-STATUS
034500             " - ENDING RUN - RETURN CODE 16"
034600         MOVE 16 TO RETURN-CODE
034700         GO TO 9999-EXIT
034800     END-IF.
034900     READ EXC-FILE
035000         AT END
035100             DISPLAY "FBEXCREG - EXCCTL IS EMPTY - ENDING RUN - "
035200                 "RETURN CODE 16"
035300             MOVE 16 TO RETURN-CODE
035400             CLOSE EXC-FILE
035500             GO TO 9999-EXIT
035600     END-READ.
035700     ADD 1 TO FI-RECS-READ.
035800     CLOSE EXC-FILE.
035850     IF NOT FB-EXC-DAILY AND NOT FB-EXC-MONTH-END
035900         AND NOT FB-EXC-CROSS-RUN
035950         DISPLAY "FBEXCREG - EXCCTL COLUMN 1 MUST BE D (DAILY), "
036000             "M (MONTH-END) OR X (CROSS-RUN) - ENDING RUN - "
036050             "RETURN CODE 16"
036100         MOVE 16 TO RETURN-CODE
036150         GO TO 9999-EXIT
036200     END-IF.
036500     MOVE FB-EXC-MODE TO FI-MODE.
036600 1100-EXIT.
036700     EXIT.
036800*****************************************************************
036900*  1200-READ-PERIOD - TAKE THE PERIOD BEING CLOSED FROM THE     *
037000*                     MTDFILE FIRST RUN HEADER, AS FBMCLOSE     *
037100*                     NAMES IT.  AN EMPTY MTDFILE, OR ONE WITH  *
037200*                     NO HEADER, HAS NO PERIOD OF ITS OWN - THE *
037300*                     CURRENT MONTH IS JUDGED, SO NOTHING       *
037400*                     ALREADY RAISED ESCAPES THE HOLD.          *
037500*****************************************************************
037600 1200-READ-PERIOD.
037700     MOVE FI-RUN-YYYYMM TO FI-PERIOD.
037800     OPEN INPUT MTD-FILE.
037900     IF FI-MTD-FILE-STATUS NOT = "00"
038000         DISPLAY "FBEXCREG - MTDFILE COULD NOT BE OPENED - FILE "
038100             "STATUS " FI-MTD-FILE-STATUS
038200             " - ENDING RUN - RETURN CODE 16"
038300         MOVE 16 TO RETURN-CODE
038400         IF NOT FI-EXR-EMPTY
038500             CLOSE EXR-FILE
038600         END-IF
038700         GO TO 9999-EXIT
038800     END-IF.
038900     READ MTD-FILE
039000         AT END
039100             DISPLAY "FBEXCREG - MTDFILE IS EMPTY - JUDGING THE "
039200                 "CURRENT MONTH"
039300             CLOSE MTD-FILE
039400             GO TO 1200-EXIT
039500     END-READ.
039600     ADD 1 TO FI-RECS-READ.
039700     CLOSE MTD-FILE.
039800     IF FB-OUT-HEADER AND FB-OUT-HDR-RUN-DATE NUMERIC
039900         MOVE FB-OUT-HDR-RUN-DATE TO FI-ITEM-DATE
040000         MOVE FI-ITEM-YYYYMM TO FI-PERIOD
040100     ELSE
040200         DISPLAY "FBEXCREG - MTDFILE DOES NOT BEGIN WITH A RUN "
040300             "HEADER - JUDGING THE CURRENT MONTH"
040400     END-IF.
040500 1200-EXIT.
040600     EXIT.
040700*****************************************************************
040800*  1900-FATAL - END THE RUN WITH RETURN CODE 16 ON A FAILURE    *
040900*               THE CALLER HAS ALREADY DISPLAYED.               *
041000*****************************************************************
041100 1900-FATAL.
041200     DISPLAY "FBEXCREG - ENDING RUN - RETURN CODE 16".
041300     MOVE 16 TO RETURN-CODE.
041400     CLOSE PRT-FILE.
041500     IF NOT FI-EXR-EMPTY
041600         CLOSE EXR-FILE
041700     END-IF.
041720     IF FI-XRF-OPEN
041740         CLOSE XRF-FILE
041760     END-IF.
041800     GO TO 9999-EXIT.
041900 1900-EXIT.
042000     EXIT.
042100*****************************************************************
042200*  2000-APPLY-TRANSACTIONS - APPLY EVERY EXCTRANS DISPOSITION TO*
042300*                            THE REGISTER, LISTING EACH WITH ITS*
042400*                            RESULT.  A MISSING OR EMPTY        *
042500*                            EXCTRANS IS A DAY WITH NOTHING TO  *
042600*                            APPLY.                             *
042700*****************************************************************
042800 2000-APPLY-TRANSACTIONS.
042900     MOVE SPACES TO FB-PRT-LINE.
043000     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
043100     MOVE FI-TRN-HDG-LINE TO FB-PRT-LINE.
043200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
043300     MOVE SPACES TO FB-PRT-LINE.
043400     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
043500     OPEN INPUT EXT-FILE.
043600     IF FI-EXT-FILE-STATUS NOT = "00"
043700         MOVE "NO DISPOSITIONS TO APPLY - EXCTRANS NOT AVAILABLE"
043800             TO FB-PRT-LINE
043900         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
044000         GO TO 2000-EXIT
044100     END-IF.
044200     PERFORM 2100-APPLY-ONE THRU 2100-EXIT
044300         UNTIL FI-EXT-EOF.
044400     CLOSE EXT-FILE.
044500     MOVE SPACES TO FB-PRT-LINE.
044600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
044700     MOVE SPACES TO FB-PRT-LINE.
044800     STRING "TRANSACTIONS " DELIMITED BY SIZE
044900         FI-TRANS-CT DELIMITED BY SIZE
045000         "  APPLIED " DELIMITED BY SIZE
045100         FI-APPLIED-CT DELIMITED BY SIZE
045200         "  ALREADY APPLIED " DELIMITED BY SIZE
045300         FI-ALREADY-CT DELIMITED BY SIZE
045400         "  REJECTED " DELIMITED BY SIZE
045500         FI-REJECT-CT DELIMITED BY SIZE
045600         INTO FB-PRT-LINE.
045700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
045800 2000-EXIT.
045900     EXIT.
046000*****************************************************************
046100*  2100-APPLY-ONE - READ, EDIT AND APPLY ONE DISPOSITION.  THE  *
046200*                   ITEM MUST BE ON THE REGISTER AND OPEN.  A   *
046300*                   TRANSACTION ALREADY APPLIED ON AN EARLIER   *
046400*                   DAY (THE SAME WRITE-OFF, OR THE SAME HOLD BY*
046500*                   THE SAME ANALYST FOR THE SAME REASON) IS    *
046600*                   LISTED AND PASSED OVER, SO RERUNNING A DAY'S*
046700*                   EXCTRANS DOES NO HARM.  A REJECTED          *
046800*                   TRANSACTION HAS ITS REASON PRINTED UNDER IT.*
046900*****************************************************************
047000 2100-APPLY-ONE.
047100     READ EXT-FILE
047200         AT END
047300             SET FI-EXT-EOF TO TRUE
047400             GO TO 2100-EXIT
047500     END-READ.
047600     ADD 1 TO FI-RECS-READ.
047700     ADD 1 TO FI-TRANS-CT.
047800     MOVE SPACES TO FI-TRN-LINE.
047900     MOVE FB-EXT-ACTION  TO FI-TL-ACTION.
048000     MOVE FB-EXT-RUN-DATE TO FI-TL-RUN-DATE.
048100     MOVE FB-EXT-RUN-SEQ TO FI-TL-RUN-SEQ.
048200     MOVE FB-EXT-CYCLE-NUM TO FI-TL-CYCLE.
048300     MOVE FB-EXT-TYPE    TO FI-TL-TYPE.
048400     MOVE FB-EXT-ANALYST TO FI-TL-ANALYST.
048500     MOVE FB-EXT-REASON  TO FI-TL-REASON.
048600     MOVE SPACES TO FI-REJECT-REASON.
048700     PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT.
048800     IF FI-REJECT-REASON NOT = SPACES
048900         GO TO 2100-REJECT
049000     END-IF.
049100     IF FB-EXT-WRITE-OFF AND FB-EXR-WRITTEN-OFF
049200         GO TO 2100-ALREADY
049300     END-IF.
049400     IF FB-EXT-HOLD AND FB-EXR-OPEN AND FB-EXR-DISP-HELD
049500         AND FB-EXR-DISP-BY = FB-EXT-ANALYST
049600         AND FB-EXR-DISP-REASON = FB-EXT-REASON
049700         GO TO 2100-ALREADY
049800     END-IF.
049900     IF NOT FB-EXR-OPEN
050000         STRING "ITEM IS NOT OPEN - IT HAS BEEN CLOSED OR "
050100             "WRITTEN OFF" DELIMITED BY SIZE
050200             INTO FI-REJECT-REASON
050300         GO TO 2100-REJECT
050400     END-IF.
050500     MOVE FB-EXT-ACTION  TO FB-EXR-DISP-CD.
050600     MOVE FI-RUN-DATE    TO FB-EXR-DISP-DATE.
050700     MOVE FB-EXT-ANALYST TO FB-EXR-DISP-BY.
050800     MOVE FB-EXT-REASON  TO FB-EXR-DISP-REASON.
050900     IF FB-EXT-WRITE-OFF
051000         SET FB-EXR-WRITTEN-OFF TO TRUE
051100         MOVE FI-RUN-DATE TO FB-EXR-STATUS-DATE
051200     END-IF.
051300     REWRITE FB-EXR-RECORD.
051400     IF FI-EXR-FILE-STATUS NOT = "00" AND "02"
051500         DISPLAY "FBEXCREG - EXCPREG REWRITE FAILED - FILE "
051600             "STATUS " FI-EXR-FILE-STATUS " AT TRANSACTION "
051700             FI-TRANS-CT
051800         CLOSE EXT-FILE
051900         GO TO 1900-FATAL
052000     END-IF.
052100     ADD 1 TO FI-APPLIED-CT.
052200     IF FB-EXT-WRITE-OFF
052300         MOVE "WRITTEN OFF" TO FI-TL-RESULT
052400     ELSE
052500         MOVE "HELD" TO FI-TL-RESULT
052600     END-IF.
052700     GO TO 2100-PRINT.
052800 2100-ALREADY.
052900     ADD 1 TO FI-ALREADY-CT.
053000     MOVE "ALREADY APPLIED" TO FI-TL-RESULT.
053100     GO TO 2100-PRINT.
053200 2100-REJECT.
053300     ADD 1 TO FI-REJECT-CT.
053400     MOVE "REJECTED" TO FI-TL-RESULT.
053500 2100-PRINT.
053600     MOVE FI-TRN-LINE TO FB-PRT-LINE.
053700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
053800     IF FI-REJECT-REASON NOT = SPACES
053900         MOVE SPACES TO FB-PRT-LINE
054000         STRING "        ** " DELIMITED BY SIZE
054100             FI-REJECT-REASON DELIMITED BY SIZE
054200             INTO FB-PRT-LINE
054300         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
054400     END-IF.
054500 2100-EXIT.
054600     EXIT.
054700*****************************************************************
054800*  2200-EDIT-TRANSACTION - EDIT ONE DISPOSITION AND READ THE    *
054900*                          ITEM IT NAMES.  THE FIRST FAULT FOUND*
055000*                          IS LEFT IN FI-REJECT-REASON.         *
055100*****************************************************************
055200 2200-EDIT-TRANSACTION.
055300     IF NOT FB-EXT-WRITE-OFF AND NOT FB-EXT-HOLD
055400         MOVE "ACTION MUST BE W (WRITE OFF) OR H (HOLD)"
055500             TO FI-REJECT-REASON
055600         GO TO 2200-EXIT
055700     END-IF.
055800     IF FB-EXT-RUN-DATE NOT NUMERIC
055900         OR FB-EXT-RUN-SEQ NOT NUMERIC
056000         OR FB-EXT-CYCLE-NUM NOT NUMERIC
056100         MOVE "RUN DATE, RUN SEQUENCE AND CYCLE MUST BE NUMERIC"
056200             TO FI-REJECT-REASON
056300         GO TO 2200-EXIT
056400     END-IF.
056500     MOVE FB-EXT-RUN-DATE  TO FB-EXR-RUN-DATE.
056600     MOVE FB-EXT-RUN-SEQ   TO FB-EXR-RUN-SEQ.
056700     MOVE FB-EXT-CYCLE-NUM TO FB-EXR-CYCLE-NUM.
056800     MOVE FB-EXT-TYPE      TO FB-EXR-TYPE.
056900     IF NOT FB-EXR-VALID-TYPE
057000         MOVE "TYPE MUST BE M, D, U, C OR R" TO FI-REJECT-REASON
057100         GO TO 2200-EXIT
057200     END-IF.
057300     IF FB-EXT-ANALYST = SPACES
057400         MOVE "ANALYST ID IS REQUIRED" TO FI-REJECT-REASON
057500         GO TO 2200-EXIT
057600     END-IF.
057700     IF FB-EXT-REASON = SPACES
057800         MOVE "A REASON IS REQUIRED" TO FI-REJECT-REASON
057900         GO TO 2200-EXIT
058000     END-IF.
058100     IF FI-EXR-EMPTY
058200         MOVE "ITEM IS NOT ON THE REGISTER" TO FI-REJECT-REASON
058300         GO TO 2200-EXIT
058400     END-IF.
058500     READ EXR-FILE
058600         INVALID KEY
058700             MOVE "ITEM IS NOT ON THE REGISTER"
058800                 TO FI-REJECT-REASON
058900             GO TO 2200-EXIT
059000     END-READ.
059100     IF FI-EXR-FILE-STATUS NOT = "00" AND "02"
059200         DISPLAY "FBEXCREG - EXCPREG READ FAILED - FILE STATUS "
059300             FI-EXR-FILE-STATUS " AT TRANSACTION " FI-TRANS-CT
059400         CLOSE EXT-FILE
059500         GO TO 1900-FATAL
059600     END-IF.
059700 2200-EXIT.
059800     EXIT.
059900*****************************************************************
060000*  3000-AGE-REGISTER - BROWSE THE WHOLE REGISTER AND COUNT EVERY*
060100*                      ITEM - OPEN ITEMS INTO FI-AGE-TABLE BY   *
060200*                      TYPE AND AGE BAND, CLOSED AND WRITTEN-OFF*
060300*                      ITEMS BY STATUS.                         *
060400*****************************************************************
060500 3000-AGE-REGISTER.
060600     IF FI-EXR-EMPTY
060700         GO TO 3000-EXIT
060800     END-IF.
060900     PERFORM 8300-START-BROWSE THRU 8300-EXIT.
061000     PERFORM 3100-TALLY-ITEM THRU 3100-EXIT
061100         UNTIL FI-EXR-EOF.
061200 3000-EXIT.
061300     EXIT.
061400*****************************************************************
061500*  3100-TALLY-ITEM - COUNT ONE REGISTER ITEM.                   *
061600*****************************************************************
061700 3100-TALLY-ITEM.
061800     PERFORM 8310-READ-NEXT THRU 8310-EXIT.
061900     IF FI-EXR-EOF
062000         GO TO 3100-EXIT
062100     END-IF.
062200     EVALUATE TRUE
062300         WHEN FB-EXR-CLOSED
062400             ADD 1 TO FI-CLOSED-CT
062500             GO TO 3100-EXIT
062600         WHEN FB-EXR-WRITTEN-OFF
062700             ADD 1 TO FI-WRITTEN-OFF-CT
062800             GO TO 3100-EXIT
062900     END-EVALUATE.
063000     ADD 1 TO FI-OPEN-CT.
063100     PERFORM 8400-AGE-ITEM THRU 8400-EXIT.
063200     ADD 1 TO FI-AGE-CT (FI-TYPE-SUB FI-BAND-SUB).
063300     ADD 1 TO FI-AGE-TOTAL (FI-TYPE-SUB).
063400     ADD 1 TO FI-AGE-CT (7 FI-BAND-SUB).
063500     ADD 1 TO FI-AGE-TOTAL (7).
063600     IF FB-EXR-DISP-HELD
063700         ADD 1 TO FI-HELD-CT
063800         ADD 1 TO FI-AGE-HELD (FI-TYPE-SUB)
063900         ADD 1 TO FI-AGE-HELD (7)
064000     END-IF.
064100 3100-EXIT.
064200     EXIT.
064300*****************************************************************
064400*  4000-PRINT-AGEING - THE AGEING PAGE - OPEN ITEMS BY TYPE AND *
064500*                      AGE BAND, THE TOTAL, THEN THE CLOSED AND *
064600*                      WRITTEN-OFF COUNTS.  THE OTHER ROW PRINTS*
064700*                      ONLY WHEN IT HOLDS SOMETHING.            *
064800*****************************************************************
064900 4000-PRINT-AGEING.
065000     MOVE SPACES TO FB-PRT-LINE.
065100     MOVE "OPEN EXCEPTIONS BY TYPE AND AGE (DAYS SINCE RAISED)"
065200         TO FB-PRT-LINE.
065300     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
065400     MOVE SPACES TO FB-PRT-LINE.
065500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
065600     MOVE FI-AGE-HDG-LINE TO FB-PRT-LINE.
065700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
065800     MOVE SPACES TO FB-PRT-LINE.
065900     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
066000     PERFORM 4100-PRINT-AGE-ROW THRU 4100-EXIT
066100         VARYING FI-TYPE-SUB FROM 1 BY 1
066200         UNTIL FI-TYPE-SUB > 7.
066300     MOVE SPACES TO FB-PRT-LINE.
066400     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
066500     MOVE SPACES TO FB-PRT-LINE.
066600     STRING "CLOSED ITEMS " DELIMITED BY SIZE
066700         FI-CLOSED-CT DELIMITED BY SIZE
066800         "  WRITTEN OFF " DELIMITED BY SIZE
066900         FI-WRITTEN-OFF-CT DELIMITED BY SIZE
067000         "  OPEN " DELIMITED BY SIZE
067100         FI-OPEN-CT DELIMITED BY SIZE
067200         "  OF WHICH HELD " DELIMITED BY SIZE
067300         FI-HELD-CT DELIMITED BY SIZE
067400         INTO FB-PRT-LINE.
067500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
067600 4000-EXIT.
067700     EXIT.
067800*****************************************************************
067900*  4100-PRINT-AGE-ROW - PRINT ONE TYPE'S ROW, OR THE TOTAL ROW. *
068000*****************************************************************
068100 4100-PRINT-AGE-ROW.
068200     IF FI-TYPE-SUB = 6 AND FI-AGE-TOTAL (6) = 0
068300         GO TO 4100-EXIT
068400     END-IF.
068500     MOVE SPACES TO FI-AGE-LINE.
068600     IF FI-TYPE-SUB = 7
068700         MOVE SPACES TO FB-PRT-LINE
068800         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
068900         MOVE "TOTAL" TO FI-AL-NAME
069000     ELSE
069100         MOVE FI-TT-NAME (FI-TYPE-SUB) TO FI-AL-NAME
069200     END-IF.
069300     PERFORM 4110-EDIT-BAND THRU 4110-EXIT
069400         VARYING FI-BAND-SUB FROM 1 BY 1
069500         UNTIL FI-BAND-SUB > 5.
069600     MOVE FI-AGE-TOTAL (FI-TYPE-SUB) TO FI-AL-TOTAL.
069700     MOVE FI-AGE-HELD (FI-TYPE-SUB)  TO FI-AL-HELD.
069800     MOVE FI-AGE-LINE TO FB-PRT-LINE.
069900     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
070000 4100-EXIT.
070100     EXIT.
070200*****************************************************************
070300*  4110-EDIT-BAND - EDIT ONE AGE BAND COUNT INTO THE ROW.       *
070400*****************************************************************
070500 4110-EDIT-BAND.
070600     MOVE FI-AGE-CT (FI-TYPE-SUB FI-BAND-SUB)
070700         TO FI-AL-CT (FI-BAND-SUB).
070800 4110-EXIT.
070900     EXIT.
071000*****************************************************************
071100*  5000-LIST-OPEN-ITEMS - THE OPEN ITEM PAGE - A SECOND BROWSE  *
071200*                         OF THE REGISTER LISTING EVERY OPEN    *
071300*                         ITEM IN KEY ORDER (RUN, CYCLE, TYPE)  *
071400*                         WITH ITS AGE AND DISPOSITION.  AT     *
071500*                         MONTH-END AN ITEM THAT HOLDS THE CLOSE*
071600*                         IS MARKED, AND COUNTED FOR            *
071700*                         6000-MONTH-END-RESULT.                *
071800*****************************************************************
071900 5000-LIST-OPEN-ITEMS.
072000     MOVE SPACES TO FB-PRT-LINE.
072100     MOVE "OPEN EXCEPTIONS" TO FB-PRT-LINE.
072200     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
072300     MOVE SPACES TO FB-PRT-LINE.
072400     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
072500     MOVE FI-ITEM-HDG-LINE TO FB-PRT-LINE.
072600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
072700     MOVE SPACES TO FB-PRT-LINE.
072800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
072900     IF FI-OPEN-CT = 0
073000         MOVE "NO OPEN EXCEPTIONS" TO FB-PRT-LINE
073100         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
073200         GO TO 5000-EXIT
073300     END-IF.
073400     PERFORM 8300-START-BROWSE THRU 8300-EXIT.
073500     PERFORM 5100-LIST-ITEM THRU 5100-EXIT
073600         UNTIL FI-EXR-EOF.
073700 5000-EXIT.
073800     EXIT.
073900*****************************************************************
074000*  5100-LIST-ITEM - LIST ONE REGISTER ITEM IF IT IS OPEN.       *
074100*****************************************************************
074200 5100-LIST-ITEM.
074300     PERFORM 8310-READ-NEXT THRU 8310-EXIT.
074400     IF FI-EXR-EOF OR NOT FB-EXR-OPEN
074500         GO TO 5100-EXIT
074600     END-IF.
074700     PERFORM 8400-AGE-ITEM THRU 8400-EXIT.
074800     MOVE SPACES TO FI-ITEM-LINE.
074900     MOVE FB-EXR-RUN-DATE TO FI-DATE-NUM.
075000     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
075100     MOVE FI-DATE-EDIT TO FI-IL-RUN-DATE.
075200     MOVE FB-EXR-RUN-SEQ TO FI-IL-RUN-SEQ.
075300     MOVE FB-EXR-CYCLE-NUM TO FI-IL-CYCLE.
075400     MOVE FI-TT-NAME (FI-TYPE-SUB) TO FI-IL-TYPE.
075500     IF FB-EXR-RAISED-DATE NUMERIC
075600         MOVE FB-EXR-RAISED-DATE TO FI-DATE-NUM
075700         PERFORM 8600-EDIT-DATE THRU 8600-EXIT
075800         MOVE FI-DATE-EDIT TO FI-IL-RAISED
075900     END-IF.
076000     MOVE FI-AGE-DAYS TO FI-IL-AGE.
076100     MOVE FB-EXR-RAISE-CT TO FI-IL-TIMES.
076200     MOVE FB-EXR-EXPECT-CD TO FI-IL-EXPECT.
076300     MOVE FB-EXR-ACTUAL-CD TO FI-IL-ACTUAL.
076400     MOVE "N" TO FI-HOLDS-CLOSE-SW.
076500     IF FI-MONTH-END
076600         MOVE FB-EXR-RUN-DATE TO FI-ITEM-DATE
076700         IF FI-ITEM-YYYYMM NOT > FI-PERIOD
076800             ADD 1 TO FI-PERIOD-OPEN-CT
076900             IF FB-EXR-NO-DISP
077000                 SET FI-HOLDS-CLOSE TO TRUE
077100                 ADD 1 TO FI-HOLD-CLOSE-CT
077200             END-IF
077300         END-IF
077400     END-IF.
077500     EVALUATE TRUE
077600         WHEN FB-EXR-DISP-HELD
077700             STRING "HELD BY " DELIMITED BY SIZE
077800                 FB-EXR-DISP-BY DELIMITED BY SPACE
077900                 " - " DELIMITED BY SIZE
078000                 FB-EXR-DISP-REASON DELIMITED BY SIZE
078100                 INTO FI-IL-DISP
078200         WHEN FI-HOLDS-CLOSE
078300             MOVE "NONE - HOLDS THE MONTH-END CLOSE" TO FI-IL-DISP
078400         WHEN OTHER
078500             MOVE "NONE" TO FI-IL-DISP
078600     END-EVALUATE.
078700     MOVE FI-ITEM-LINE TO FB-PRT-LINE.
078800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
078900 5100-EXIT.
079000     EXIT.
079100*****************************************************************
079200*  6000-MONTH-END-RESULT - DECIDE THE MONTH-END HOLD.  AN OPEN  *
079300*                          ITEM RAISED AGAINST A RUN IN OR      *
079400*                          BEFORE THE PERIOD HOLDS THE CLOSE    *
079500*                          UNLESS IT CARRIES A DISPOSITION.     *
079600*****************************************************************
079700 6000-MONTH-END-RESULT.
079800     MOVE FI-PERIOD TO FI-PER-NUM.
079900     PERFORM 8610-EDIT-PERIOD THRU 8610-EXIT.
080000     MOVE SPACES TO FB-PRT-LINE.
080100     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
080200     MOVE SPACES TO FB-PRT-LINE.
080300     EVALUATE TRUE
080400         WHEN FI-HOLD-CLOSE-CT > 0
080500             MOVE FI-HOLD-CLOSE-CT TO FI-ED-CT
080600             STRING "FBEXCREG - CLOSE OF PERIOD "
080700                 DELIMITED BY SIZE
080800                 FI-PER-EDIT DELIMITED BY SIZE
080900                 " HELD - " DELIMITED BY SIZE
081000                 FI-ED-CT DELIMITED BY SIZE
081100                 " OPEN EXCEPTIONS CARRY NO DISPOSITION - "
081200                 DELIMITED BY SIZE
081300                 "CLEAR, HOLD OR WRITE THEM OFF AND RESUBMIT"
081400                 DELIMITED BY SIZE
081500                 INTO FB-PRT-LINE
081600             MOVE FI-HOLD-CLOSE-CT TO FI-ERROR-CT
081700             MOVE 8 TO RETURN-CODE
081800         WHEN FI-PERIOD-OPEN-CT > 0
081900             MOVE FI-PERIOD-OPEN-CT TO FI-ED-CT
082000             STRING "FBEXCREG - PERIOD " DELIMITED BY SIZE
082100                 FI-PER-EDIT DELIMITED BY SIZE
082200                 " HAS " DELIMITED BY SIZE
082300                 FI-ED-CT DELIMITED BY SIZE
082400                 " OPEN EXCEPTIONS, ALL HELD WITH A REASON - "
082500                 DELIMITED BY SIZE
082600                 "CLOSE MAY PROCEED" DELIMITED BY SIZE
082700                 INTO FB-PRT-LINE
082800             MOVE 4 TO RETURN-CODE
082900         WHEN OTHER
083000             STRING "FBEXCREG - PERIOD " DELIMITED BY SIZE
083100                 FI-PER-EDIT DELIMITED BY SIZE
083200                 " HAS NO OPEN EXCEPTIONS - CLOSE MAY PROCEED"
083300                 DELIMITED BY SIZE
083400                 INTO FB-PRT-LINE
083500             MOVE 0 TO RETURN-CODE
083600     END-EVALUATE.
083700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
083800     DISPLAY FB-PRT-LINE.
083900 6000-EXIT.
084000     EXIT.
084001*****************************************************************
084002*  7000-POST-CONFLICTS - POST THE CONFLICTS FBXRCHK FOUND       *
084003*                        (XRFEED - SEE FBXRFRC) TO THE REGISTER *
084004*                        AS TYPE R ITEMS, LISTING EACH WITH ITS *
084005*                        RESULT, THEN CLOSE THE OPEN R ITEMS OF *
084006*                        THE DATES CHECKED THAT IT NO LONGER    *
084007*                        FOUND.  A FEED THAT CANNOT BE OPENED,  *
084008*                        DOES NOT BEGIN WITH A HEADER, OR DOES  *
084009*                        NOT END WITH A TRAILER AGREEING WITH   *
084010*                        ITS DETAIL COUNT IS FATAL - NOTHING IS *
084011*                        CLOSED ON A PARTIAL FEED.              *
084012*****************************************************************
084013 7000-POST-CONFLICTS.
084014     MOVE SPACES TO FB-PRT-LINE.
084015     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
084016     MOVE FI-XRF-HDG-LINE TO FB-PRT-LINE.
084017     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
084018     MOVE SPACES TO FB-PRT-LINE.
084019     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
084020     OPEN INPUT XRF-FILE.
084021     IF FI-XRF-FILE-STATUS NOT = "00"
084022         DISPLAY "FBEXCREG - XRFEED COULD NOT BE OPENED - FILE "
084023             "STATUS " FI-XRF-FILE-STATUS
084024         GO TO 1900-FATAL
084025     END-IF.
084026     SET FI-XRF-OPEN TO TRUE.
084027     READ XRF-FILE
084028         AT END
084029             DISPLAY "FBEXCREG - XRFEED IS EMPTY - NO CROSS-RUN "
084030                 "CHECK TO POST"
084031             GO TO 1900-FATAL
084032     END-READ.
084033     IF NOT FB-XRF-HEADER
084034         DISPLAY "FBEXCREG - XRFEED DOES NOT BEGIN WITH A HEADER "
084035             "- NO CROSS-RUN CHECK TO POST"
084036         GO TO 1900-FATAL
084037     END-IF.
084038     ADD 1 TO FI-RECS-READ.
084039     PERFORM 7100-POST-ONE THRU 7100-EXIT
084040         UNTIL FI-XRF-EOF.
084041     CLOSE XRF-FILE.
084042     MOVE "N" TO FI-XRF-OPEN-SW.
084043     IF NOT FI-XRF-TRAILER-SEEN
084044         DISPLAY "FBEXCREG - XRFEED HAS NO TRAILER - THE CHECK "
084045             "DID NOT FINISH - NO ITEMS CLOSED"
084046         GO TO 1900-FATAL
084047     END-IF.
084048     IF FI-XRF-TRL-CT NOT = FI-CONFLICT-CT
084049         DISPLAY "FBEXCREG - XRFEED TRAILER COUNT " FI-XRF-TRL-CT
084050             " DISAGREES WITH " FI-CONFLICT-CT " CONFLICTS READ "
084051             "- NO ITEMS CLOSED"
084052         GO TO 1900-FATAL
084053     END-IF.
084054     IF FI-CONFLICT-CT = 0
084055         MOVE "NO CONFLICTS TO POST" TO FB-PRT-LINE
084056         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
084057     END-IF.
084058     IF FI-XRF-LOW-DATE > 0
084059         AND FI-XRF-HIGH-CYCLE > 0
084060         PERFORM 7200-CLOSE-CLEARED THRU 7200-EXIT
084061     END-IF.
084062     MOVE SPACES TO FB-PRT-LINE.
084063     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
084064     MOVE SPACES TO FB-PRT-LINE.
084065     STRING "CONFLICTS " DELIMITED BY SIZE
084066         FI-CONFLICT-CT DELIMITED BY SIZE
084067         "  NEW " DELIMITED BY SIZE
084068         FI-NEW-CT DELIMITED BY SIZE
084069         "  RAISED AGAIN " DELIMITED BY SIZE
084070         FI-AGAIN-CT DELIMITED BY SIZE
084071         "  REOPENED " DELIMITED BY SIZE
084072         FI-REOPEN-CT DELIMITED BY SIZE
084073         "  LEFT WRITTEN OFF " DELIMITED BY SIZE
084074         FI-LEFT-CT DELIMITED BY SIZE
084075         "  CLOSED AS CLEARED " DELIMITED BY SIZE
084076         FI-CLEARED-CT DELIMITED BY SIZE
084077         INTO FB-PRT-LINE.
084078     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
084079     DISPLAY FB-PRT-LINE.
084080 7000-EXIT.
084081     EXIT.
084082*****************************************************************
084083*  7100-POST-ONE - READ ONE XRFEED RECORD.  EACH CONFLICT IS    *
084084*                  POSTED UNDER THE LATER RUN'S DATE AND        *
084085*                  SEQUENCE, THE CYCLE AND TYPE R, WITH THE     *
084086*                  EARLIER AND LATER CODES AS EXPECTED AND      *
084087*                  ACTUAL.  A NEW ITEM IS ADDED OPEN; AN ITEM   *
084088*                  ALREADY REGISTERED IS STAMPED AS RAISED BY   *
084089*                  THIS RUN, AND REOPENED WITHOUT ANY HOLD IF   *
084090*                  IT HAD BEEN CLOSED; A WRITTEN-OFF ITEM IS    *
084091*                  LEFT AS IT WAS.  THE TRAILER ENDS THE FEED.  *
084092*****************************************************************
084093 7100-POST-ONE.
084094     READ XRF-FILE
084095         AT END
084096             SET FI-XRF-EOF TO TRUE
084097             GO TO 7100-EXIT
084098     END-READ.
084099     ADD 1 TO FI-RECS-READ.
084100     IF FB-XRF-TRAILER
084101         SET FI-XRF-TRAILER-SEEN TO TRUE
084102         SET FI-XRF-EOF TO TRUE
084103         MOVE FB-XRF-TRL-CONFLICT-CT TO FI-XRF-TRL-CT
084104         MOVE FB-XRF-TRL-LOW-DATE    TO FI-XRF-LOW-DATE
084105         MOVE FB-XRF-TRL-HIGH-DATE   TO FI-XRF-HIGH-DATE
084106         MOVE FB-XRF-TRL-LOW-CYCLE   TO FI-XRF-LOW-CYCLE
084107         MOVE FB-XRF-TRL-HIGH-CYCLE  TO FI-XRF-HIGH-CYCLE
084108         GO TO 7100-EXIT
084109     END-IF.
084110     IF NOT FB-XRF-DETAIL
084111         GO TO 7100-EXIT
084112     END-IF.
084113     ADD 1 TO FI-CONFLICT-CT.
084114     MOVE SPACES TO FI-XRF-LINE.
084115     MOVE FB-XRF-CYCLE-NUM    TO FI-XL-CYCLE.
084116     MOVE FB-XRF-ERL-RUN-DATE TO FI-DATE-NUM.
084117     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
084118     MOVE FI-DATE-EDIT        TO FI-XL-ERL-DATE.
084119     MOVE FB-XRF-ERL-RUN-SEQ  TO FI-XL-ERL-SEQ.
084120     MOVE FB-XRF-ERL-CLASS-CD TO FI-XL-ERL-CODE.
084121     MOVE FB-XRF-LTR-RUN-DATE TO FI-DATE-NUM.
084122     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
084123     MOVE FI-DATE-EDIT        TO FI-XL-LTR-DATE.
084124     MOVE FB-XRF-LTR-RUN-SEQ  TO FI-XL-LTR-SEQ.
084125     MOVE FB-XRF-LTR-CLASS-CD TO FI-XL-LTR-CODE.
084126     EVALUATE TRUE
084127         WHEN FB-XRF-EARLIER-WRONG
084128             MOVE "EARLIER" TO FI-XL-WRONG
084129         WHEN FB-XRF-LATER-WRONG
084130             MOVE "LATER" TO FI-XL-WRONG
084131         WHEN OTHER
084132             MOVE "BOTH" TO FI-XL-WRONG
084133     END-EVALUATE.
084134     MOVE FB-XRF-LTR-RUN-DATE TO FB-EXR-RUN-DATE.
084135     MOVE FB-XRF-LTR-RUN-SEQ  TO FB-EXR-RUN-SEQ.
084136     MOVE FB-XRF-CYCLE-NUM    TO FB-EXR-CYCLE-NUM.
084137     SET FB-EXR-CROSS-RUN     TO TRUE.
084138     READ EXR-FILE
084139         INVALID KEY
084140             PERFORM 7110-ADD-ITEM THRU 7110-EXIT
084141             GO TO 7100-PRINT
084142     END-READ.
084143     IF FI-EXR-FILE-STATUS NOT = "00" AND "02"
084144         DISPLAY "FBEXCREG - EXCPREG READ FAILED - FILE STATUS "
084145             FI-EXR-FILE-STATUS " AT CYCLE " FB-XRF-CYCLE-NUM
084146         GO TO 1900-FATAL
084147     END-IF.
084148     IF FB-EXR-WRITTEN-OFF
084149         ADD 1 TO FI-LEFT-CT
084150         MOVE "LEFT WRITTEN OFF" TO FI-XL-RESULT
084151         GO TO 7100-PRINT
084152     END-IF.
084153     IF FB-EXR-CLOSED
084154         SET FB-EXR-OPEN TO TRUE
084155         MOVE FI-RUN-DATE TO FB-EXR-STATUS-DATE
084156         MOVE SPACE TO FB-EXR-DISP-CD
084157         ADD 1 TO FI-REOPEN-CT
084158         MOVE "REOPENED" TO FI-XL-RESULT
084159     ELSE
084160         ADD 1 TO FI-AGAIN-CT
084161         MOVE "RAISED AGAIN" TO FI-XL-RESULT
084162     END-IF.
084163     MOVE FI-RUN-DATE         TO FB-EXR-SEEN-DATE.
084164     MOVE FI-STAMP-TIME       TO FB-EXR-SEEN-TIME.
084165     MOVE FB-XRF-ERL-CLASS-CD TO FB-EXR-EXPECT-CD.
084166     MOVE FB-XRF-LTR-CLASS-CD TO FB-EXR-ACTUAL-CD.
084167     IF FB-EXR-RAISE-CT < 999
084168         ADD 1 TO FB-EXR-RAISE-CT
084169     END-IF.
084170     REWRITE FB-EXR-RECORD.
084171     IF FI-EXR-FILE-STATUS NOT = "00" AND "02"
084172         DISPLAY "FBEXCREG - EXCPREG REWRITE FAILED - FILE "
084173             "STATUS " FI-EXR-FILE-STATUS " AT CYCLE "
084174                 FB-XRF-CYCLE-NUM
084175         GO TO 1900-FATAL
084176     END-IF.
084177 7100-PRINT.
084178     MOVE FI-XRF-LINE TO FB-PRT-LINE.
084179     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
084180 7100-EXIT.
084181     EXIT.
084182*****************************************************************
084183*  7110-ADD-ITEM - THE CONFLICT IS NOT YET ON THE REGISTER -    *
084184*                  WRITE IT AS A NEW OPEN ITEM RAISED TODAY.    *
084185*****************************************************************
084186 7110-ADD-ITEM.
084187     MOVE SPACES TO FB-EXR-RECORD.
084188     MOVE FB-XRF-LTR-RUN-DATE TO FB-EXR-RUN-DATE.
084189     MOVE FB-XRF-LTR-RUN-SEQ  TO FB-EXR-RUN-SEQ.
084190     MOVE FB-XRF-CYCLE-NUM    TO FB-EXR-CYCLE-NUM.
084191     SET FB-EXR-CROSS-RUN     TO TRUE.
084192     SET FB-EXR-OPEN          TO TRUE.
084193     MOVE FI-RUN-DATE         TO FB-EXR-RAISED-DATE.
084194     MOVE FI-RUN-DATE         TO FB-EXR-SEEN-DATE.
084195     MOVE FI-STAMP-TIME       TO FB-EXR-SEEN-TIME.
084196     MOVE 1                   TO FB-EXR-RAISE-CT.
084197     MOVE FB-XRF-ERL-CLASS-CD TO FB-EXR-EXPECT-CD.
084198     MOVE FB-XRF-LTR-CLASS-CD TO FB-EXR-ACTUAL-CD.
084199     MOVE FI-RUN-DATE         TO FB-EXR-STATUS-DATE.
084200     MOVE 0                   TO FB-EXR-DISP-DATE.
084201     WRITE FB-EXR-RECORD.
084202     IF FI-EXR-FILE-STATUS NOT = "00" AND "02"
084203         DISPLAY "FBEXCREG - EXCPREG WRITE FAILED - FILE STATUS "
084204             FI-EXR-FILE-STATUS " AT CYCLE " FB-XRF-CYCLE-NUM
084205         GO TO 1900-FATAL
084206     END-IF.
084207     ADD 1 TO FI-NEW-CT.
084208     MOVE "NEW" TO FI-XL-RESULT.
084209 7110-EXIT.
084210     EXIT.
084211*****************************************************************
084212*  7200-CLOSE-CLEARED - BROWSE THE REGISTER FROM THE FIRST RUN  *
084213*                       DATE THE CHECK COVERED TO THE LAST AND  *
084214*                       CLOSE EVERY OPEN R ITEM THIS RUN DID    *
084215*                       NOT RAISE AGAIN - THAT CYCLE'S RUNS NOW *
084216*                       AGREE OR DIFFER ONLY AS THEIR RULES DO. *
084217*                       ITEMS OF CYCLES THE CHECK DID NOT READ  *
084218*                       ARE LEFT OPEN.                          *
084219*****************************************************************
084220 7200-CLOSE-CLEARED.
084221     MOVE FI-XRF-LOW-DATE TO FB-EXR-RUN-DATE.
084222     MOVE 0               TO FB-EXR-RUN-SEQ.
084223     MOVE 0               TO FB-EXR-CYCLE-NUM.
084224     MOVE LOW-VALUES      TO FB-EXR-TYPE.
084225     MOVE "N" TO FI-EXR-EOF-SW.
084226     START EXR-FILE KEY NOT LESS THAN FB-EXR-KEY
084227         INVALID KEY
084228             GO TO 7200-EXIT
084229     END-START.
084230     IF FI-EXR-FILE-STATUS NOT = "00"
084231         DISPLAY "FBEXCREG - EXCPREG START FAILED - FILE STATUS "
084232             FI-EXR-FILE-STATUS
084233         GO TO 1900-FATAL
084234     END-IF.
084235     PERFORM 7210-CLOSE-ONE-ITEM THRU 7210-EXIT
084236         UNTIL FI-EXR-EOF.
084237 7200-EXIT.
084238     EXIT.
084239*****************************************************************
084240*  7210-CLOSE-ONE-ITEM - READ THE NEXT REGISTER ITEM AND        *
084241*                        CLOSE IT IF IT IS AN OPEN R ITEM NOT   *
084242*                        STAMPED BY THIS RUN, LISTING IT AS     *
084243*                        CLEARED.  THE BROWSE ENDS PAST THE     *
084244*                        LAST RUN DATE THE CHECK COVERED.  A    *
084245*                        WRITTEN-OFF ITEM, OR ONE FOR A CYCLE   *
084246*                        OUTSIDE THE CYCLES THE CHECK READ, IS  *
084247*                        LEFT ALONE.                            *
084248*****************************************************************
084249 7210-CLOSE-ONE-ITEM.
084250     PERFORM 8310-READ-NEXT THRU 8310-EXIT.
084251     IF FI-EXR-EOF
084252         GO TO 7210-EXIT
084253     END-IF.
084254     IF FB-EXR-RUN-DATE > FI-XRF-HIGH-DATE
084255         SET FI-EXR-EOF TO TRUE
084256         GO TO 7210-EXIT
084257     END-IF.
084258     IF NOT FB-EXR-CROSS-RUN OR NOT FB-EXR-OPEN
084259         GO TO 7210-EXIT
084260     END-IF.
084261     IF FB-EXR-CYCLE-NUM < FI-XRF-LOW-CYCLE
084262         OR FB-EXR-CYCLE-NUM > FI-XRF-HIGH-CYCLE
084263         GO TO 7210-EXIT
084264     END-IF.
084265     IF FB-EXR-SEEN-DATE = FI-RUN-DATE
084266         AND FB-EXR-SEEN-TIME = FI-STAMP-TIME
084267         GO TO 7210-EXIT
084268     END-IF.
084269     SET FB-EXR-CLOSED TO TRUE.
084270     MOVE FI-RUN-DATE TO FB-EXR-STATUS-DATE.
084271     REWRITE FB-EXR-RECORD.
084272     IF FI-EXR-FILE-STATUS NOT = "00" AND "02"
084273         DISPLAY "FBEXCREG - EXCPREG REWRITE FAILED - FILE "
084274             "STATUS " FI-EXR-FILE-STATUS " AT CYCLE "
084275                 FB-EXR-CYCLE-NUM
084276         GO TO 1900-FATAL
084277     END-IF.
084278     ADD 1 TO FI-CLEARED-CT.
084279     MOVE SPACES TO FI-XRF-LINE.
084280     MOVE FB-EXR-CYCLE-NUM TO FI-XL-CYCLE.
084281     MOVE FB-EXR-EXPECT-CD TO FI-XL-ERL-CODE.
084282     MOVE FB-EXR-RUN-DATE  TO FI-DATE-NUM.
084283     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
084284     MOVE FI-DATE-EDIT     TO FI-XL-LTR-DATE.
084285     MOVE FB-EXR-RUN-SEQ   TO FI-XL-LTR-SEQ.
084286     MOVE FB-EXR-ACTUAL-CD TO FI-XL-LTR-CODE.
084287     MOVE "CLOSED AS CLEARED" TO FI-XL-RESULT.
084288     MOVE FI-XRF-LINE TO FB-PRT-LINE.
084289     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
084290 7210-EXIT.
084291     EXIT.
084292*****************************************************************
084293*  9000-TERMINATE - SET THE DAILY AND CROSS-RUN RETURN CODES    *
084300*                   AND CLOSE UP.  THE MONTH-END RETURN CODE IS *
084400*                   SET BY 6000-MONTH-END-RESULT.               *
084500*****************************************************************
084600 9000-TERMINATE.
084700     IF FI-DAILY
084800         MOVE FI-REJECT-CT TO FI-ERROR-CT
084900         IF FI-REJECT-CT > 0
085000             DISPLAY "FBEXCREG - " FI-REJECT-CT " TRANSACTIONS "
085100                 "REJECTED - SEE EXCRPT - RETURN CODE 8"
085200             MOVE 8 TO RETURN-CODE
085300         ELSE
085400             MOVE 0 TO RETURN-CODE
085500         END-IF
085600         DISPLAY "FBEXCREG - TRANSACTIONS " FI-TRANS-CT
085700             " APPLIED " FI-APPLIED-CT
085800             " ALREADY APPLIED " FI-ALREADY-CT
085900             " REJECTED " FI-REJECT-CT
086000     END-IF.
086010     IF FI-CROSS-RUN
086020         MOVE FI-CONFLICT-CT TO FI-ERROR-CT
086030         IF FI-CONFLICT-CT > 0
086040             MOVE 4 TO RETURN-CODE
086050         ELSE
086060             MOVE 0 TO RETURN-CODE
086070         END-IF
086080     END-IF.
086100     DISPLAY "FBEXCREG - OPEN " FI-OPEN-CT " HELD " FI-HELD-CT
086200         " CLOSED " FI-CLOSED-CT " WRITTEN OFF "
086300         FI-WRITTEN-OFF-CT.
086400     CLOSE PRT-FILE.
086500     IF NOT FI-EXR-EMPTY
086600         CLOSE EXR-FILE
086700     END-IF.
086800 9000-EXIT.
086900     EXIT.
087000*****************************************************************
087100*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
087200*                       RUN LOG - EVENT S AT START OF RUN, EVENT*
087300*                       E AT END, AS SET IN FI-LOG-EVENT-CD BY  *
087400*                       THE CALLER.  THE EXCEPTION COUNTS ARE   *
087500*                       FBRECON'S AND ARE LOGGED AS ZERO - A    *
087600*                       MONTH-END HOLD COUNTS ITEMS FBRECON HAS *
087700*                       ALREADY LOGGED.  A LOG THAT CANNOT BE   *
087800*                       OPENED IS BYPASSED - LOGGING MUST NEVER *
087900*                       TAKE THE RUN DOWN.                      *
088000*****************************************************************
088100 8000-WRITE-RUN-LOG.
088200     OPEN EXTEND LOG-FILE.
088300     IF FI-LOG-FILE-STATUS NOT = "00" AND "05"
088400         GO TO 8000-EXIT
088500     END-IF.
088600     MOVE SPACES TO FB-LOG-RECORD.
088700     MOVE "FBEXCREG" TO FB-LOG-PROGRAM.
088800     ACCEPT FI-LOG-STAMP-DATE FROM DATE YYYYMMDD.
088900     ACCEPT FI-TIME-RAW FROM TIME.
089000     MOVE FI-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
089100     MOVE FI-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
089200     MOVE FI-LOG-EVENT-CD   TO FB-LOG-EVENT.
089300     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
089400     MOVE FI-RECS-READ      TO FB-LOG-RECS-READ.
089500     MOVE FI-RECS-WRITTEN   TO FB-LOG-RECS-WRITTEN.
089600     MOVE "N"               TO FB-LOG-RESTART-SW.
089700     MOVE 0 TO FB-LOG-MISSING-CT.
089800     MOVE 0 TO FB-LOG-DUP-CT.
089900     MOVE 0 TO FB-LOG-UNMATCHED-CT.
090000     MOVE 0 TO FB-LOG-MISCLASS-CT.
090100     WRITE FB-LOG-RECORD.
090200     CLOSE LOG-FILE.
090300 8000-EXIT.
090400     EXIT.
090500*****************************************************************
090600*  8300-START-BROWSE - POSITION AT THE FIRST ITEM ON THE        *
090700*                      REGISTER.  AN EMPTY REGISTER ENDS THE    *
090800*                      BROWSE AT ONCE.                          *
090900*****************************************************************
091000 8300-START-BROWSE.
091100     MOVE "N" TO FI-EXR-EOF-SW.
091200     MOVE LOW-VALUES TO FB-EXR-KEY.
091300     START EXR-FILE KEY NOT LESS THAN FB-EXR-KEY
091400         INVALID KEY
091500             SET FI-EXR-EOF TO TRUE
091600             GO TO 8300-EXIT
091700     END-START.
091800     IF FI-EXR-FILE-STATUS NOT = "00"
091900         DISPLAY "FBEXCREG - EXCPREG START FAILED - FILE STATUS "
092000             FI-EXR-FILE-STATUS
092100         GO TO 1900-FATAL
092200     END-IF.
092300 8300-EXIT.
092400     EXIT.
092500*****************************************************************
092600*  8310-READ-NEXT - READ THE NEXT REGISTER ITEM IN KEY ORDER.   *
092700*****************************************************************
092800 8310-READ-NEXT.
092900     READ EXR-FILE NEXT RECORD
093000         AT END
093100             SET FI-EXR-EOF TO TRUE
093200             GO TO 8310-EXIT
093300     END-READ.
093400     IF FI-EXR-FILE-STATUS NOT = "00" AND "02"
093500         DISPLAY "FBEXCREG - EXCPREG READ FAILED - FILE STATUS "
093600             FI-EXR-FILE-STATUS
093700         GO TO 1900-FATAL
093800     END-IF.
093900     ADD 1 TO FI-RECS-READ.
094000 8310-EXIT.
094100     EXIT.
094200*****************************************************************
094300*  8400-AGE-ITEM - FIND THE ITEM'S TYPE ROW AND WORK OUT ITS AGE*
094400*                  IN DAYS SINCE IT WAS FIRST RAISED, AND THE   *
094500*                  AGE BAND IT FALLS IN.  A RAISED DATE THAT IS *
094600*                  NOT A DATE, OR IS AFTER TODAY, AGES AS ZERO. *
094700*****************************************************************
094800 8400-AGE-ITEM.
094900     MOVE "N" TO FI-FOUND-SW.
095000     MOVE FB-EXR-TYPE TO FI-TYPE-CD.
095100     PERFORM 8410-MATCH-TYPE THRU 8410-EXIT
095200         VARYING FI-TYPE-SUB FROM 1 BY 1
095300         UNTIL FI-TYPE-SUB > 5 OR FI-FOUND.
095400     IF FI-FOUND
095500         SUBTRACT 1 FROM FI-TYPE-SUB
095600     END-IF.
095700     MOVE 0 TO FI-AGE-DAYS.
095800     IF FB-EXR-RAISED-DATE NUMERIC
095900         AND FB-EXR-RAISED-DATE > 16010100
096000         AND FB-EXR-RAISED-DATE < FI-RUN-DATE
096100         COMPUTE FI-AGE-DAYS =
096200             FUNCTION INTEGER-OF-DATE (FI-RUN-DATE) -
096300             FUNCTION INTEGER-OF-DATE (FB-EXR-RAISED-DATE)
096400     END-IF.
096500     EVALUATE TRUE
096600         WHEN FI-AGE-DAYS NOT > 1
096700             MOVE 1 TO FI-BAND-SUB
096800         WHEN FI-AGE-DAYS NOT > 7
096900             MOVE 2 TO FI-BAND-SUB
097000         WHEN FI-AGE-DAYS NOT > 30
097100             MOVE 3 TO FI-BAND-SUB
097200         WHEN FI-AGE-DAYS NOT > 90
097300             MOVE 4 TO FI-BAND-SUB
097400         WHEN OTHER
097500             MOVE 5 TO FI-BAND-SUB
097600     END-EVALUATE.
097700 8400-EXIT.
097800     EXIT.
097900*****************************************************************
098000*  8410-MATCH-TYPE - TEST ONE TYPE TABLE ENTRY.                 *
098100*****************************************************************
098200 8410-MATCH-TYPE.
098300     IF FI-TT-CODE (FI-TYPE-SUB) = FI-TYPE-CD
098400         SET FI-FOUND TO TRUE
098500     END-IF.
098600 8410-EXIT.
098700     EXIT.
098800*****************************************************************
098900*  8600-EDIT-DATE - EDIT FI-DATE-NUM (YYYYMMDD) INTO            *
099000*                   FI-DATE-EDIT (YYYY-MM-DD).                  *
099100*****************************************************************
099200 8600-EDIT-DATE.
099300     MOVE FI-DN-YYYY TO FI-DE-YYYY.
099400     MOVE FI-DN-MM   TO FI-DE-MM.
099500     MOVE FI-DN-DD   TO FI-DE-DD.
099600 8600-EXIT.
099700     EXIT.
099800*****************************************************************
099900*  8610-EDIT-PERIOD - EDIT FI-PER-NUM (YYYYMM) INTO FI-PER-EDIT *
100000*                     (YYYY-MM).                                *
100100*****************************************************************
100200 8610-EDIT-PERIOD.
100300     MOVE FI-PN-YYYY TO FI-PE-YYYY.
100400     MOVE FI-PN-MM   TO FI-PE-MM.
100500 8610-EXIT.
100600     EXIT.
100700*****************************************************************
100800*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
100900*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
101000*              LEAVES ONE.                                      *
101100*****************************************************************
101200 9999-EXIT.
101300     MOVE "E" TO FI-LOG-EVENT-CD.
101400     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
101500     STOP RUN.
