000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBCHARGE.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBCHARGE                                                     *
001000*                                                               *
001100*  MONTHLY CHARGEBACK OF CLASSIFICATION VOLUME BY BUSINESS UNIT.*
001200*  EACH CTLIN RANGE BELONGS TO A BUSINESS UNIT, AND EVERY       *
001300*  CLASSIFIED DETAIL IS STAMPED WITH ITS RANGE IDENTIFIER       *
001400*  (FB-OUT-RANGE-ID - SEE FBOUTRC), SO THE PERIOD'S MTDFILE     *
001500*  ALREADY HOLDS WHAT FINANCE USED TO ALLOCATE BY HAND FROM THE *
001600*  FBVOLRPT TOTALS.  RUN IN FBMONTH BEFORE FBMCLOSE RESETS      *
001700*  MTDFILE, THIS PROGRAM -                                      *
001800*      - TOTALS THE PERIOD'S CLASSIFIED CYCLES PER UNIT (RANGE  *
001900*        IDENTIFIER) AND CLASS CODE, EACH NIGHT UNDER THE RATE  *
002000*        SET IN FORCE ON ITS RUN DATE (RATEMAST - SEE FBRATRC); *
002100*      - PRICES THEM AT THE RATE PER THOUSAND CYCLES FOR THE    *
002200*        CODE, AND BRINGS A UNIT WHOSE USAGE FALLS SHORT OF THE *
002300*        MINIMUM MONTHLY CHARGE UP TO IT;                       *
002400*      - PRINTS ONE CHARGEBACK STATEMENT PAGE PER UNIT (CHGRPT);*
002500*      - WRITES THE FIXED-LAYOUT CHARGEBACK FILE FOR THE        *
002600*        GENERAL-LEDGER FEED (CHGFEED - SEE FBCHGRC);           *
002700*      - PROVES THE DETAIL CYCLES OF EVERY CLASS CODE AGAINST   *
002800*        THE PERIOD'S OUTFILE TRAILER TOTALS, AS FBMCLOSE DOES, *
002900*        AND PRINTS THE CONTROL TOTALS TYING THE STATEMENTS AND *
003000*        THE FEED BACK TO THEM.                                 *
003100*  A PERIOD THAT DOES NOT PROVE, OR HAS CYCLES NO RATE SET      *
003200*  PRICES, STILL GETS ITS STATEMENTS - MARKED DRAFT - BUT       *
003300*  CHGFEED IS LEFT EMPTY, SO NOTHING UNPROVED REACHES THE       *
003400*  LEDGER.  A UNIT IS BILLED FOR A PERIOD IN WHICH IT HAD       *
003500*  CLASSIFIED CYCLES.                                           *
003600*                                                               *
003700*  RETURN CODES - 0 BILLED, 4 NOTHING ON MTDFILE TO BILL, 8 NOT *
003800*  BILLED (TOTALS DISAGREE OR CYCLES UNPRICED - FBMONTH HOLDS   *
003900*  THE CLOSE), 16 RATEMAST, MTDFILE OR CHGFEED UNUSABLE, OR MORE*
004000*  UNITS THAN THE TABLE HOLDS.                                  *
004100*                                                               *
004200*  MODIFICATION HISTORY                                         *
004300*  ---------------------------------------------------------    *
004400*  2026-10-15  RLB  INITIAL VERSION.                            *
004420*  2026-10-15  RLB  EMPTY CHGFEED BEFORE RATEMAST IS LOADED, SO *
004440*                   A RATE MASTER FAILURE CANNOT LEAVE LAST     *
004460*                   MONTH'S FEED IN PLACE.                      *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-ZSERIES.
004900 OBJECT-COMPUTER.   IBM-ZSERIES.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT MTD-FILE ASSIGN TO "MTDFILE"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FF-MTD-FILE-STATUS.
005500     SELECT RAT-FILE ASSIGN TO "RATEMAST"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FF-RAT-FILE-STATUS.
005800     SELECT CHG-FILE ASSIGN TO "CHGFEED"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FF-CHG-FILE-STATUS.
006100     SELECT PRT-FILE ASSIGN TO "CHGRPT"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FF-LOG-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  MTD-FILE
006900     RECORDING MODE IS F.
007000     COPY FBOUTRC.
007100 FD  RAT-FILE
007200     RECORDING MODE IS F.
007300     COPY FBRATRC.
007400 FD  CHG-FILE
007500     RECORDING MODE IS F.
007600     COPY FBCHGRC.
007700 FD  PRT-FILE
007800     RECORDING MODE IS F.
007900     COPY FBPRTRC.
008000 FD  LOG-FILE
008100     RECORDING MODE IS F.
008200     COPY FBLOGRC.
008300 WORKING-STORAGE SECTION.
008400 01  FF-LOG-AREAS.
008500     05  FF-LOG-FILE-STATUS  PIC X(02) VALUE "00".
008600     05  FF-LOG-EVENT-CD     PIC X(01) VALUE "S".
008700     05  FF-RECS-READ        PIC 9(09) VALUE 0.
008800     05  FF-RECS-WRITTEN     PIC 9(09) VALUE 0.
008900     05  FF-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
009000     05  FF-TIME-RAW.
009100         10  FF-TIME-HHMMSS  PIC 9(06).
009200         10  FILLER          PIC 9(02).
009300 01  FF-SWITCHES.
009400     05  FF-MTD-EOF-SW       PIC X(01) VALUE "N".
009500         88  FF-MTD-EOF                VALUE "Y".
009600     05  FF-RAT-EOF-SW       PIC X(01) VALUE "N".
009700         88  FF-RAT-EOF                VALUE "Y".
009800     05  FF-FOUND-SW         PIC X(01) VALUE "N".
009900         88  FF-FOUND                  VALUE "Y".
010000     05  FF-PROOF-SW         PIC X(01) VALUE "N".
010100         88  FF-PROOF-FAILED           VALUE "Y".
010200     05  FF-FEED-SW          PIC X(01) VALUE "N".
010300         88  FF-FEED-BILLED            VALUE "Y".
010400 01  FF-WORK-AREAS.
010500     05  FF-MTD-FILE-STATUS  PIC X(02) VALUE "00".
010600     05  FF-RAT-FILE-STATUS  PIC X(02) VALUE "00".
010700     05  FF-CHG-FILE-STATUS  PIC X(02) VALUE "00".
010800     05  FF-RUN-DATE         PIC 9(08) VALUE 0.
010900     05  FF-FIRST-DATE       PIC 9(08) VALUE 0.
011000     05  FF-LAST-DATE        PIC 9(08) VALUE 0.
011100     05  FF-PERIOD           PIC 9(06) VALUE 0.
011200     05  FF-HDR-CT           PIC 9(05) VALUE 0.
011300     05  FF-TRAILER-CT       PIC 9(05) VALUE 0.
011400     05  FF-DETAIL-CT        PIC 9(09) VALUE 0.
011500     05  FF-TRL-TOTAL        PIC 9(09) VALUE 0.
011600     05  FF-UNPRICED-CT      PIC 9(09) VALUE 0.
011700     05  FF-DISAGREE-CT      PIC 9(02) VALUE 0.
011800     05  FF-CUR-SET          PIC 9(02) VALUE 0.
011900     05  FF-MIN-SET          PIC 9(02) VALUE 0.
012000     05  FF-SEL-DATE         PIC 9(08) VALUE 0.
012100     05  FF-SEL-SUB          PIC 9(02) VALUE 0.
012200     05  FF-SET-SUB          PIC 9(02) VALUE 0.
012300     05  FF-ENTRY-SUB        PIC 9(01) VALUE 0.
012400     05  FF-RATE-ENTRY       PIC 9(01) VALUE 0.
012500     05  FF-UNIT-CT          PIC 9(02) VALUE 0.
012600     05  FF-UNIT-MAX         PIC 9(02) VALUE 50.
012700     05  FF-UNIT-SUB         PIC 9(02) VALUE 0.
012800     05  FF-CODE-CT          PIC 9(02) VALUE 0.
012900     05  FF-CODE-MAX         PIC 9(02) VALUE 10.
013000     05  FF-CODE-SUB         PIC 9(02) VALUE 0.
013100     05  FF-TALLY-CODE       PIC X(01) VALUE SPACE.
013200     05  FF-TRL-ENTRY        PIC 9(01) VALUE 0.
013300     05  FF-LINE-AMOUNT      PIC 9(09)V99 VALUE 0.
013400     05  FF-UNIT-USAGE       PIC 9(09)V99 VALUE 0.
013500     05  FF-UNIT-ADJUST      PIC 9(09)V99 VALUE 0.
013600     05  FF-UNIT-TOTAL       PIC 9(09)V99 VALUE 0.
013700     05  FF-MIN-CHARGE       PIC 9(07)V99 VALUE 0.
013800     05  FF-BILLED-CYCLES    PIC 9(11) VALUE 0.
013900     05  FF-BILLED-AMOUNT    PIC 9(11)V99 VALUE 0.
014000     05  FF-FEED-DTL-CT      PIC 9(09) VALUE 0.
014100     05  FF-FEED-CYCLES      PIC 9(11) VALUE 0.
014200     05  FF-FEED-AMOUNT      PIC 9(11)V99 VALUE 0.
014300     05  FF-ED-CT            PIC ZZZ,ZZZ,ZZ9.
014400     05  FF-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014500     05  FF-ED-LINES         PIC ZZZ,ZZ9.
014600     05  FF-DATE-NUM.
014700         10  FF-DN-YYYY      PIC 9(04).
014800         10  FF-DN-MM        PIC 9(02).
014900         10  FF-DN-DD        PIC 9(02).
015000     05  FF-DATE-EDIT.
015100         10  FF-DE-YYYY      PIC 9(04).
015200         10  FILLER          PIC X(01) VALUE "-".
015300         10  FF-DE-MM        PIC 9(02).
015400         10  FILLER          PIC X(01) VALUE "-".
015500         10  FF-DE-DD        PIC 9(02).
015600     05  FF-FIRST-EDIT       PIC X(10) VALUE SPACES.
015700     05  FF-LAST-EDIT        PIC X(10) VALUE SPACES.
015800     05  FF-PERIOD-EDIT      PIC X(07) VALUE SPACES.
015900*****************************************************************
016000*  FF-RATE-SETS - EVERY RATE SET ON RATEMAST, IN MASTER ORDER.  *
016100*****************************************************************
016200 01  FF-RATE-SETS.
016300     05  FF-RS-CT            PIC 9(02) VALUE 0.
016400     05  FF-RS-MAX           PIC 9(02) VALUE 20.
016500     05  FF-RS-ENTRY OCCURS 20 TIMES.
016600         10  FF-RS-EFF-DATE      PIC 9(08).
016700         10  FF-RS-VERSION       PIC 9(05).
016800         10  FF-RS-MIN-CHARGE    PIC 9(07)V99.
016900         10  FF-RS-RATES.
017000             15  FF-RS-RATE-ENTRY OCCURS 5 TIMES.
017100                 20  FF-RS-CODE      PIC X(01).
017200                 20  FF-RS-PER-THOU  PIC 9(05)V9(04).
017300*****************************************************************
017400*  FF-UNIT-TABLE - ONE ENTRY PER BUSINESS UNIT SEEN ON THE      *
017500*  PERIOD, IN ORDER OF FIRST APPEARANCE, WITH ITS CYCLE COUNTS  *
017600*  BY RATE SET AND RATE ENTRY - THE RATE SET SUBSCRIPT MATCHES  *
017700*  FF-RATE-SETS, SO EACH COUNT IS PRICED BY THE SET IN FORCE    *
017800*  WHEN ITS CYCLES WERE CLASSIFIED.                             *
017900*****************************************************************
018000 01  FF-UNIT-TABLE.
018100     05  FF-UNIT-ENTRY OCCURS 50 TIMES.
018200         10  FF-UN-ID            PIC X(08).
018300         10  FF-UN-CYCLES        PIC 9(09).
018400         10  FF-UN-UNPRICED      PIC 9(09).
018500         10  FF-UN-SET OCCURS 20 TIMES.
018600             15  FF-UN-CODE-CT   PIC 9(09) OCCURS 5 TIMES.
018700*****************************************************************
018800*  FF-CODE-TABLE - PERIOD CYCLES BY CLASS CODE, FROM THE DETAILS*
018900*  AND FROM THE OUTFILE TRAILERS, FOR THE TIE-BACK PROOF.       *
019000*****************************************************************
019100 01  FF-CODE-TABLE.
019200     05  FF-CODE-ENTRY OCCURS 10 TIMES.
019300         10  FF-CD-CODE          PIC X(01).
019400         10  FF-CD-DETAIL-CT     PIC 9(09).
019500         10  FF-CD-TRAILER-CT    PIC 9(09).
019600*****************************************************************
019700*  STATEMENT AND CONTROL PAGE PRINT LINES.                      *
019800*****************************************************************
019900 01  FF-HDG1-LINE.
020000     05  FILLER              PIC X(32) VALUE
020100         "FIZZBUZZ CLASSIFICATION SERVICE ".
020200     05  FILLER              PIC X(32) VALUE
020300         "- MONTHLY CHARGEBACK STATEMENT".
020400 01  FF-COLHDG-LINE.
020500     05  FILLER              PIC X(11) VALUE "    CLASS".
020600     05  FILLER              PIC X(08) VALUE "RATE VER".
020700     05  FILLER              PIC X(11) VALUE "     CYCLES".
020800     05  FILLER              PIC X(05) VALUE SPACES.
020900     05  FILLER              PIC X(11) VALUE "  RATE/1000".
021000     05  FILLER              PIC X(04) VALUE SPACES.
021100     05  FILLER              PIC X(14) VALUE "        AMOUNT".
021200 01  FF-STMT-LINE.
021300     05  FILLER              PIC X(08) VALUE SPACES.
021400     05  FF-SL-CODE          PIC X(01).
021500     05  FILLER              PIC X(02) VALUE SPACES.
021600     05  FF-SL-VER           PIC ZZZZ9.
021700     05  FILLER              PIC X(03) VALUE SPACES.
021800     05  FF-SL-CYCLES        PIC ZZZ,ZZZ,ZZ9.
021900     05  FILLER              PIC X(05) VALUE SPACES.
022000     05  FF-SL-RATE          PIC ZZ,ZZ9.9999.
022100     05  FILLER              PIC X(04) VALUE SPACES.
022200     05  FF-SL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
022300 01  FF-TOTAL-LINE.
022400     05  FILLER              PIC X(04) VALUE SPACES.
022500     05  FF-TL-LABEL         PIC X(15).
022600     05  FF-TL-CYCLES        PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
022700     05  FILLER              PIC X(20) VALUE SPACES.
022800     05  FF-TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
022900     05  FILLER              PIC X(02) VALUE SPACES.
023000     05  FF-TL-NOTE          PIC X(40).
023100 01  FF-CTLHDG-LINE.
023200     05  FILLER              PIC X(11) VALUE "    CLASS".
023300     05  FILLER              PIC X(11) VALUE "    DETAILS".
023400     05  FILLER              PIC X(03) VALUE SPACES.
023500     05  FILLER              PIC X(11) VALUE "   TRAILERS".
023600 01  FF-CTL-LINE.
023700     05  FILLER              PIC X(08) VALUE SPACES.
023800     05  FF-CL-CODE          PIC X(01).
023900     05  FILLER              PIC X(02) VALUE SPACES.
024000     05  FF-CL-DETAILS       PIC ZZZ,ZZZ,ZZ9.
024100     05  FILLER              PIC X(03) VALUE SPACES.
024200     05  FF-CL-TRAILERS      PIC ZZZ,ZZZ,ZZ9.
024300     05  FILLER              PIC X(03) VALUE SPACES.
024400     05  FF-CL-VERDICT       PIC X(08).
024500 PROCEDURE DIVISION.
024600*****************************************************************
024700*  0000-MAINLINE                                                *
024800*****************************************************************
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
025100     PERFORM 2000-TALLY-RECORD   THRU 2000-EXIT
025200         UNTIL FF-MTD-EOF.
025300     PERFORM 3000-PROVE-TOTALS   THRU 3000-EXIT.
025400     PERFORM 4000-BILL-UNITS     THRU 4000-EXIT.
025500     PERFORM 7000-PRINT-CONTROLS THRU 7000-EXIT.
025600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
025700     GO TO 9999-EXIT.
025750*****************************************************************
025800*  1000-INITIALIZE - OPEN CHGFEED, LOAD THE RATE MASTER, OPEN THE*
025850*                    OTHER FILES AND PRIME THE MONTH-TO-DATE    *
025900*                    INPUT.  CHGFEED IS OPENED (AND SO EMPTIED) *
025950*                    BEFORE ANYTHING ELSE CAN FAIL - A FEED LEFT*
026000*                    FROM LAST MONTH MUST NEVER BE SENT AGAIN IN*
026050*                    PLACE OF ONE THIS RUN WITHHELD.            *
026100*****************************************************************
026150 1000-INITIALIZE.
026200     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
026250     ACCEPT FF-RUN-DATE FROM DATE YYYYMMDD.
026300     INITIALIZE FF-UNIT-TABLE.
026350     INITIALIZE FF-CODE-TABLE.
026400     OPEN OUTPUT CHG-FILE.
026450     IF FF-CHG-FILE-STATUS NOT = "00"
026500         DISPLAY "FBCHARGE - CHGFEED COULD NOT BE OPENED - FILE "
026550             "STATUS " FF-CHG-FILE-STATUS
026600             " - ENDING RUN - RETURN CODE 16"
026650         MOVE 16 TO RETURN-CODE
026700         GO TO 9999-EXIT
026750     END-IF.
026800     PERFORM 8100-LOAD-RATE-SETS THRU 8100-EXIT.
027900     OPEN INPUT MTD-FILE.
028000     IF FF-MTD-FILE-STATUS NOT = "00"
028100         DISPLAY "FBCHARGE - MTDFILE COULD NOT BE OPENED - FILE "
028200             "STATUS " FF-MTD-FILE-STATUS
028300             " - ENDING RUN - RETURN CODE 16"
028400         MOVE 16 TO RETURN-CODE
028500         CLOSE CHG-FILE
028600         GO TO 9999-EXIT
028700     END-IF.
028800     OPEN OUTPUT PRT-FILE.
028900     PERFORM 1100-READ-MTD THRU 1100-EXIT.
029000 1000-EXIT.
029100     EXIT.
029200*****************************************************************
029300*  1100-READ-MTD - READ THE NEXT MONTH-TO-DATE RECORD.          *
029400*****************************************************************
029500 1100-READ-MTD.
029600     READ MTD-FILE
029700         AT END
029800             MOVE "Y" TO FF-MTD-EOF-SW
029900     END-READ.
030000     IF NOT FF-MTD-EOF
030100         ADD 1 TO FF-RECS-READ
030200     END-IF.
030300 1100-EXIT.
030400     EXIT.
030500*****************************************************************
030600*  1900-FATAL - END THE RUN WITH RETURN CODE 16 ON A CONDITION  *
030700*               THE CALLER HAS ALREADY DISPLAYED.  CHGFEED IS   *
030800*               CLOSED EMPTY.                                   *
030900*****************************************************************
031000 1900-FATAL.
031100     DISPLAY "FBCHARGE - ENDING RUN - RETURN CODE 16".
031200     MOVE 16 TO RETURN-CODE.
031300     CLOSE MTD-FILE CHG-FILE PRT-FILE.
031400     GO TO 9999-EXIT.
031500 1900-EXIT.
031600     EXIT.
031700*****************************************************************
031800*  2000-TALLY-RECORD - PROCESS ONE MONTH-TO-DATE RECORD.  A     *
031900*                      HEADER SELECTS THE RATE SET FOR ITS      *
032000*                      NIGHT, A DETAIL IS COUNTED TO ITS UNIT   *
032100*                      AND CLASS CODE, A TRAILER IS ADDED TO THE*
032200*                      TRAILER TOTALS BY CODE.                  *
032300*****************************************************************
032400 2000-TALLY-RECORD.
032500     EVALUATE TRUE
032600         WHEN FB-OUT-HEADER
032700             PERFORM 2400-START-NIGHT  THRU 2400-EXIT
032800         WHEN FB-OUT-DETAIL
032900             PERFORM 2100-TALLY-DETAIL THRU 2100-EXIT
033000         WHEN FB-OUT-TRAILER
033100             PERFORM 2500-ADD-TRAILER  THRU 2500-EXIT
033200         WHEN OTHER
033300             CONTINUE
033400     END-EVALUATE.
033500     PERFORM 1100-READ-MTD THRU 1100-EXIT.
033600 2000-EXIT.
033700     EXIT.
033800*****************************************************************
033900*  2100-TALLY-DETAIL - COUNT ONE CLASSIFIED CYCLE FOR THE PROOF,*
034000*                      THEN TO ITS UNIT UNDER THE NIGHT'S RATE  *
034100*                      SET AND THE RATE ENTRY FOR ITS CLASS     *
034200*                      CODE.  NO RATE SET IN FORCE, OR NO ENTRY *
034300*                      FOR THE CODE, LEAVES THE CYCLE UNPRICED. *
034400*****************************************************************
034500 2100-TALLY-DETAIL.
034600     ADD 1 TO FF-DETAIL-CT.
034700     MOVE FB-OUT-CLASS-CD TO FF-TALLY-CODE.
034800     PERFORM 2300-FIND-CODE THRU 2300-EXIT.
034900     IF FF-CODE-SUB > 0
035000         ADD 1 TO FF-CD-DETAIL-CT (FF-CODE-SUB)
035100     END-IF.
035200     PERFORM 2200-FIND-UNIT THRU 2200-EXIT.
035300     ADD 1 TO FF-UN-CYCLES (FF-UNIT-SUB).
035400     MOVE "N" TO FF-FOUND-SW.
035500     IF FF-CUR-SET > 0
035600         PERFORM 2110-FIND-RATE THRU 2110-EXIT
035700             VARYING FF-ENTRY-SUB FROM 1 BY 1
035800             UNTIL FF-ENTRY-SUB > 5
035900                OR FF-FOUND
036000     END-IF.
036100     IF FF-FOUND
036200         ADD 1 TO FF-UN-CODE-CT
036300             (FF-UNIT-SUB FF-CUR-SET FF-RATE-ENTRY)
036400     ELSE
036500         ADD 1 TO FF-UN-UNPRICED (FF-UNIT-SUB)
036600         ADD 1 TO FF-UNPRICED-CT
036700     END-IF.
036800 2100-EXIT.
036900     EXIT.
037000*****************************************************************
037100*  2110-FIND-RATE - TEST ONE RATE ENTRY OF THE NIGHT'S SET      *
037200*                   AGAINST THE DETAIL'S CLASS CODE.            *
037300*****************************************************************
037400 2110-FIND-RATE.
037500     IF FF-RS-CODE (FF-CUR-SET FF-ENTRY-SUB) NOT = SPACE
037600         AND FF-RS-CODE (FF-CUR-SET FF-ENTRY-SUB)
037700             = FB-OUT-CLASS-CD
037800         MOVE FF-ENTRY-SUB TO FF-RATE-ENTRY
037900         SET FF-FOUND TO TRUE
038000     END-IF.
038100 2110-EXIT.
038200     EXIT.
038300*****************************************************************
038400*  2200-FIND-UNIT - POINT FF-UNIT-SUB AT THE DETAIL'S UNIT,     *
038500*                   ADDING IT ON FIRST SIGHT.  CONSECUTIVE      *
038600*                   DETAILS ARE NEARLY ALWAYS THE SAME RANGE, SO*
038700*                   THE LAST UNIT IS TRIED FIRST.  A PERIOD WITH*
038800*                   MORE UNITS THAN THE TABLE HOLDS IS FATAL -  *
038900*                   IT CANNOT BE BILLED IN PART.                *
039000*****************************************************************
039100 2200-FIND-UNIT.
039200     IF FF-UNIT-SUB > 0
039300         IF FF-UN-ID (FF-UNIT-SUB) = FB-OUT-RANGE-ID
039400             GO TO 2200-EXIT
039500         END-IF
039600     END-IF.
039700     MOVE "N" TO FF-FOUND-SW.
039800     PERFORM 2210-MATCH-UNIT THRU 2210-EXIT
039900         VARYING FF-UNIT-SUB FROM 1 BY 1
040000         UNTIL FF-UNIT-SUB > FF-UNIT-CT
040100            OR FF-FOUND.
040200     IF FF-FOUND
040300         SUBTRACT 1 FROM FF-UNIT-SUB
040400         GO TO 2200-EXIT
040500     END-IF.
040600     IF FF-UNIT-CT >= FF-UNIT-MAX
040700         DISPLAY "FBCHARGE - MTDFILE CARRIES MORE THAN "
040800             FF-UNIT-MAX " BUSINESS UNITS - RANGE "
040900             FB-OUT-RANGE-ID " CANNOT BE TABLED"
041000         PERFORM 1900-FATAL THRU 1900-EXIT
041100     END-IF.
041200     ADD 1 TO FF-UNIT-CT.
041300     MOVE FF-UNIT-CT TO FF-UNIT-SUB.
041400     MOVE FB-OUT-RANGE-ID TO FF-UN-ID (FF-UNIT-SUB).
041500 2200-EXIT.
041600     EXIT.
041700*****************************************************************
041800*  2210-MATCH-UNIT - TEST ONE TABLED UNIT AGAINST THE DETAIL.   *
041900*****************************************************************
042000 2210-MATCH-UNIT.
042100     IF FF-UN-ID (FF-UNIT-SUB) = FB-OUT-RANGE-ID
042200         SET FF-FOUND TO TRUE
042300     END-IF.
042400 2210-EXIT.
042500     EXIT.
042600*****************************************************************
042700*  2300-FIND-CODE - POINT FF-CODE-SUB AT FF-TALLY-CODE'S ENTRY  *
042800*                   IN THE PROOF TABLE, ADDING IT ON FIRST      *
042900*                   SIGHT.  A CODE PAST THE TABLE CAPACITY      *
043000*                   CANNOT BE PROVED AND FAILS THE PROOF        *
043100*                   (FF-CODE-SUB 0).                            *
043200*****************************************************************
043300 2300-FIND-CODE.
043400     MOVE "N" TO FF-FOUND-SW.
043500     PERFORM 2310-MATCH-CODE THRU 2310-EXIT
043600         VARYING FF-CODE-SUB FROM 1 BY 1
043700         UNTIL FF-CODE-SUB > FF-CODE-CT
043800            OR FF-FOUND.
043900     IF FF-FOUND
044000         SUBTRACT 1 FROM FF-CODE-SUB
044100         GO TO 2300-EXIT
044200     END-IF.
044300     IF FF-CODE-CT >= FF-CODE-MAX
044400         IF NOT FF-PROOF-FAILED
044500             DISPLAY "FBCHARGE - MORE THAN " FF-CODE-MAX
044600                 " CLASS CODES ON MTDFILE - CODE " FF-TALLY-CODE
044700                 " CANNOT BE PROVED"
044800         END-IF
044900         SET FF-PROOF-FAILED TO TRUE
045000         MOVE 0 TO FF-CODE-SUB
045100         GO TO 2300-EXIT
045200     END-IF.
045300     ADD 1 TO FF-CODE-CT.
045400     MOVE FF-CODE-CT TO FF-CODE-SUB.
045500     MOVE FF-TALLY-CODE TO FF-CD-CODE (FF-CODE-SUB).
045600 2300-EXIT.
045700     EXIT.
045800*****************************************************************
045900*  2310-MATCH-CODE - TEST ONE TABLED CLASS CODE.                *
046000*****************************************************************
046100 2310-MATCH-CODE.
046200     IF FF-CD-CODE (FF-CODE-SUB) = FF-TALLY-CODE
046300         SET FF-FOUND TO TRUE
046400     END-IF.
046500 2310-EXIT.
046600     EXIT.
046700*****************************************************************
046800*  2400-START-NIGHT - NOTE THE NIGHT'S RUN DATE FOR THE PERIOD  *
046900*                     AND SELECT THE RATE SET IN FORCE ON IT.   *
047000*                     THE FIRST HEADER NAMES THE BILLING PERIOD.*
047100*                     A HEADER WITHOUT A USABLE RUN DATE LEAVES *
047200*                     ITS NIGHT UNPRICED.                       *
047300*****************************************************************
047400 2400-START-NIGHT.
047500     ADD 1 TO FF-HDR-CT.
047600     MOVE 0 TO FF-CUR-SET.
047700     IF FB-OUT-HDR-RUN-DATE NOT NUMERIC
047800         GO TO 2400-EXIT
047900     END-IF.
048000     IF FF-FIRST-DATE = 0
048100         OR FB-OUT-HDR-RUN-DATE < FF-FIRST-DATE
048200         MOVE FB-OUT-HDR-RUN-DATE TO FF-FIRST-DATE
048300     END-IF.
048400     IF FB-OUT-HDR-RUN-DATE > FF-LAST-DATE
048500         MOVE FB-OUT-HDR-RUN-DATE TO FF-LAST-DATE
048600     END-IF.
048700     IF FF-PERIOD = 0
048800         MOVE FB-OUT-HDR-RUN-DATE (1:6) TO FF-PERIOD
048900     END-IF.
049000     MOVE FB-OUT-HDR-RUN-DATE TO FF-SEL-DATE.
049100     PERFORM 8200-SELECT-RATE-SET THRU 8200-EXIT.
049200     MOVE FF-SEL-SUB TO FF-CUR-SET.
049300 2400-EXIT.
049400     EXIT.
049500*****************************************************************
049600*  2500-ADD-TRAILER - ADD ONE TRAILER'S CATEGORY ENTRIES TO THE *
049700*                     TRAILER TOTALS BY CLASS CODE - EACH RULE  *
049800*                     ENTRY UNDER THE CODE IT CARRIES, THE PLAIN*
049900*                     COUNT UNDER P, THE CODE FIZZBUZZ STAMPS ON*
050000*                     A CYCLE NO RULE MATCHED.                  *
050100*****************************************************************
050200 2500-ADD-TRAILER.
050300     ADD 1 TO FF-TRAILER-CT.
050400     PERFORM 2510-ADD-TRL-ENTRY THRU 2510-EXIT
050500         VARYING FF-TRL-ENTRY FROM 1 BY 1
050600         UNTIL FF-TRL-ENTRY > 4.
050700     IF FB-OUT-TRL-PLAIN-CT > 0
050800         MOVE "P" TO FF-TALLY-CODE
050900         PERFORM 2300-FIND-CODE THRU 2300-EXIT
051000         IF FF-CODE-SUB > 0
051100             ADD FB-OUT-TRL-PLAIN-CT
051200                 TO FF-CD-TRAILER-CT (FF-CODE-SUB)
051300         END-IF
051400         ADD FB-OUT-TRL-PLAIN-CT TO FF-TRL-TOTAL
051500     END-IF.
051600 2500-EXIT.
051700     EXIT.
051800*****************************************************************
051900*  2510-ADD-TRL-ENTRY - ADD ONE TRAILER RULE ENTRY'S COUNT UNDER*
052000*                       ITS CODE.  AN EMPTY ENTRY IS PASSED     *
052100*                       OVER.                                   *
052200*****************************************************************
052300 2510-ADD-TRL-ENTRY.
052400     IF FB-OUT-TRL-RULE-CT (FF-TRL-ENTRY) = 0
052500         GO TO 2510-EXIT
052600     END-IF.
052700     MOVE FB-OUT-TRL-RULE-CODE (FF-TRL-ENTRY) TO FF-TALLY-CODE.
052800     PERFORM 2300-FIND-CODE THRU 2300-EXIT.
052900     IF FF-CODE-SUB > 0
053000         ADD FB-OUT-TRL-RULE-CT (FF-TRL-ENTRY)
053100             TO FF-CD-TRAILER-CT (FF-CODE-SUB)
053200     END-IF.
053300     ADD FB-OUT-TRL-RULE-CT (FF-TRL-ENTRY) TO FF-TRL-TOTAL.
053400 2510-EXIT.
053500     EXIT.
053600*****************************************************************
053700*  3000-PROVE-TOTALS - PROVE EVERY CLASS CODE'S DETAIL CYCLES   *
053800*                      AGAINST THE TRAILER TOTALS, AND DECIDE   *
053900*                      WHETHER THE PERIOD CAN BE FED TO THE     *
054000*                      LEDGER - PROVED, FULLY PRICED, AND NOT   *
054100*                      EMPTY.                                   *
054200*****************************************************************
054300 3000-PROVE-TOTALS.
054400     CLOSE MTD-FILE.
054500     PERFORM 3100-PROVE-CODE THRU 3100-EXIT
054600         VARYING FF-CODE-SUB FROM 1 BY 1
054700         UNTIL FF-CODE-SUB > FF-CODE-CT.
054800     IF FF-DETAIL-CT NOT = FF-TRL-TOTAL
054900         SET FF-PROOF-FAILED TO TRUE
055000     END-IF.
055100     IF FF-DETAIL-CT > 0
055200         AND NOT FF-PROOF-FAILED
055300         AND FF-UNPRICED-CT = 0
055400         SET FF-FEED-BILLED TO TRUE
055500     END-IF.
055600     MOVE FF-PERIOD TO FF-DATE-NUM (1:6).
055700     MOVE SPACES TO FF-PERIOD-EDIT.
055800     STRING FF-DN-YYYY DELIMITED BY SIZE
055900         "-"            DELIMITED BY SIZE
056000         FF-DN-MM       DELIMITED BY SIZE
056100         INTO FF-PERIOD-EDIT.
056200     MOVE FF-FIRST-DATE TO FF-DATE-NUM.
056300     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
056400     MOVE FF-DATE-EDIT TO FF-FIRST-EDIT.
056500     MOVE FF-LAST-DATE TO FF-DATE-NUM.
056600     PERFORM 8600-EDIT-DATE THRU 8600-EXIT.
056700     MOVE FF-DATE-EDIT TO FF-LAST-EDIT.
056800     MOVE FF-LAST-DATE TO FF-SEL-DATE.
056900     PERFORM 8200-SELECT-RATE-SET THRU 8200-EXIT.
057000     MOVE FF-SEL-SUB TO FF-MIN-SET.
057100     IF FF-MIN-SET > 0
057200         MOVE FF-RS-MIN-CHARGE (FF-MIN-SET) TO FF-MIN-CHARGE
057300     END-IF.
057400 3000-EXIT.
057500     EXIT.
057600*****************************************************************
057700*  3100-PROVE-CODE - PROVE ONE CLASS CODE.                      *
057800*****************************************************************
057900 3100-PROVE-CODE.
058000     IF FF-CD-DETAIL-CT (FF-CODE-SUB)
058100         NOT = FF-CD-TRAILER-CT (FF-CODE-SUB)
058200         SET FF-PROOF-FAILED TO TRUE
058300         ADD 1 TO FF-DISAGREE-CT
058400     END-IF.
058500 3100-EXIT.
058600     EXIT.
058700*****************************************************************
058800*  4000-BILL-UNITS - PRICE AND PRINT EACH UNIT'S STATEMENT, AND *
058900*                    WHEN THE PERIOD CAN BE FED, WRITE ITS      *
059000*                    CHARGE LINES TO CHGFEED BETWEEN A HEADER   *
059100*                    AND A TRAILER CARRYING THE FEED'S CONTROL  *
059200*                    TOTALS.                                    *
059300*****************************************************************
059400 4000-BILL-UNITS.
059500     IF FF-FEED-BILLED
059600         MOVE SPACES TO FB-CHG-RECORD
059700         MOVE "H" TO FB-CHG-REC-TYPE
059800         MOVE FF-PERIOD     TO FB-CHG-PERIOD
059900         MOVE FF-RUN-DATE   TO FB-CHG-HDR-RUN-DATE
060000         MOVE FF-FIRST-DATE TO FB-CHG-HDR-FIRST-DATE
060100         MOVE FF-LAST-DATE  TO FB-CHG-HDR-LAST-DATE
060200         WRITE FB-CHG-RECORD
060300         ADD 1 TO FF-RECS-WRITTEN
060400     END-IF.
060500     PERFORM 4100-BILL-ONE-UNIT THRU 4100-EXIT
060600         VARYING FF-UNIT-SUB FROM 1 BY 1
060700         UNTIL FF-UNIT-SUB > FF-UNIT-CT.
060800     IF FF-FEED-BILLED
060900         MOVE SPACES TO FB-CHG-RECORD
061000         MOVE "T" TO FB-CHG-REC-TYPE
061100         MOVE FF-PERIOD      TO FB-CHG-PERIOD
061200         MOVE FF-FEED-DTL-CT TO FB-CHG-TRL-REC-CT
061300         MOVE FF-UNIT-CT     TO FB-CHG-TRL-UNIT-CT
061400         MOVE FF-FEED-CYCLES TO FB-CHG-TRL-CYCLES
061500         MOVE FF-FEED-AMOUNT TO FB-CHG-TRL-AMOUNT
061600         WRITE FB-CHG-RECORD
061700         ADD 1 TO FF-RECS-WRITTEN
061800     END-IF.
061900     CLOSE CHG-FILE.
062000 4000-EXIT.
062100     EXIT.
062200*****************************************************************
062300*  4100-BILL-ONE-UNIT - ONE UNIT'S STATEMENT PAGE - A PRICED    *
062400*                       LINE PER RATE SET AND CLASS CODE, ANY   *
062500*                       UNPRICED CYCLES, THE USAGE CHARGE, THE  *
062600*                       MINIMUM MONTHLY CHARGE AND ANY          *
062700*                       ADJUSTMENT UP TO IT, AND THE TOTAL      *
062800*                       CHARGE.                                 *
062900*****************************************************************
063000 4100-BILL-ONE-UNIT.
063100     MOVE 0 TO FF-UNIT-USAGE.
063200     MOVE 0 TO FF-UNIT-ADJUST.
063300     MOVE FF-HDG1-LINE TO FB-PRT-LINE.
063400     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
063500     MOVE SPACES TO FB-PRT-LINE.
063600     STRING "PERIOD " DELIMITED BY SIZE
063700         FF-PERIOD-EDIT DELIMITED BY SIZE
063800         "   BUSINESS UNIT " DELIMITED BY SIZE
063900         FF-UN-ID (FF-UNIT-SUB) DELIMITED BY SIZE
064000         "   RUN DATES " DELIMITED BY SIZE
064100         FF-FIRST-EDIT DELIMITED BY SIZE
064200         " THRU " DELIMITED BY SIZE
064300         FF-LAST-EDIT DELIMITED BY SIZE
064400         INTO FB-PRT-LINE.
064500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
064600     IF NOT FF-FEED-BILLED
064700         MOVE SPACES TO FB-PRT-LINE
064800         STRING "*** DRAFT - NOT FED TO THE GENERAL LEDGER - SEE "
064900             "THE CONTROL TOTALS ***" DELIMITED BY SIZE
065000             INTO FB-PRT-LINE
065100         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
065200     END-IF.
065300     MOVE SPACES TO FB-PRT-LINE.
065400     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
065500     MOVE FF-COLHDG-LINE TO FB-PRT-LINE.
065600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
065700     MOVE SPACES TO FB-PRT-LINE.
065800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
065900     PERFORM 4200-BILL-RATE-SET THRU 4200-EXIT
066000         VARYING FF-SET-SUB FROM 1 BY 1
066100         UNTIL FF-SET-SUB > FF-RS-CT.
066200     IF FF-UN-UNPRICED (FF-UNIT-SUB) > 0
066300         MOVE SPACES TO FF-TOTAL-LINE
066400         MOVE "UNPRICED" TO FF-TL-LABEL
066500         MOVE FF-UN-UNPRICED (FF-UNIT-SUB) TO FF-TL-CYCLES
066600         MOVE 0 TO FF-TL-AMOUNT
066700         MOVE "NO RATE IN FORCE - NOT BILLED" TO FF-TL-NOTE
066800         MOVE FF-TOTAL-LINE TO FB-PRT-LINE
066900         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
067000     END-IF.
067100     IF FF-UNIT-USAGE < FF-MIN-CHARGE
067200         COMPUTE FF-UNIT-ADJUST = FF-MIN-CHARGE - FF-UNIT-USAGE
067300     END-IF.
067400     COMPUTE FF-UNIT-TOTAL = FF-UNIT-USAGE + FF-UNIT-ADJUST.
067500     MOVE SPACES TO FB-PRT-LINE.
067600     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
067700     MOVE SPACES TO FF-TOTAL-LINE.
067800     MOVE "USAGE CHARGE" TO FF-TL-LABEL.
067900     MOVE FF-UN-CYCLES (FF-UNIT-SUB) TO FF-TL-CYCLES.
068000     MOVE FF-UNIT-USAGE TO FF-TL-AMOUNT.
068100     MOVE FF-TOTAL-LINE TO FB-PRT-LINE.
068200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
068300     MOVE SPACES TO FF-TOTAL-LINE.
068400     MOVE "MONTHLY MINIMUM" TO FF-TL-LABEL.
068500     MOVE 0 TO FF-TL-CYCLES.
068600     MOVE FF-MIN-CHARGE TO FF-TL-AMOUNT.
068700     IF FF-MIN-SET > 0
068800         STRING "RATE VERSION " DELIMITED BY SIZE
068900             FF-RS-VERSION (FF-MIN-SET) DELIMITED BY SIZE
069000             INTO FF-TL-NOTE
069100     ELSE
069200         MOVE "NO RATE SET IN FORCE AT PERIOD END" TO FF-TL-NOTE
069300     END-IF.
069400     MOVE FF-TOTAL-LINE TO FB-PRT-LINE.
069500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
069600     IF FF-UNIT-ADJUST > 0
069700         MOVE SPACES TO FF-TOTAL-LINE
069800         MOVE "MINIMUM ADJUST" TO FF-TL-LABEL
069900         MOVE 0 TO FF-TL-CYCLES
070000         MOVE FF-UNIT-ADJUST TO FF-TL-AMOUNT
070100         MOVE "USAGE BELOW THE MONTHLY MINIMUM" TO FF-TL-NOTE
070200         MOVE FF-TOTAL-LINE TO FB-PRT-LINE
070300         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
070400         IF FF-FEED-BILLED
070500             MOVE SPACES TO FB-CHG-RECORD
070600             MOVE "D" TO FB-CHG-REC-TYPE
070700             MOVE FF-PERIOD TO FB-CHG-PERIOD
070800             MOVE FF-UN-ID (FF-UNIT-SUB) TO FB-CHG-UNIT
070900             MOVE "M" TO FB-CHG-LINE-TYPE
071000             MOVE FF-RS-VERSION (FF-MIN-SET) TO FB-CHG-RATE-VER
071100             MOVE 0 TO FB-CHG-CYCLES
071200             MOVE 0 TO FB-CHG-RATE
071300             MOVE FF-UNIT-ADJUST TO FB-CHG-AMOUNT
071400             PERFORM 4400-WRITE-FEED-LINE THRU 4400-EXIT
071500         END-IF
071600     END-IF.
071700     MOVE SPACES TO FB-PRT-LINE.
071800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
071900     MOVE SPACES TO FF-TOTAL-LINE.
072000     MOVE "TOTAL CHARGE" TO FF-TL-LABEL.
072100     MOVE 0 TO FF-TL-CYCLES.
072200     MOVE FF-UNIT-TOTAL TO FF-TL-AMOUNT.
072300     MOVE FF-TOTAL-LINE TO FB-PRT-LINE.
072400     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
072500     ADD FF-UN-CYCLES (FF-UNIT-SUB) TO FF-BILLED-CYCLES.
072600     ADD FF-UNIT-TOTAL TO FF-BILLED-AMOUNT.
072700 4100-EXIT.
072800     EXIT.
072900*****************************************************************
073000*  4200-BILL-RATE-SET - THE UNIT'S LINES PRICED UNDER ONE RATE  *
073100*                       SET.                                    *
073200*****************************************************************
073300 4200-BILL-RATE-SET.
073400     PERFORM 4300-BILL-LINE THRU 4300-EXIT
073500         VARYING FF-ENTRY-SUB FROM 1 BY 1
073600         UNTIL FF-ENTRY-SUB > 5.
073700 4200-EXIT.
073800     EXIT.
073900*****************************************************************
074000*  4300-BILL-LINE - PRICE, PRINT AND FEED ONE UNIT'S CYCLES OF  *
074100*                   ONE CLASS CODE UNDER ONE RATE SET - CYCLES  *
074200*                   TIMES THE RATE PER THOUSAND, ROUNDED TO THE *
074300*                   CENT.  AN EMPTY COUNT PRINTS NOTHING.       *
074400*****************************************************************
074500 4300-BILL-LINE.
074600     IF FF-UN-CODE-CT (FF-UNIT-SUB FF-SET-SUB FF-ENTRY-SUB) = 0
074700         GO TO 4300-EXIT
074800     END-IF.
074900     COMPUTE FF-LINE-AMOUNT ROUNDED =
075000         FF-UN-CODE-CT (FF-UNIT-SUB FF-SET-SUB FF-ENTRY-SUB)
075100         * FF-RS-PER-THOU (FF-SET-SUB FF-ENTRY-SUB) / 1000.
075200     ADD FF-LINE-AMOUNT TO FF-UNIT-USAGE.
075300     MOVE FF-RS-CODE (FF-SET-SUB FF-ENTRY-SUB) TO FF-SL-CODE.
075400     MOVE FF-RS-VERSION (FF-SET-SUB) TO FF-SL-VER.
075500     MOVE FF-UN-CODE-CT (FF-UNIT-SUB FF-SET-SUB FF-ENTRY-SUB)
075600         TO FF-SL-CYCLES.
075700     MOVE FF-RS-PER-THOU (FF-SET-SUB FF-ENTRY-SUB) TO FF-SL-RATE.
075800     MOVE FF-LINE-AMOUNT TO FF-SL-AMOUNT.
075900     MOVE FF-STMT-LINE TO FB-PRT-LINE.
076000     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
076100     IF FF-FEED-BILLED
076200         MOVE SPACES TO FB-CHG-RECORD
076300         MOVE "D" TO FB-CHG-REC-TYPE
076400         MOVE FF-PERIOD TO FB-CHG-PERIOD
076500         MOVE FF-UN-ID (FF-UNIT-SUB) TO FB-CHG-UNIT
076600         MOVE "U" TO FB-CHG-LINE-TYPE
076700         MOVE FF-RS-CODE (FF-SET-SUB FF-ENTRY-SUB)
076800             TO FB-CHG-CLASS-CD
076900         MOVE FF-RS-VERSION (FF-SET-SUB) TO FB-CHG-RATE-VER
077000         MOVE FF-UN-CODE-CT (FF-UNIT-SUB FF-SET-SUB FF-ENTRY-SUB)
077100             TO FB-CHG-CYCLES
077200         MOVE FF-RS-PER-THOU (FF-SET-SUB FF-ENTRY-SUB)
077300             TO FB-CHG-RATE
077400         MOVE FF-LINE-AMOUNT TO FB-CHG-AMOUNT
077500         PERFORM 4400-WRITE-FEED-LINE THRU 4400-EXIT
077600     END-IF.
077700 4300-EXIT.
077800     EXIT.
077900*****************************************************************
078000*  4400-WRITE-FEED-LINE - WRITE ONE CHARGE LINE TO CHGFEED AND  *
078100*                         ADD IT TO THE FEED'S CONTROL TOTALS.  *
078200*****************************************************************
078300 4400-WRITE-FEED-LINE.
078400     WRITE FB-CHG-RECORD.
078500     ADD 1 TO FF-RECS-WRITTEN.
078600     ADD 1 TO FF-FEED-DTL-CT.
078700     ADD FB-CHG-CYCLES TO FF-FEED-CYCLES.
078800     ADD FB-CHG-AMOUNT TO FF-FEED-AMOUNT.
078900 4400-EXIT.
079000     EXIT.
079100*****************************************************************
079200*  7000-PRINT-CONTROLS - THE CONTROL TOTALS PAGE - EACH CLASS   *
079300*                        CODE'S DETAIL CYCLES AGAINST THE       *
079400*                        PERIOD'S TRAILER TOTALS, THE CYCLES AND*
079500*                        AMOUNT BILLED ACROSS THE STATEMENTS,   *
079600*                        AND WHAT WENT TO CHGFEED.              *
079700*****************************************************************
079800 7000-PRINT-CONTROLS.
079900     MOVE SPACES TO FB-PRT-LINE.
080000     STRING "FBCHARGE - CHARGEBACK CONTROL TOTALS - PERIOD "
080100         DELIMITED BY SIZE
080200         FF-PERIOD-EDIT DELIMITED BY SIZE
080300         INTO FB-PRT-LINE.
080400     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
080500     MOVE SPACES TO FB-PRT-LINE.
080600     STRING "RUN HEADERS " DELIMITED BY SIZE
080700         FF-HDR-CT DELIMITED BY SIZE
080800         "   TRAILERS " DELIMITED BY SIZE
080900         FF-TRAILER-CT DELIMITED BY SIZE
081000         "   UNITS " DELIMITED BY SIZE
081100         FF-UNIT-CT DELIMITED BY SIZE
081200         INTO FB-PRT-LINE.
081300     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
081400     MOVE SPACES TO FB-PRT-LINE.
081500     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
081600     MOVE FF-CTLHDG-LINE TO FB-PRT-LINE.
081700     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
081800     PERFORM 7100-PRINT-CODE THRU 7100-EXIT
081900         VARYING FF-CODE-SUB FROM 1 BY 1
082000         UNTIL FF-CODE-SUB > FF-CODE-CT.
082100     MOVE SPACES TO FF-CTL-LINE.
082200     MOVE "*" TO FF-CL-CODE.
082300     MOVE FF-DETAIL-CT TO FF-CL-DETAILS.
082400     MOVE FF-TRL-TOTAL TO FF-CL-TRAILERS.
082500     IF FF-DETAIL-CT = FF-TRL-TOTAL
082600         MOVE "AGREE" TO FF-CL-VERDICT
082700     ELSE
082800         MOVE "DISAGREE" TO FF-CL-VERDICT
082900     END-IF.
083000     MOVE FF-CTL-LINE TO FB-PRT-LINE.
083100     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
083200     MOVE SPACES TO FB-PRT-LINE.
083300     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
083400     MOVE SPACES TO FB-PRT-LINE.
083500     MOVE FF-BILLED-CYCLES TO FF-ED-CT.
083600     MOVE FF-BILLED-AMOUNT TO FF-ED-AMOUNT.
083700     STRING "STATEMENTS  - CYCLES " DELIMITED BY SIZE
083800         FF-ED-CT DELIMITED BY SIZE
083900         "   AMOUNT " DELIMITED BY SIZE
084000         FF-ED-AMOUNT DELIMITED BY SIZE
084100         INTO FB-PRT-LINE.
084200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
084300     IF FF-UNPRICED-CT > 0
084400         MOVE SPACES TO FB-PRT-LINE
084500         MOVE FF-UNPRICED-CT TO FF-ED-CT
084600         STRING "UNPRICED    - CYCLES " DELIMITED BY SIZE
084700             FF-ED-CT DELIMITED BY SIZE
084800             "   NO RATE SET OR RATE FOR THE CODE IN FORCE - "
084900             DELIMITED BY SIZE
085000             "ADD IT TO RATEMAST" DELIMITED BY SIZE
085100             INTO FB-PRT-LINE
085200         WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE
085300     END-IF.
085400     MOVE SPACES TO FB-PRT-LINE.
085500     IF FF-FEED-BILLED
085600         MOVE FF-FEED-CYCLES TO FF-ED-CT
085700         MOVE FF-FEED-AMOUNT TO FF-ED-AMOUNT
085800         MOVE FF-FEED-DTL-CT TO FF-ED-LINES
085900         STRING "CHGFEED     - CYCLES " DELIMITED BY SIZE
086000             FF-ED-CT DELIMITED BY SIZE
086100             "   AMOUNT " DELIMITED BY SIZE
086200             FF-ED-AMOUNT DELIMITED BY SIZE
086300             "   CHARGE LINES " DELIMITED BY SIZE
086400             FF-ED-LINES DELIMITED BY SIZE
086500             INTO FB-PRT-LINE
086600     ELSE
086700         STRING "CHGFEED     - WITHHELD - LEFT EMPTY"
086800             DELIMITED BY SIZE
086900             INTO FB-PRT-LINE
087000     END-IF.
087100     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
087200 7000-EXIT.
087300     EXIT.
087400*****************************************************************
087500*  7100-PRINT-CODE - PRINT ONE CLASS CODE'S PROOF LINE.         *
087600*****************************************************************
087700 7100-PRINT-CODE.
087800     MOVE SPACES TO FF-CTL-LINE.
087900     MOVE FF-CD-CODE (FF-CODE-SUB) TO FF-CL-CODE.
088000     MOVE FF-CD-DETAIL-CT (FF-CODE-SUB) TO FF-CL-DETAILS.
088100     MOVE FF-CD-TRAILER-CT (FF-CODE-SUB) TO FF-CL-TRAILERS.
088200     IF FF-CD-DETAIL-CT (FF-CODE-SUB)
088300         = FF-CD-TRAILER-CT (FF-CODE-SUB)
088400         MOVE "AGREE" TO FF-CL-VERDICT
088500     ELSE
088600         MOVE "DISAGREE" TO FF-CL-VERDICT
088700     END-IF.
088800     MOVE FF-CTL-LINE TO FB-PRT-LINE.
088900     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
089000 7100-EXIT.
089100     EXIT.
089200*****************************************************************
089300*  9000-TERMINATE - WRITE THE DISPOSITION, SET THE RETURN CODE  *
089400*                   AND CLOSE UP.                               *
089500*****************************************************************
089600 9000-TERMINATE.
089700     MOVE SPACES TO FB-PRT-LINE.
089800     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
089900     MOVE SPACES TO FB-PRT-LINE.
090000     EVALUATE TRUE
090100         WHEN FF-DETAIL-CT = 0 AND NOT FF-PROOF-FAILED
090200             STRING "FBCHARGE - MTDFILE CARRIES NO CLASSIFIED "
090300                 "CYCLES - NOTHING TO BILL" DELIMITED BY SIZE
090400                 INTO FB-PRT-LINE
090500             MOVE 4 TO RETURN-CODE
090600         WHEN FF-FEED-BILLED
090700             STRING "FBCHARGE - PERIOD " DELIMITED BY SIZE
090800                 FF-PERIOD-EDIT DELIMITED BY SIZE
090900                 " BILLED AND PROVED - CHGFEED WRITTEN FOR THE "
091000                 DELIMITED BY SIZE
091100                 "GENERAL LEDGER" DELIMITED BY SIZE
091200                 INTO FB-PRT-LINE
091300             MOVE 0 TO RETURN-CODE
091400         WHEN OTHER
091500             STRING "FBCHARGE - PERIOD " DELIMITED BY SIZE
091600                 FF-PERIOD-EDIT DELIMITED BY SIZE
091700                 " NOT BILLED - CHGFEED LEFT EMPTY - SEE THE "
091800                 DELIMITED BY SIZE
091900                 "CONTROL TOTALS" DELIMITED BY SIZE
092000                 INTO FB-PRT-LINE
092100             MOVE 8 TO RETURN-CODE
092200     END-EVALUATE.
092300     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
092400     DISPLAY FB-PRT-LINE.
092500     CLOSE PRT-FILE.
092600 9000-EXIT.
092700     EXIT.
092800*****************************************************************
092850*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
092900*                       RUN LOG.  THE EXCEPTION COUNTS ARE      *
092950*                       FBRECON'S AND ARE LOGGED AS ZERO - THE  *
093000*                       DISAGREEING CODES AND UNPRICED CYCLES   *
093050*                       ARE ON THE STATEMENTS AND IN THE RETURN *
093100*                       CODE.  A LOG THAT CANNOT BE OPENED IS   *
093150*                       BYPASSED - LOGGING MUST NEVER TAKE THE  *
093200*                       RUN DOWN.                               *
093600*****************************************************************
093700 8000-WRITE-RUN-LOG.
093800     OPEN EXTEND LOG-FILE.
093900     IF FF-LOG-FILE-STATUS NOT = "00" AND "05"
094000         GO TO 8000-EXIT
094100     END-IF.
094200     MOVE SPACES TO FB-LOG-RECORD.
094300     MOVE "FBCHARGE" TO FB-LOG-PROGRAM.
094400     ACCEPT FF-LOG-STAMP-DATE FROM DATE YYYYMMDD.
094500     ACCEPT FF-TIME-RAW FROM TIME.
094600     MOVE FF-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
094700     MOVE FF-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
094800     MOVE FF-LOG-EVENT-CD   TO FB-LOG-EVENT.
094900     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
095000     MOVE FF-RECS-READ      TO FB-LOG-RECS-READ.
095100     MOVE FF-RECS-WRITTEN   TO FB-LOG-RECS-WRITTEN.
095200     MOVE "N"               TO FB-LOG-RESTART-SW.
095300     MOVE 0 TO FB-LOG-MISSING-CT.
095400     MOVE 0 TO FB-LOG-DUP-CT.
095500     MOVE 0 TO FB-LOG-UNMATCHED-CT.
095600     MOVE 0 TO FB-LOG-MISCLASS-CT.
095700     WRITE FB-LOG-RECORD.
095800     CLOSE LOG-FILE.
095900 8000-EXIT.
096000     EXIT.
096050*****************************************************************
096100*  8100-LOAD-RATE-SETS - LOAD EVERY RATE SET ON RATEMAST.  A    *
096150*                        RECORD THAT DOES NOT EDIT, OR ONE PAST *
096200*                        THE TABLE CAPACITY, IS BYPASSED WITH A *
096250*                        MESSAGE.  A MASTER THAT CANNOT BE      *
096300*                        OPENED, OR CARRIES NO USABLE SET, IS   *
096350*                        FATAL - THERE IS NOTHING TO PRICE      *
096400*                        UNDER - AND CHGFEED IS CLOSED EMPTY.   *
096450*****************************************************************
096500 8100-LOAD-RATE-SETS.
096550     OPEN INPUT RAT-FILE.
096600     IF FF-RAT-FILE-STATUS NOT = "00"
096650         DISPLAY "FBCHARGE - RATEMAST COULD NOT BE OPENED - FILE "
096700             "STATUS " FF-RAT-FILE-STATUS
096750             " - ENDING RUN - RETURN CODE 16"
096800         MOVE 16 TO RETURN-CODE
096850         CLOSE CHG-FILE
096900         GO TO 9999-EXIT
096950     END-IF.
097000     PERFORM 8110-LOAD-ONE-SET THRU 8110-EXIT
097050         UNTIL FF-RAT-EOF.
097100     CLOSE RAT-FILE.
097150     IF FF-RS-CT = 0
097200         DISPLAY "FBCHARGE - RATEMAST CARRIES NO USABLE RATE "
097250             "SET - ENDING RUN - RETURN CODE 16"
097300         MOVE 16 TO RETURN-CODE
097350         CLOSE CHG-FILE
097400         GO TO 9999-EXIT
097450     END-IF.
098800 8100-EXIT.
098900     EXIT.
099000*****************************************************************
099100*  8110-LOAD-ONE-SET - READ, EDIT AND TABLE ONE RATEMAST RECORD.*
099200*****************************************************************
099300 8110-LOAD-ONE-SET.
099400     READ RAT-FILE
099500         AT END
099600             MOVE "Y" TO FF-RAT-EOF-SW
099700             GO TO 8110-EXIT
099800     END-READ.
099900     ADD 1 TO FF-RECS-READ.
100000     IF FB-RAT-EFF-DATE NOT NUMERIC
100100         OR FB-RAT-VERSION NOT NUMERIC
100200         OR FB-RAT-MIN-CHARGE NOT NUMERIC
100300         DISPLAY "FBCHARGE - RATEMAST RECORD WITH NON-NUMERIC "
100400             "EFFECTIVE DATE, VERSION OR MINIMUM - BYPASSED"
100500         GO TO 8110-EXIT
100600     END-IF.
100700     MOVE "N" TO FF-FOUND-SW.
100800     PERFORM 8120-EDIT-RATE THRU 8120-EXIT
100900         VARYING FF-ENTRY-SUB FROM 1 BY 1
101000         UNTIL FF-ENTRY-SUB > 5.
101100     IF FF-FOUND
101200         DISPLAY "FBCHARGE - RATEMAST VERSION " FB-RAT-VERSION
101300             " HAS A NON-NUMERIC RATE - BYPASSED"
101400         GO TO 8110-EXIT
101500     END-IF.
101600     IF FF-RS-CT >= FF-RS-MAX
101700         DISPLAY "FBCHARGE - RATEMAST CARRIES MORE THAN "
101800             FF-RS-MAX " RATE SETS - EXCESS BYPASSED"
101900         GO TO 8110-EXIT
102000     END-IF.
102100     ADD 1 TO FF-RS-CT.
102200     MOVE FB-RAT-EFF-DATE   TO FF-RS-EFF-DATE   (FF-RS-CT).
102300     MOVE FB-RAT-VERSION    TO FF-RS-VERSION    (FF-RS-CT).
102400     MOVE FB-RAT-MIN-CHARGE TO FF-RS-MIN-CHARGE (FF-RS-CT).
102500     MOVE FB-RAT-RATES      TO FF-RS-RATES      (FF-RS-CT).
102600 8110-EXIT.
102700     EXIT.
102800*****************************************************************
102900*  8120-EDIT-RATE - FLAG AN IN-USE RATE ENTRY (CODE NOT SPACE)  *
103000*                   WHOSE RATE IS NOT NUMERIC.                  *
103100*****************************************************************
103200 8120-EDIT-RATE.
103300     IF FB-RAT-CODE (FF-ENTRY-SUB) NOT = SPACE
103400         AND FB-RAT-PER-THOU (FF-ENTRY-SUB) NOT NUMERIC
103500         SET FF-FOUND TO TRUE
103600     END-IF.
103700 8120-EXIT.
103800     EXIT.
103900*****************************************************************
104000*  8200-SELECT-RATE-SET - POINT FF-SEL-SUB AT THE RATE SET IN   *
104100*                         FORCE ON FF-SEL-DATE - THE HIGHEST    *
104200*                         EFFECTIVE DATE NOT AFTER IT.  UNLIKE  *
104300*                         THE RULES MASTER THERE IS NO FALLBACK *
104400*                         - A DATE BEFORE THE OLDEST SET HAS NO *
104500*                         RATES (FF-SEL-SUB ZERO).              *
104600*****************************************************************
104700 8200-SELECT-RATE-SET.
104800     MOVE 0 TO FF-SEL-SUB.
104900     PERFORM 8210-MATCH-EFF-DATE THRU 8210-EXIT
105000         VARYING FF-SET-SUB FROM 1 BY 1
105100         UNTIL FF-SET-SUB > FF-RS-CT.
105200 8200-EXIT.
105300     EXIT.
105400*****************************************************************
105500*  8210-MATCH-EFF-DATE - KEEP THE TABLED SET WITH THE HIGHEST   *
105600*                        EFFECTIVE DATE NOT AFTER THE SELECTION *
105700*                        DATE.                                  *
105800*****************************************************************
105900 8210-MATCH-EFF-DATE.
106000     IF FF-RS-EFF-DATE (FF-SET-SUB) NOT > FF-SEL-DATE
106100         IF FF-SEL-SUB = 0
106200             OR FF-RS-EFF-DATE (FF-SET-SUB)
106300                 NOT < FF-RS-EFF-DATE (FF-SEL-SUB)
106400             MOVE FF-SET-SUB TO FF-SEL-SUB
106500         END-IF
106600     END-IF.
106700 8210-EXIT.
106800     EXIT.
106900*****************************************************************
107000*  8600-EDIT-DATE - EDIT FF-DATE-NUM (YYYYMMDD) INTO            *
107100*                   FF-DATE-EDIT (YYYY-MM-DD).                  *
107200*****************************************************************
107300 8600-EDIT-DATE.
107400     MOVE FF-DN-YYYY TO FF-DE-YYYY.
107500     MOVE FF-DN-MM   TO FF-DE-MM.
107600     MOVE FF-DN-DD   TO FF-DE-DD.
107700 8600-EXIT.
107800     EXIT.
107900*****************************************************************
108000*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
108100*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
108200*              LEAVES ONE.                                      *
108300*****************************************************************
108400 9999-EXIT.
108500     MOVE "E" TO FF-LOG-EVENT-CD.
108600     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
108700     STOP RUN.
