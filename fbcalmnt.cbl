000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FBCALMNT.
000300 AUTHOR.         R L BRANDT.
000400 INSTALLATION.   OPERATIONS SYSTEMS - BATCH SCHEDULING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*****************************************************************
000800*                                                               *
000900*  FBCALMNT                                                     *
001000*                                                               *
001100*  PROCESSING CALENDAR MAINTENANCE AND LISTING.  FBSENTNL,      *
001200*  FBSHIFT, FBXTRACT'S ACKNOWLEDGMENT CHECK AND FBCOVREG FIND   *
001300*  THE NIGHT THEY JUDGE FROM THE PROCESSING CALENDAR (CALENDAR  *
001400*  - SEE FBCALRC), WHICH MARKS EVERY DATE AS A PROCESSING DAY   *
001500*  OR NOT AND NAMES THE WINDOW SHAPE EXPECTED THAT NIGHT.  A    *
001600*  DATE MISSING FROM THE CALENDAR STOPS THEM, SO EACH YEAR IS   *
001700*  LOADED HERE AHEAD OF TIME.                                   *
001800*                                                               *
001900*  THIS PROGRAM IS THE ONLY WAY CALENDAR CHANGES.  IT READS     *
002000*  GENERATE, SET-DATE, PURGE AND LIST TRANSACTIONS (CALTRANS -  *
002100*  SEE FBCLTRC), EDITS EACH AGAINST THE CALENDAR AS IT STANDS   *
002200*  AFTER THE TRANSACTIONS BEFORE IT, AND APPLIES ONLY THE ONES  *
002300*  THAT PASS -                                                  *
002400*      - A YEAR IS GENERATED WHOLE FROM A MONDAY-THRU-SUNDAY    *
002500*        PATTERN, AND ONLY WHILE NONE OF ITS DATES ON THE       *
002600*        CALENDAR HAS COME DUE.                                 *
002700*      - A SINGLE DATE IS CHANGED ONLY AFTER TODAY, AND ONLY    *
002800*        ONCE ITS YEAR IS LOADED.                               *
002900*      - ONLY A YEAR BEFORE THE CURRENT ONE IS PURGED.          *
003000*  A NIGHT ALREADY JUDGED IS NEVER RESHAPED AFTER THE FACT.     *
003100*  THE REPORT (CALRPT) LISTS EACH TRANSACTION'S DISPOSITION,    *
003200*  WITH THE REASON FOR EVERY REJECTION, A FULL LISTING OF ANY   *
003300*  YEAR ASKED FOR, AND A SUMMARY OF EVERY YEAR ON THE           *
003400*  CALENDAR AS THE RUN LEAVES IT.  A RUN WITH NO TRANSACTIONS   *
003500*  IS SIMPLY THE SUMMARY.                                       *
003600*                                                               *
003700*  RETURN CODES - 0 EVERY TRANSACTION APPLIED, 8 ONE OR MORE    *
003800*  REJECTED (THE REST ARE STILL APPLIED), 16 A FILE THAT COULD  *
003900*  NOT BE OPENED OR A CALENDAR THAT DOES NOT EDIT.              *
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
005100     SELECT TRN-FILE ASSIGN TO "CALTRANS"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FU-TRN-FILE-STATUS.
005400     SELECT CAL-FILE ASSIGN TO "CALENDAR"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FU-CAL-FILE-STATUS.
005700     SELECT RPT-FILE ASSIGN TO "CALRPT"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FU-LOG-FILE-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  TRN-FILE
006500     RECORDING MODE IS F.
006600     COPY FBCLTRC.
006700 FD  CAL-FILE
006800     RECORDING MODE IS F.
006900     COPY FBCALRC.
007000 FD  RPT-FILE
007100     RECORDING MODE IS F.
007200     COPY FBRPTRC.
007300 FD  LOG-FILE
007400     RECORDING MODE IS F.
007500     COPY FBLOGRC.
007600 WORKING-STORAGE SECTION.
007700 01  FU-SWITCHES.
007800     05  FU-TRN-EOF-SW       PIC X(01) VALUE "N".
007900         88  FU-TRN-EOF                VALUE "Y".
008000     05  FU-CAL-EOF-SW       PIC X(01) VALUE "N".
008100         88  FU-CAL-EOF                VALUE "Y".
008200     05  FU-CHANGED-SW       PIC X(01) VALUE "N".
008300         88  FU-CALENDAR-CHANGED       VALUE "Y".
008400 01  FU-WORK-AREAS.
008500     05  FU-TRN-FILE-STATUS  PIC X(02) VALUE "00".
008600     05  FU-CAL-FILE-STATUS  PIC X(02) VALUE "00".
008700     05  FU-TODAY            PIC 9(08) VALUE 0.
008800     05  FU-TODAY-SPLIT REDEFINES FU-TODAY.
008900         10  FU-TODAY-YYYY   PIC 9(04).
009000         10  FILLER          PIC 9(04).
009100     05  FU-TRANS-CT         PIC 9(05) VALUE 0.
009200     05  FU-ACCEPT-CT        PIC 9(05) VALUE 0.
009300     05  FU-REJECT-CT        PIC 9(05) VALUE 0.
009400     05  FU-REASON           PIC X(76) VALUE SPACES.
009500     05  FU-DISPOSITION      PIC X(10) VALUE SPACES.
009600     05  FU-I                PIC 9(04) VALUE 0.
009700     05  FU-K                PIC 9(04) VALUE 0.
009800     05  FU-FOUND-SUB        PIC 9(04) VALUE 0.
009900     05  FU-INSERT-SUB       PIC 9(04) VALUE 0.
010000     05  FU-YEAR             PIC 9(04) VALUE 0.
010100     05  FU-YEAR-CT          PIC 9(04) VALUE 0.
010200     05  FU-DUE-CT           PIC 9(04) VALUE 0.
010300     05  FU-DAYS-IN-YEAR     PIC 9(04) VALUE 0.
010400     05  FU-ROOM-CT          PIC 9(04) VALUE 0.
010500     05  FU-FIRST-INT        PIC 9(07) VALUE 0.
010600     05  FU-DAY-INT          PIC 9(07) VALUE 0.
010700     05  FU-QUOT             PIC 9(07) VALUE 0.
010800     05  FU-DOW              PIC 9(01) VALUE 0.
010900     05  FU-PREV-DATE        PIC 9(08) VALUE 0.
011000     05  FU-WORK-DATE        PIC 9(08) VALUE 0.
011100     05  FU-WORK-SPLIT REDEFINES FU-WORK-DATE.
011200         10  FU-WORK-YYYY    PIC 9(04).
011300         10  FILLER          PIC 9(04).
011400     05  FU-SUM-YEAR         PIC 9(04) VALUE 0.
011500     05  FU-SUM-DAYS         PIC 9(03) VALUE 0.
011600     05  FU-SUM-PROC         PIC 9(03) VALUE 0.
011700     05  FU-SUM-PLAIN        PIC 9(03) VALUE 0.
011800     05  FU-SUM-BIG          PIC 9(03) VALUE 0.
011900     05  FU-SHAPE-TEXT       PIC X(22) VALUE SPACES.
012000*****************************************************************
012100*  FU-PATTERN - A GENERATE TRANSACTION'S WEEK, ONE BYTE PER DAY *
012200*  MONDAY THRU SUNDAY, SUBSCRIPTED BY DAY OF WEEK PLUS ONE.     *
012300*  FU-DAY-NAMES IS THE MATCHING TABLE OF DAY NAMES.             *
012400*****************************************************************
012500 01  FU-PATTERN.
012600     05  FU-PAT-DAY          PIC X(01) OCCURS 7 TIMES.
012700 01  FU-DAY-NAME-VALUES.
012800     05  FILLER              PIC X(21) VALUE
012900         "MONTUEWEDTHUFRISATSUN".
013000 01  FU-DAY-NAMES REDEFINES FU-DAY-NAME-VALUES.
013100     05  FU-DAY-NAME         PIC X(03) OCCURS 7 TIMES.
013200*****************************************************************
013300*  FU-CAL-TABLE - THE CALENDAR WHILE IT IS MAINTAINED, IN       *
013400*  ASCENDING DATE ORDER.  EACH ENTRY CARRIES THE LEADING 51     *
013500*  BYTES OF FB-CAL-RECORD (SEE FBCALRC), FIELD FOR FIELD.  SIX  *
013600*  YEARS FIT - PURGE THE OLDEST BEFORE LOADING A SEVENTH.       *
013700*****************************************************************
013800 01  FU-CAL-TABLE.
013900     05  FU-CAL-CT           PIC 9(04) VALUE 0.
014000     05  FU-CAL-MAX          PIC 9(04) VALUE 2200.
014100     05  FU-CAL-ENTRY OCCURS 2200 TIMES.
014200         10  FU-CE-DATE      PIC 9(08).
014300         10  FU-CE-DATE-SPLIT REDEFINES FU-CE-DATE.
014400             15  FU-CE-YYYY  PIC 9(04).
014500             15  FILLER      PIC 9(04).
014600         10  FU-CE-PROC-SW   PIC X(01).
014700         10  FU-CE-WINDOW    PIC X(01).
014800         10  FU-CE-DAY-NAME  PIC X(03).
014900         10  FU-CE-DESC      PIC X(30).
015000         10  FU-CE-MAINT-DATE PIC 9(08).
015100 01  FU-LOG-AREAS.
015200     05  FU-LOG-FILE-STATUS  PIC X(02) VALUE "00".
015300     05  FU-LOG-EVENT-CD     PIC X(01) VALUE "S".
015400     05  FU-RECS-READ        PIC 9(09) VALUE 0.
015500     05  FU-RECS-WRITTEN     PIC 9(09) VALUE 0.
015600     05  FU-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
015700     05  FU-TIME-RAW.
015800         10  FU-TIME-HHMMSS  PIC 9(06).
015900         10  FILLER          PIC 9(02).
016000 PROCEDURE DIVISION.
016100*****************************************************************
016200*  0000-MAINLINE                                                *
016300*****************************************************************
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
016600     PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
016700         UNTIL FU-TRN-EOF.
016800     PERFORM 4000-REWRITE-CALENDAR THRU 4000-EXIT.
016900     PERFORM 6000-SUMMARIZE       THRU 6000-EXIT.
017000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
017100     GO TO 9999-EXIT.
017200*****************************************************************
017300*  1000-INITIALIZE - LOAD THE CALENDAR, OPEN THE REPORT, AND    *
017400*                    PRIME THE TRANSACTIONS.                    *
017500*****************************************************************
017600 1000-INITIALIZE.
017700     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
017800     ACCEPT FU-TODAY FROM DATE YYYYMMDD.
017900     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
018000     OPEN OUTPUT RPT-FILE.
018100     MOVE SPACES TO FB-RPT-LINE.
018200     STRING "FBCALMNT - PROCESSING CALENDAR MAINTENANCE REPORT - "
018300         DELIMITED BY SIZE
018400         FU-TODAY DELIMITED BY SIZE
018500         INTO FB-RPT-LINE.
018600     WRITE FB-RPT-RECORD.
018700     ADD 1 TO FU-RECS-WRITTEN.
018800     MOVE SPACES TO FB-RPT-LINE.
018900     STRING "CALENDAR LOADED - " DELIMITED BY SIZE
019000         FU-CAL-CT              DELIMITED BY SIZE
019100         " DATES"               DELIMITED BY SIZE
019200         INTO FB-RPT-LINE.
019300     WRITE FB-RPT-RECORD.
019400     ADD 1 TO FU-RECS-WRITTEN.
019500     OPEN INPUT TRN-FILE.
019600     IF FU-TRN-FILE-STATUS NOT = "00"
019700         DISPLAY "FBCALMNT - CALTRANS COULD NOT BE OPENED - "
019800             "FILE STATUS " FU-TRN-FILE-STATUS " - ENDING "
019900             "RUN - RETURN CODE 16"
020000         MOVE 16 TO RETURN-CODE
020100         CLOSE RPT-FILE
020200         GO TO 9999-EXIT
020300     END-IF.
020400     MOVE SPACES TO FB-RPT-LINE.
020500     WRITE FB-RPT-RECORD.
020600     MOVE SPACES TO FB-RPT-LINE.
020700     STRING "TRANSACTIONS" DELIMITED BY SIZE INTO FB-RPT-LINE.
020800     WRITE FB-RPT-RECORD.
020900     ADD 2 TO FU-RECS-WRITTEN.
021000     PERFORM 1300-READ-TRANS THRU 1300-EXIT.
021100 1000-EXIT.
021200     EXIT.
021300*****************************************************************
021400*  1100-LOAD-CALENDAR - LOAD EVERY CALENDAR RECORD INTO         *
021500*                       FU-CAL-TABLE.  A CALENDAR THAT HAS NEVER*
021600*                       BEEN WRITTEN (FILE STATUS 35) STARTS    *
021700*                       EMPTY - THE FIRST YEAR IS LOADED HERE.  *
021800*                       ANY OTHER OPEN FAILURE IS FATAL.        *
021900*****************************************************************
022000 1100-LOAD-CALENDAR.
022100     OPEN INPUT CAL-FILE.
022200     IF FU-CAL-FILE-STATUS = "35"
022300         GO TO 1100-EXIT
022400     END-IF.
022500     IF FU-CAL-FILE-STATUS NOT = "00"
022600         DISPLAY "FBCALMNT - CALENDAR COULD NOT BE OPENED - "
022700             "FILE STATUS " FU-CAL-FILE-STATUS " - ENDING "
022800             "RUN - RETURN CODE 16"
022900         MOVE 16 TO RETURN-CODE
023000         GO TO 9999-EXIT
023100     END-IF.
023200     PERFORM 1110-LOAD-ONE-DATE THRU 1110-EXIT
023300         UNTIL FU-CAL-EOF.
023400     CLOSE CAL-FILE.
023500 1100-EXIT.
023600     EXIT.
023700*****************************************************************
023800*  1110-LOAD-ONE-DATE - READ AND TABLE ONE CALENDAR RECORD.  A  *
023900*                       NON-NUMERIC DATE, A DATE OUT OF         *
024000*                       ASCENDING ORDER, OR A RECORD PAST THE   *
024100*                       TABLE CAPACITY IS FATAL HERE -          *
024200*                       REWRITING THE CALENDAR WOULD SILENTLY   *
024300*                       DROP OR REORDER IT.                     *
024400*****************************************************************
024500 1110-LOAD-ONE-DATE.
024600     READ CAL-FILE
024700         AT END
024800             MOVE "Y" TO FU-CAL-EOF-SW
024900             GO TO 1110-EXIT
025000     END-READ.
025100     ADD 1 TO FU-RECS-READ.
025200     IF FB-CAL-DATE NOT NUMERIC
025300         OR FB-CAL-DATE NOT > FU-PREV-DATE
025400         DISPLAY "FBCALMNT - CALENDAR RECORD " FU-RECS-READ
025500             " IS NOT A DATE IN ASCENDING ORDER - CORRECT THE "
025600             "CALENDAR BY HAND - RETURN CODE 16"
025700         MOVE 16 TO RETURN-CODE
025800         CLOSE CAL-FILE
025900         GO TO 9999-EXIT
026000     END-IF.
026100     IF FU-CAL-CT >= FU-CAL-MAX
026200         DISPLAY "FBCALMNT - CALENDAR CARRIES MORE THAN "
026300             FU-CAL-MAX " DATES - RETURN CODE 16"
026400         MOVE 16 TO RETURN-CODE
026500         CLOSE CAL-FILE
026600         GO TO 9999-EXIT
026700     END-IF.
026800     MOVE FB-CAL-DATE TO FU-PREV-DATE.
026900     ADD 1 TO FU-CAL-CT.
027000     MOVE FB-CAL-DATE       TO FU-CE-DATE       (FU-CAL-CT).
027100     MOVE FB-CAL-PROC-SW    TO FU-CE-PROC-SW    (FU-CAL-CT).
027200     MOVE FB-CAL-WINDOW     TO FU-CE-WINDOW     (FU-CAL-CT).
027300     MOVE FB-CAL-DAY-NAME   TO FU-CE-DAY-NAME   (FU-CAL-CT).
027400     MOVE FB-CAL-DESC       TO FU-CE-DESC       (FU-CAL-CT).
027500     MOVE FB-CAL-MAINT-DATE TO FU-CE-MAINT-DATE (FU-CAL-CT).
027600 1110-EXIT.
027700     EXIT.
027800*****************************************************************
027900*  1300-READ-TRANS - READ THE NEXT MAINTENANCE TRANSACTION.     *
028000*****************************************************************
028100 1300-READ-TRANS.
028200     READ TRN-FILE
028300         AT END
028400             MOVE "Y" TO FU-TRN-EOF-SW
028500             GO TO 1300-EXIT
028600     END-READ.
028700     ADD 1 TO FU-TRANS-CT.
028800     ADD 1 TO FU-RECS-READ.
028900 1300-EXIT.
029000     EXIT.
029100*****************************************************************
029200*  2000-PROCESS-TRANS - EDIT ONE TRANSACTION AGAINST THE        *
029300*                       CALENDAR AS IT NOW STANDS, APPLY IT IF  *
029400*                       IT PASSES, AND REPORT ITS DISPOSITION.  *
029500*                       A LIST TRANSACTION IS REPORTED, THEN ITS*
029600*                       YEAR IS LISTED AS IT STANDS AT THAT     *
029700*                       POINT IN THE RUN.                       *
029800*****************************************************************
029900 2000-PROCESS-TRANS.
030000     MOVE SPACES TO FU-REASON.
030100     PERFORM 2100-EDIT-TRANS THRU 2100-EXIT.
030200     IF FU-REASON NOT = SPACES
030300         ADD 1 TO FU-REJECT-CT
030400         MOVE "REJECTED" TO FU-DISPOSITION
030500     ELSE
030600         ADD 1 TO FU-ACCEPT-CT
030700         MOVE "ACCEPTED" TO FU-DISPOSITION
030800     END-IF.
030900     PERFORM 2900-REPORT-TRANS THRU 2900-EXIT.
031000     IF FU-REASON = SPACES
031100         PERFORM 2500-APPLY-TRANS THRU 2500-EXIT
031200     END-IF.
031300     PERFORM 1300-READ-TRANS THRU 1300-EXIT.
031400 2000-EXIT.
031500     EXIT.
031600*****************************************************************
031700*  2100-EDIT-TRANS - EDIT THE ACTION, THEN THE ACTION'S OWN     *
031800*                    FIELDS.  THE FIRST EDIT THAT FAILS LEAVES  *
031900*                    ITS REASON IN FU-REASON AND ENDS THE EDIT. *
032000*****************************************************************
032100 2100-EDIT-TRANS.
032200     IF NOT FB-CLT-GENERATE
032300         AND NOT FB-CLT-SET-DATE
032400         AND NOT FB-CLT-PURGE
032500         AND NOT FB-CLT-LIST
032600         STRING "ACTION IS NOT G (GENERATE), D (SET DATE), "
032700             "P (PURGE) OR L (LIST)" DELIMITED BY SIZE
032800             INTO FU-REASON
032900         GO TO 2100-EXIT
033000     END-IF.
033100     IF FB-CLT-SET-DATE
033200         PERFORM 2300-EDIT-SET-DATE THRU 2300-EXIT
033300         GO TO 2100-EXIT
033400     END-IF.
033500     IF FB-CLT-YEAR NOT NUMERIC
033600         OR FB-CLT-YEAR < 1601
033700         OR FB-CLT-YEAR > 9998
033800         MOVE "YEAR IS NOT A FOUR-DIGIT YEAR FROM 1601 THRU 9998"
033900             TO FU-REASON
034000         GO TO 2100-EXIT
034100     END-IF.
034200     MOVE FB-CLT-YEAR TO FU-YEAR.
034300     MOVE 0 TO FU-YEAR-CT.
034400     MOVE 0 TO FU-DUE-CT.
034500     PERFORM 2110-COUNT-YEAR THRU 2110-EXIT
034600         VARYING FU-I FROM 1 BY 1
034700         UNTIL FU-I > FU-CAL-CT.
034800     EVALUATE TRUE
034900         WHEN FB-CLT-GENERATE
035000             PERFORM 2200-EDIT-GENERATE THRU 2200-EXIT
035100         WHEN FB-CLT-PURGE
035200             PERFORM 2400-EDIT-PURGE    THRU 2400-EXIT
035300         WHEN OTHER
035400             IF FU-YEAR-CT = 0
035500                 STRING "YEAR IS NOT ON THE CALENDAR - "
035600                     "NOTHING TO LIST" DELIMITED BY SIZE
035700                     INTO FU-REASON
035800             END-IF
035900     END-EVALUATE.
036000 2100-EXIT.
036100     EXIT.
036200*****************************************************************
036300*  2110-COUNT-YEAR - COUNT THE TABLED DATES OF THE TRANSACTION'S*
036400*                    YEAR, AND THOSE OF THEM ALREADY DUE.       *
036500*****************************************************************
036600 2110-COUNT-YEAR.
036700     IF FU-CE-YYYY (FU-I) = FU-YEAR
036800         ADD 1 TO FU-YEAR-CT
036900         IF FU-CE-DATE (FU-I) NOT > FU-TODAY
037000             ADD 1 TO FU-DUE-CT
037100         END-IF
037200     END-IF.
037300 2110-EXIT.
037400     EXIT.
037500*****************************************************************
037600*  2200-EDIT-GENERATE - A YEAR IS GENERATED FROM A PATTERN OF   *
037700*                       SEVEN N, B OR - BYTES, ONLY WHILE NONE  *
037800*                       OF ITS DATES ALREADY ON THE CALENDAR HAS*
037900*                       COME DUE, AND ONLY IF THE TABLE HAS     *
038000*                       ROOM FOR IT.                            *
038100*****************************************************************
038200 2200-EDIT-GENERATE.
038300     MOVE FB-CLT-PATTERN TO FU-PATTERN.
038400     PERFORM 2210-EDIT-PATTERN-DAY THRU 2210-EXIT
038500         VARYING FU-I FROM 1 BY 1
038600         UNTIL FU-I > 7
038700            OR FU-REASON NOT = SPACES.
038800     IF FU-REASON NOT = SPACES
038900         GO TO 2200-EXIT
039000     END-IF.
039100     IF FU-DUE-CT > 0
039200         STRING "YEAR ALREADY HAS " DELIMITED BY SIZE
039300             FU-DUE-CT              DELIMITED BY SIZE
039400             " DATES ON OR BEFORE TODAY - KEY D TO CHANGE "
039500                                    DELIMITED BY SIZE
039600             "LATER DATES"          DELIMITED BY SIZE
039700             INTO FU-REASON
039800         GO TO 2200-EXIT
039900     END-IF.
040000     COMPUTE FU-WORK-DATE = FU-YEAR * 10000 + 0101.
040100     COMPUTE FU-FIRST-INT =
040200         FUNCTION INTEGER-OF-DATE (FU-WORK-DATE).
040300     COMPUTE FU-WORK-DATE = (FU-YEAR + 1) * 10000 + 0101.
040400     COMPUTE FU-DAYS-IN-YEAR =
040500         FUNCTION INTEGER-OF-DATE (FU-WORK-DATE) - FU-FIRST-INT.
040600     COMPUTE FU-ROOM-CT = FU-CAL-MAX - FU-CAL-CT + FU-YEAR-CT.
040700     IF FU-DAYS-IN-YEAR > FU-ROOM-CT
040800         STRING "CALENDAR HAS ROOM FOR " DELIMITED BY SIZE
040900             FU-ROOM-CT                  DELIMITED BY SIZE
041000             " MORE DATES - PURGE AN OLD YEAR FIRST"
041100                                         DELIMITED BY SIZE
041200             INTO FU-REASON
041300     END-IF.
041400 2200-EXIT.
041500     EXIT.
041600*****************************************************************
041700*  2210-EDIT-PATTERN-DAY - ONE DAY OF THE WEEKLY PATTERN.       *
041800*****************************************************************
041900 2210-EDIT-PATTERN-DAY.
042000     IF FU-PAT-DAY (FU-I) NOT = "N"
042100         AND FU-PAT-DAY (FU-I) NOT = "B"
042200         AND FU-PAT-DAY (FU-I) NOT = "-"
042300         STRING "PATTERN BYTE FOR " DELIMITED BY SIZE
042400             FU-DAY-NAME (FU-I)     DELIMITED BY SIZE
042500             " IS NOT N (FBNIGHT), B (FBBIGRUN) OR - (NONE)"
042600                                    DELIMITED BY SIZE
042700             INTO FU-REASON
042800     END-IF.
042900 2210-EXIT.
043000     EXIT.
043100*****************************************************************
043200*  2300-EDIT-SET-DATE - ONE DATE, AFTER TODAY, ALREADY ON THE   *
043300*                       CALENDAR (SO ITS YEAR IS LOADED AND THE *
043400*                       DATE IS REAL), MARKED Y WITH A WINDOW   *
043500*                       SHAPE OF N OR B, OR N WITH NO SHAPE.    *
043600*****************************************************************
043700 2300-EDIT-SET-DATE.
043800     IF FB-CLT-DATE NOT NUMERIC
043900         MOVE "DATE IS NOT NUMERIC" TO FU-REASON
044000         GO TO 2300-EXIT
044100     END-IF.
044200     IF FB-CLT-DATE NOT > FU-TODAY
044300         STRING "DATE IS NOT AFTER TODAY - A NIGHT ALREADY "
044400             "DUE IS NOT RESHAPED" DELIMITED BY SIZE
044500             INTO FU-REASON
044600         GO TO 2300-EXIT
044700     END-IF.
044800     MOVE 0 TO FU-FOUND-SUB.
044900     PERFORM 2310-MATCH-DATE THRU 2310-EXIT
045000         VARYING FU-I FROM 1 BY 1
045100         UNTIL FU-I > FU-CAL-CT
045200            OR FU-FOUND-SUB > 0.
045300     IF FU-FOUND-SUB = 0
045400         STRING "DATE IS NOT ON THE CALENDAR - GENERATE ITS "
045500             "YEAR FIRST" DELIMITED BY SIZE
045600             INTO FU-REASON
045700         GO TO 2300-EXIT
045800     END-IF.
045900     EVALUATE TRUE
046000         WHEN FB-CLT-PROC-SW = "Y"
046100             IF FB-CLT-WINDOW NOT = "N"
046200                 AND FB-CLT-WINDOW NOT = "B"
046300                 STRING "A PROCESSING DAY NEEDS WINDOW N "
046400                     "(FBNIGHT) OR B (FBBIGRUN)" DELIMITED BY SIZE
046500                     INTO FU-REASON
046600             END-IF
046700         WHEN FB-CLT-PROC-SW = "N"
046800             IF FB-CLT-WINDOW NOT = SPACE
046900                 STRING "A DAY WITH NO PROCESSING TAKES NO "
047000                     "WINDOW SHAPE" DELIMITED BY SIZE
047100                     INTO FU-REASON
047200             END-IF
047300         WHEN OTHER
047400             MOVE "PROCESSING SWITCH IS NOT Y OR N" TO FU-REASON
047500     END-EVALUATE.
047600 2300-EXIT.
047700     EXIT.
047800*****************************************************************
047900*  2310-MATCH-DATE - TEST ONE TABLED DATE AGAINST THE           *
048000*                    TRANSACTION'S.                             *
048100*****************************************************************
048200 2310-MATCH-DATE.
048300     IF FU-CE-DATE (FU-I) = FB-CLT-DATE
048400         MOVE FU-I TO FU-FOUND-SUB
048500     END-IF.
048600 2310-EXIT.
048700     EXIT.
048800*****************************************************************
048900*  2400-EDIT-PURGE - ONLY A YEAR BEFORE THE CURRENT ONE, AND    *
049000*                    ONLY ONE THAT IS ON THE CALENDAR.          *
049100*****************************************************************
049200 2400-EDIT-PURGE.
049300     IF FU-YEAR NOT < FU-TODAY-YYYY
049400         MOVE "ONLY A YEAR BEFORE THE CURRENT YEAR MAY BE PURGED"
049500             TO FU-REASON
049600         GO TO 2400-EXIT
049700     END-IF.
049800     IF FU-YEAR-CT = 0
049900         MOVE "YEAR IS NOT ON THE CALENDAR - NOTHING TO PURGE"
050000             TO FU-REASON
050100     END-IF.
050200 2400-EXIT.
050300     EXIT.
050400*****************************************************************
050500*  2500-APPLY-TRANS - APPLY ONE EDITED TRANSACTION TO THE       *
050600*                     TABLED CALENDAR.                          *
050700*****************************************************************
050800 2500-APPLY-TRANS.
050900     EVALUATE TRUE
051000         WHEN FB-CLT-GENERATE
051100             PERFORM 2600-PURGE-YEAR    THRU 2600-EXIT
051200             PERFORM 2700-GENERATE-YEAR THRU 2700-EXIT
051300             SET FU-CALENDAR-CHANGED TO TRUE
051400         WHEN FB-CLT-PURGE
051500             PERFORM 2600-PURGE-YEAR    THRU 2600-EXIT
051600             SET FU-CALENDAR-CHANGED TO TRUE
051700         WHEN FB-CLT-SET-DATE
051800             MOVE FB-CLT-PROC-SW TO FU-CE-PROC-SW (FU-FOUND-SUB)
051900             MOVE FB-CLT-WINDOW  TO FU-CE-WINDOW  (FU-FOUND-SUB)
052000             MOVE FB-CLT-DESC    TO FU-CE-DESC    (FU-FOUND-SUB)
052100             MOVE FU-TODAY
052200                 TO FU-CE-MAINT-DATE (FU-FOUND-SUB)
052300             SET FU-CALENDAR-CHANGED TO TRUE
052400         WHEN OTHER
052500             PERFORM 5000-LIST-YEAR     THRU 5000-EXIT
052600     END-EVALUATE.
052700 2500-EXIT.
052800     EXIT.
052900*****************************************************************
053000*  2600-PURGE-YEAR - CLOSE THE TABLE UP OVER EVERY DATE OF      *
053100*                    FU-YEAR.                                   *
053200*****************************************************************
053300 2600-PURGE-YEAR.
053400     MOVE 0 TO FU-K.
053500     PERFORM 2610-KEEP-ENTRY THRU 2610-EXIT
053600         VARYING FU-I FROM 1 BY 1
053700         UNTIL FU-I > FU-CAL-CT.
053800     MOVE FU-K TO FU-CAL-CT.
053900 2600-EXIT.
054000     EXIT.
054100*****************************************************************
054200*  2610-KEEP-ENTRY - MOVE ONE ENTRY DOWN TO ITS NEW PLACE       *
054300*                    UNLESS IT IS IN THE YEAR BEING PURGED.     *
054400*****************************************************************
054500 2610-KEEP-ENTRY.
054600     IF FU-CE-YYYY (FU-I) = FU-YEAR
054700         GO TO 2610-EXIT
054800     END-IF.
054900     ADD 1 TO FU-K.
055000     IF FU-K NOT = FU-I
055100         MOVE FU-CAL-ENTRY (FU-I) TO FU-CAL-ENTRY (FU-K)
055200     END-IF.
055300 2610-EXIT.
055400     EXIT.
055500*****************************************************************
055600*  2700-GENERATE-YEAR - OPEN A GAP IN THE TABLE WHERE FU-YEAR   *
055700*                       BELONGS - AFTER EVERY EARLIER DATE -    *
055800*                       BY SHIFTING THE LATER YEARS UP, THEN    *
055900*                       FILL IT ONE DATE AT A TIME FROM THE     *
056000*                       WEEKLY PATTERN.                         *
056100*****************************************************************
056200 2700-GENERATE-YEAR.
056300     MOVE 0 TO FU-INSERT-SUB.
056400     PERFORM 2710-FIND-INSERT THRU 2710-EXIT
056500         VARYING FU-I FROM 1 BY 1
056600         UNTIL FU-I > FU-CAL-CT
056700            OR FU-INSERT-SUB > 0.
056800     IF FU-INSERT-SUB = 0
056900         COMPUTE FU-INSERT-SUB = FU-CAL-CT + 1
057000     END-IF.
057100     PERFORM 2720-SHIFT-ENTRY THRU 2720-EXIT
057200         VARYING FU-I FROM FU-CAL-CT BY -1
057300         UNTIL FU-I < FU-INSERT-SUB.
057400     ADD FU-DAYS-IN-YEAR TO FU-CAL-CT.
057500     MOVE FU-FIRST-INT TO FU-DAY-INT.
057600     PERFORM 2730-BUILD-DATE THRU 2730-EXIT
057700         VARYING FU-K FROM FU-INSERT-SUB BY 1
057800         UNTIL FU-K > FU-INSERT-SUB + FU-DAYS-IN-YEAR - 1.
057900 2700-EXIT.
058000     EXIT.
058100*****************************************************************
058200*  2710-FIND-INSERT - THE FIRST TABLED DATE LATER THAN FU-YEAR  *
058300*                     IS WHERE THE YEAR GOES.                   *
058400*****************************************************************
058500 2710-FIND-INSERT.
058600     IF FU-CE-YYYY (FU-I) > FU-YEAR
058700         MOVE FU-I TO FU-INSERT-SUB
058800     END-IF.
058900 2710-EXIT.
059000     EXIT.
059100*****************************************************************
059200*  2720-SHIFT-ENTRY - MOVE ONE LATER ENTRY UP BY A YEAR'S       *
059300*                     WORTH OF DATES.                           *
059400*****************************************************************
059500 2720-SHIFT-ENTRY.
059600     COMPUTE FU-K = FU-I + FU-DAYS-IN-YEAR.
059700     MOVE FU-CAL-ENTRY (FU-I) TO FU-CAL-ENTRY (FU-K).
059800 2720-EXIT.
059900     EXIT.
060000*****************************************************************
060100*  2730-BUILD-DATE - BUILD ONE DATE OF THE YEAR FROM THE        *
060200*                    PATTERN BYTE FOR ITS DAY OF THE WEEK.  DAY *
060300*                    1 OF THE INTEGER CALENDAR (1601-01-01) WAS *
060400*                    A MONDAY.                                  *
060500*****************************************************************
060600 2730-BUILD-DATE.
060700     COMPUTE FU-CE-DATE (FU-K) =
060800         FUNCTION DATE-OF-INTEGER (FU-DAY-INT).
060900     DIVIDE 7 INTO FU-DAY-INT GIVING FU-QUOT REMAINDER FU-DOW.
061000     IF FU-DOW = 0
061100         MOVE 7 TO FU-DOW
061200     END-IF.
061300     MOVE FU-DAY-NAME (FU-DOW) TO FU-CE-DAY-NAME (FU-K).
061400     MOVE SPACES   TO FU-CE-DESC (FU-K).
061500     MOVE FU-TODAY TO FU-CE-MAINT-DATE (FU-K).
061600     IF FU-PAT-DAY (FU-DOW) = "-"
061700         MOVE "N"   TO FU-CE-PROC-SW (FU-K)
061800         MOVE SPACE TO FU-CE-WINDOW  (FU-K)
061900     ELSE
062000         MOVE "Y"   TO FU-CE-PROC-SW (FU-K)
062100         MOVE FU-PAT-DAY (FU-DOW) TO FU-CE-WINDOW (FU-K)
062200     END-IF.
062300     ADD 1 TO FU-DAY-INT.
062400 2730-EXIT.
062500     EXIT.
062600*****************************************************************
062700*  2900-REPORT-TRANS - REPORT ONE TRANSACTION AND, IF IT WAS    *
062800*                      REJECTED, WHY.                           *
062900*****************************************************************
063000 2900-REPORT-TRANS.
063100     MOVE SPACES TO FB-RPT-LINE.
063200     STRING "TRANSACTION "      DELIMITED BY SIZE
063300         FU-TRANS-CT            DELIMITED BY SIZE
063400         "  ACTION "            DELIMITED BY SIZE
063500         FB-CLT-ACTION          DELIMITED BY SIZE
063600         "  KEY "               DELIMITED BY SIZE
063700         FB-CLT-DATE            DELIMITED BY SIZE
063800         "  "                   DELIMITED BY SIZE
063900         FB-CLT-PROC-SW         DELIMITED BY SIZE
064000         FB-CLT-WINDOW          DELIMITED BY SIZE
064100         " "                    DELIMITED BY SIZE
064200         FB-CLT-PATTERN         DELIMITED BY SIZE
064300         "  "                   DELIMITED BY SIZE
064400         FU-DISPOSITION         DELIMITED BY SIZE
064500         INTO FB-RPT-LINE.
064600     WRITE FB-RPT-RECORD.
064700     ADD 1 TO FU-RECS-WRITTEN.
064800     IF FU-REASON NOT = SPACES
064900         MOVE SPACES TO FB-RPT-LINE
065000         STRING "    "         DELIMITED BY SIZE
065100             FU-REASON         DELIMITED BY SIZE
065200             INTO FB-RPT-LINE
065300         WRITE FB-RPT-RECORD
065400         ADD 1 TO FU-RECS-WRITTEN
065500     END-IF.
065600 2900-EXIT.
065700     EXIT.
065800*****************************************************************
065900*  4000-REWRITE-CALENDAR - WRITE THE TABLED CALENDAR BACK, IN   *
066000*                          DATE ORDER, IF ANY TRANSACTION       *
066100*                          CHANGED IT.                          *
066200*****************************************************************
066300 4000-REWRITE-CALENDAR.
066400     IF NOT FU-CALENDAR-CHANGED
066500         GO TO 4000-EXIT
066600     END-IF.
066700     OPEN OUTPUT CAL-FILE.
066800     IF FU-CAL-FILE-STATUS NOT = "00"
066900         DISPLAY "FBCALMNT - CALENDAR COULD NOT BE OPENED FOR "
067000             "THE REWRITE - FILE STATUS " FU-CAL-FILE-STATUS
067100             " - NO CHANGE APPLIED - RETURN CODE 16"
067200         MOVE 16 TO RETURN-CODE
067300         CLOSE TRN-FILE RPT-FILE
067400         GO TO 9999-EXIT
067500     END-IF.
067600     PERFORM 4100-WRITE-DATE THRU 4100-EXIT
067700         VARYING FU-I FROM 1 BY 1
067800         UNTIL FU-I > FU-CAL-CT.
067900     CLOSE CAL-FILE.
068000 4000-EXIT.
068100     EXIT.
068200*****************************************************************
068300*  4100-WRITE-DATE - WRITE ONE CALENDAR RECORD FROM THE TABLE.  *
068400*****************************************************************
068500 4100-WRITE-DATE.
068600     MOVE SPACES TO FB-CAL-RECORD.
068700     MOVE FU-CE-DATE       (FU-I) TO FB-CAL-DATE.
068800     MOVE FU-CE-PROC-SW    (FU-I) TO FB-CAL-PROC-SW.
068900     MOVE FU-CE-WINDOW     (FU-I) TO FB-CAL-WINDOW.
069000     MOVE FU-CE-DAY-NAME   (FU-I) TO FB-CAL-DAY-NAME.
069100     MOVE FU-CE-DESC       (FU-I) TO FB-CAL-DESC.
069200     MOVE FU-CE-MAINT-DATE (FU-I) TO FB-CAL-MAINT-DATE.
069300     WRITE FB-CAL-RECORD.
069400     ADD 1 TO FU-RECS-WRITTEN.
069500 4100-EXIT.
069600     EXIT.
069700*****************************************************************
069800*  5000-LIST-YEAR - LIST EVERY DATE OF FU-YEAR, ONE LINE EACH.  *
069900*****************************************************************
070000 5000-LIST-YEAR.
070100     MOVE SPACES TO FB-RPT-LINE.
070200     WRITE FB-RPT-RECORD.
070300     MOVE SPACES TO FB-RPT-LINE.
070400     STRING "DATE      DAY  PROCESSING             DESCRIPTION"
070500         DELIMITED BY SIZE INTO FB-RPT-LINE.
070600     WRITE FB-RPT-RECORD.
070700     ADD 2 TO FU-RECS-WRITTEN.
070800     PERFORM 5100-LIST-DATE THRU 5100-EXIT
070900         VARYING FU-I FROM 1 BY 1
071000         UNTIL FU-I > FU-CAL-CT.
071100     MOVE SPACES TO FB-RPT-LINE.
071200     WRITE FB-RPT-RECORD.
071300     ADD 1 TO FU-RECS-WRITTEN.
071400 5000-EXIT.
071500     EXIT.
071600*****************************************************************
071700*  5100-LIST-DATE - LIST ONE TABLED DATE IF IT IS IN FU-YEAR.   *
071800*****************************************************************
071900 5100-LIST-DATE.
072000     IF FU-CE-YYYY (FU-I) NOT = FU-YEAR
072100         GO TO 5100-EXIT
072200     END-IF.
072300     EVALUATE TRUE
072400         WHEN FU-CE-PROC-SW (FU-I) NOT = "Y"
072500             MOVE "NO PROCESSING"        TO FU-SHAPE-TEXT
072600         WHEN FU-CE-WINDOW (FU-I) = "B"
072700             MOVE "YES - FBBIGRUN WINDOW" TO FU-SHAPE-TEXT
072800         WHEN OTHER
072900             MOVE "YES - FBNIGHT WINDOW"  TO FU-SHAPE-TEXT
073000     END-EVALUATE.
073100     MOVE SPACES TO FB-RPT-LINE.
073200     STRING FU-CE-DATE (FU-I)  DELIMITED BY SIZE
073300         "  "                  DELIMITED BY SIZE
073400         FU-CE-DAY-NAME (FU-I) DELIMITED BY SIZE
073500         "  "                  DELIMITED BY SIZE
073600         FU-SHAPE-TEXT         DELIMITED BY SIZE
073700         " "                   DELIMITED BY SIZE
073800         FU-CE-DESC (FU-I)     DELIMITED BY SIZE
073900         INTO FB-RPT-LINE.
074000     WRITE FB-RPT-RECORD.
074100     ADD 1 TO FU-RECS-WRITTEN.
074200 5100-EXIT.
074300     EXIT.
074400*****************************************************************
074500*  6000-SUMMARIZE - ONE LINE PER YEAR ON THE CALENDAR AS THE    *
074600*                   RUN LEAVES IT - DATES, PROCESSING DAYS, AND *
074700*                   HOW MANY OF EACH WINDOW SHAPE.              *
074800*****************************************************************
074900 6000-SUMMARIZE.
075000     MOVE SPACES TO FB-RPT-LINE.
075100     WRITE FB-RPT-RECORD.
075200     MOVE SPACES TO FB-RPT-LINE.
075300     STRING "CALENDAR AFTER THIS RUN - " DELIMITED BY SIZE
075400         FU-CAL-CT                       DELIMITED BY SIZE
075500         " DATES"                        DELIMITED BY SIZE
075600         INTO FB-RPT-LINE.
075700     WRITE FB-RPT-RECORD.
075800     ADD 2 TO FU-RECS-WRITTEN.
075900     MOVE 0 TO FU-SUM-YEAR.
076000     PERFORM 6100-SUMMARIZE-DATE THRU 6100-EXIT
076100         VARYING FU-I FROM 1 BY 1
076200         UNTIL FU-I > FU-CAL-CT.
076300     PERFORM 6200-WRITE-YEAR-LINE THRU 6200-EXIT.
076400 6000-EXIT.
076500     EXIT.
076600*****************************************************************
076700*  6100-SUMMARIZE-DATE - FOLD ONE DATE INTO ITS YEAR'S          *
076800*                        COUNTS, WRITING THE PRIOR YEAR'S LINE  *
076900*                        AT EACH CHANGE OF YEAR.                *
077000*****************************************************************
077100 6100-SUMMARIZE-DATE.
077200     IF FU-CE-YYYY (FU-I) NOT = FU-SUM-YEAR
077300         PERFORM 6200-WRITE-YEAR-LINE THRU 6200-EXIT
077400         MOVE FU-CE-YYYY (FU-I) TO FU-SUM-YEAR
077500         MOVE 0 TO FU-SUM-DAYS
077600         MOVE 0 TO FU-SUM-PROC
077700         MOVE 0 TO FU-SUM-PLAIN
077800         MOVE 0 TO FU-SUM-BIG
077900     END-IF.
078000     ADD 1 TO FU-SUM-DAYS.
078100     IF FU-CE-PROC-SW (FU-I) = "Y"
078200         ADD 1 TO FU-SUM-PROC
078300         IF FU-CE-WINDOW (FU-I) = "B"
078400             ADD 1 TO FU-SUM-BIG
078500         ELSE
078600             ADD 1 TO FU-SUM-PLAIN
078700         END-IF
078800     END-IF.
078900 6100-EXIT.
079000     EXIT.
079100*****************************************************************
079200*  6200-WRITE-YEAR-LINE - WRITE THE SUMMARY LINE FOR THE YEAR   *
079300*                         JUST COUNTED, IF ANY.                 *
079400*****************************************************************
079500 6200-WRITE-YEAR-LINE.
079600     IF FU-SUM-YEAR = 0
079700         GO TO 6200-EXIT
079800     END-IF.
079900     MOVE SPACES TO FB-RPT-LINE.
080000     STRING "YEAR "          DELIMITED BY SIZE
080100         FU-SUM-YEAR         DELIMITED BY SIZE
080200         "  DATES "          DELIMITED BY SIZE
080300         FU-SUM-DAYS         DELIMITED BY SIZE
080400         "  PROCESSING "     DELIMITED BY SIZE
080500         FU-SUM-PROC         DELIMITED BY SIZE
080600         "  FBNIGHT "        DELIMITED BY SIZE
080700         FU-SUM-PLAIN        DELIMITED BY SIZE
080800         "  FBBIGRUN "       DELIMITED BY SIZE
080900         FU-SUM-BIG          DELIMITED BY SIZE
081000         INTO FB-RPT-LINE.
081100     WRITE FB-RPT-RECORD.
081200     ADD 1 TO FU-RECS-WRITTEN.
081300 6200-EXIT.
081400     EXIT.
081500*****************************************************************
081600*  9000-TERMINATE - WRITE THE TRANSACTION TOTALS AND THE        *
081700*                   DISPOSITION, SET THE RETURN CODE, AND CLOSE *
081800*                   UP.                                         *
081900*****************************************************************
082000 9000-TERMINATE.
082100     MOVE SPACES TO FB-RPT-LINE.
082200     WRITE FB-RPT-RECORD.
082300     MOVE SPACES TO FB-RPT-LINE.
082400     STRING "TRANSACTIONS "     DELIMITED BY SIZE
082500         FU-TRANS-CT            DELIMITED BY SIZE
082600         "  ACCEPTED "          DELIMITED BY SIZE
082700         FU-ACCEPT-CT           DELIMITED BY SIZE
082800         "  REJECTED "          DELIMITED BY SIZE
082900         FU-REJECT-CT           DELIMITED BY SIZE
083000         INTO FB-RPT-LINE.
083100     WRITE FB-RPT-RECORD.
083200     ADD 2 TO FU-RECS-WRITTEN.
083300     MOVE SPACES TO FB-RPT-LINE.
083400     IF FU-REJECT-CT > 0
083500         STRING "FBCALMNT - TRANSACTIONS REJECTED - SEE THE "
083600             "REASONS ABOVE" DELIMITED BY SIZE
083700             INTO FB-RPT-LINE
083800         MOVE 8 TO RETURN-CODE
083900     ELSE
084000         STRING "FBCALMNT - EVERY TRANSACTION APPLIED"
084100             DELIMITED BY SIZE INTO FB-RPT-LINE
084200         MOVE 0 TO RETURN-CODE
084300     END-IF.
084400     WRITE FB-RPT-RECORD.
084500     ADD 1 TO FU-RECS-WRITTEN.
084600     DISPLAY FB-RPT-LINE.
084700     CLOSE TRN-FILE RPT-FILE.
084800 9000-EXIT.
084900     EXIT.
085000*****************************************************************
085100*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON *
085200*                       RUN LOG - EVENT S AT START OF RUN,      *
085300*                       EVENT E AT END, AS SET IN               *
085400*                       FU-LOG-EVENT-CD BY THE CALLER.  A LOG   *
085500*                       THAT CANNOT BE OPENED IS BYPASSED -     *
085600*                       LOGGING MUST NEVER TAKE THE RUN DOWN.   *
085700*****************************************************************
085800 8000-WRITE-RUN-LOG.
085900     OPEN EXTEND LOG-FILE.
086000     IF FU-LOG-FILE-STATUS NOT = "00" AND "05"
086100         GO TO 8000-EXIT
086200     END-IF.
086300     MOVE SPACES TO FB-LOG-RECORD.
086400     MOVE "FBCALMNT" TO FB-LOG-PROGRAM.
086500     ACCEPT FU-LOG-STAMP-DATE FROM DATE YYYYMMDD.
086600     ACCEPT FU-TIME-RAW FROM TIME.
086700     MOVE FU-LOG-STAMP-DATE TO FB-LOG-RUN-DATE.
086800     MOVE FU-TIME-HHMMSS    TO FB-LOG-RUN-TIME.
086900     MOVE FU-LOG-EVENT-CD   TO FB-LOG-EVENT.
087000     MOVE RETURN-CODE       TO FB-LOG-RETURN-CD.
087100     MOVE FU-RECS-READ      TO FB-LOG-RECS-READ.
087200     MOVE FU-RECS-WRITTEN   TO FB-LOG-RECS-WRITTEN.
087300     MOVE "N"               TO FB-LOG-RESTART-SW.
087400     MOVE 0 TO FB-LOG-MISSING-CT.
087500     MOVE 0 TO FB-LOG-DUP-CT.
087600     MOVE 0 TO FB-LOG-UNMATCHED-CT.
087700     MOVE 0 TO FB-LOG-MISCLASS-CT.
087800     WRITE FB-LOG-RECORD.
087900     CLOSE LOG-FILE.
088000 8000-EXIT.
088100     EXIT.
088200*****************************************************************
088300*  9999-EXIT - SINGLE END-OF-JOB RETURN POINT.  THE END-OF-RUN  *
088400*              LOG RECORD IS WRITTEN HERE SO EVERY EXIT PATH    *
088500*              LEAVES ONE.                                      *
088600*****************************************************************
088700 9999-EXIT.
088800     MOVE "E" TO FU-LOG-EVENT-CD.
088900     PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT.
089000     STOP RUN.
