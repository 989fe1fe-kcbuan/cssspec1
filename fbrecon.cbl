002602*                   OLD RUN AFTER A RULE CHANGE WAS FLOODING     *
002603*                   RECONRPT WITH FALSE MISCLASSIFIED            *
002604*                   EXCEPTIONS.                                  *
002605*  2026-10-15  RLB  POST EVERY EXCEPTION TO THE KEYED EXCEPTION  *
002606*                   REGISTER (EXCPREG - SEE FBEXRRC) UNDER THE   *
002607*                   RUN, CYCLE AND TYPE, AND CLOSE THE RUN'S     *
002608*                   OPEN ITEMS A LATER RECONCILIATION OF THE     *
002609*                   SAME RUN NO LONGER RAISES, SO AN EXCEPTION   *
002610*                   IS TRACKED AND AGED UNTIL IT IS CLEARED OR   *
002611*                   WRITTEN OFF.  A REGISTER I/O FAILURE ENDS    *
002612*                   THE RUN RETURN CODE 16.                      *
002613*  2026-10-15  RLB  LEAVE CROSS-RUN (TYPE R) REGISTER ITEMS      *
002614*                   ALONE WHEN CLOSING OUT A RUN - THEY ARE      *
002615*                   RAISED AND CLEARED BY FBEXCREG'S CROSS-RUN   *
002616*                   POSTING, NOT BY RECONCILIATION.              *
002617*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-ZSERIES.
003870     SELECT RMS-FILE ASSIGN TO "RULEMAST"
003880         ORGANIZATION IS SEQUENTIAL
003890         FILE STATUS IS FR-RMS-FILE-STATUS.
003891     SELECT EXR-FILE ASSIGN TO "EXCPREG"
003892         ORGANIZATION IS INDEXED
003893         ACCESS IS DYNAMIC
003894         RECORD KEY IS FB-EXR-KEY
003895         FILE STATUS IS FR-EXR-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LEDGER-FILE
004970 FD  RMS-FILE
004980     RECORDING MODE IS F.
004990     COPY FBRMSRC.
004992 FD  EXR-FILE.
004994     COPY FBEXRRC.
005000 WORKING-STORAGE SECTION.
005100 01  FR-SWITCHES.
005200     05  FR-LDG-EOF-SW       PIC X(01) VALUE "N".
005944         88  FR-RWK-OPEN               VALUE "Y".
005946     05  FR-RMS-EOF-SW       PIC X(01) VALUE "N".
005948         88  FR-RMS-EOF                VALUE "Y".
005949     05  FR-EXR-OPEN-SW      PIC X(01) VALUE "N".
005950         88  FR-EXR-OPEN               VALUE "Y".
005951     05  FR-EXR-FAILED-SW    PIC X(01) VALUE "N".
005952         88  FR-EXR-FAILED             VALUE "Y".
005953     05  FR-EXR-BROWSE-END-SW PIC X(01) VALUE "N".
005954         88  FR-EXR-BROWSE-END         VALUE "Y".
005955 01  FR-LOG-AREAS.
005956     05  FR-LOG-FILE-STATUS  PIC X(02) VALUE "00".
005957     05  FR-LOG-EVENT-CD     PIC X(01) VALUE "S".
005958     05  FR-RECS-READ        PIC 9(09) VALUE 0.
005959     05  FR-RECS-WRITTEN     PIC 9(09) VALUE 0.
005960     05  FR-LOG-STAMP-DATE   PIC 9(08) VALUE 0.
005962     05  FR-TIME-RAW.
005964         10  FR-TIME-HHMMSS  PIC 9(06).
006568     05  FR-RWK-WRITTEN-CT   PIC 9(07) VALUE 0.
006569     05  FR-RMS-FILE-STATUS  PIC X(02) VALUE "00".
006570     05  FR-RULES-VER        PIC 9(05) VALUE 0.
006571     05  FR-EXR-FILE-STATUS  PIC X(02) VALUE "00".
006572     05  FR-EXR-TYPE         PIC X(01) VALUE SPACE.
006573     05  FR-EXR-CYCLE        PIC 9(07) VALUE 0.
006574     05  FR-EXR-EXPECT-CD    PIC X(01) VALUE SPACE.
006575     05  FR-EXR-ACTUAL-CD    PIC X(01) VALUE SPACE.
006576     05  FR-EXR-STAMP-DATE   PIC 9(08) VALUE 0.
006577     05  FR-EXR-STAMP-TIME   PIC 9(06) VALUE 0.
006578     05  FR-EXR-POSTED-CT    PIC 9(07) VALUE 0.
006579     05  FR-EXR-NEW-CT       PIC 9(07) VALUE 0.
006580     05  FR-EXR-CLOSED-CT    PIC 9(07) VALUE 0.
006581*****************************************************************
006582*  FBRULES - CYCLE CLASSIFICATION DIVISOR/TEXT PARAMETER TABLE.  *
006583*  USED HERE TO INDEPENDENTLY RE-DERIVE THE EXPECTED CLASS FOR   *
006584*  EACH MATCHED CYCLE - SEE 2310-DERIVE-CLASS.                   *
006585*****************************************************************
006586     COPY FBRULES.
006600 PROCEDURE DIVISION.
006700*****************************************************************
006800*  0000-MAINLINE                                                *
008600     PERFORM 1200-READ-OUTFILE  THRU 1200-EXIT.
008610     PERFORM 1300-REPORT-RUN-ID THRU 1300-EXIT.
008620     PERFORM 1400-SELECT-RULES  THRU 1400-EXIT.
008670     PERFORM 1500-OPEN-REGISTER THRU 1500-EXIT.
008700 1000-EXIT.
008800     EXIT.
008900*****************************************************************
011621 1400-EXIT.
011622     EXIT.
011623*****************************************************************
011624*  1500-OPEN-REGISTER - OPEN THE EXCEPTION REGISTER (EXCPREG)   *
011625*                       FOR UPDATE AND TAKE THIS                *
011626*                       RECONCILIATION'S STAMP.  ITEMS ARE      *
011627*                       REGISTERED UNDER THE RUN FROM THE       *
011628*                       OUTFILE RUN HEADER, SO AN UNIDENTIFIED  *
011629*                       RUN IS REPORTED ONLY.  A REGISTER THAT  *
011630*                       CANNOT BE OPENED IS BYPASSED, AS REWORKF*
011631*                       IS - THE EXCEPTIONS ARE STILL REPORTED  *
011632*                       AND STILL FAIL THE RUN.                 *
011633*****************************************************************
011634 1500-OPEN-REGISTER.
011635     ACCEPT FR-EXR-STAMP-DATE FROM DATE YYYYMMDD.
011636     ACCEPT FR-TIME-RAW FROM TIME.
011637     MOVE FR-TIME-HHMMSS TO FR-EXR-STAMP-TIME.
011638     IF NOT FR-HDR-SEEN
011639         DISPLAY "FBRECON - RUN NOT IDENTIFIED - EXCEPTIONS "
011640             "WILL BE REPORTED BUT NOT REGISTERED"
011641         GO TO 1500-EXIT
011642     END-IF.
011643     OPEN I-O EXR-FILE.
011644     IF FR-EXR-FILE-STATUS = "35"
011645         OPEN OUTPUT EXR-FILE
011646         CLOSE EXR-FILE
011647         OPEN I-O EXR-FILE
011648     END-IF.
011649     IF FR-EXR-FILE-STATUS = "00" OR "05"
011650         SET FR-EXR-OPEN TO TRUE
011651     ELSE
011652         DISPLAY "FBRECON - EXCPREG NOT AVAILABLE - FILE "
011653             "STATUS " FR-EXR-FILE-STATUS " - EXCEPTIONS WILL "
011654             "BE REPORTED BUT NOT REGISTERED"
011655     END-IF.
011656 1500-EXIT.
011657     EXIT.
011658*****************************************************************
011659*  2000-MATCH-CYCLES - CLASSIC MATCH-MERGE OF THE LEDGER AGAINST *
011660*                      OUTFILE, ONE STEP PER PASS.  BOTH FILES   *
011661*                      ARE IN ASCENDING CYCLE NUMBER ORDER.      *
011800*****************************************************************
011900 2000-MATCH-CYCLES.
012000     EVALUATE TRUE
015100         INTO FB-RPT-LINE.
015102     WRITE FB-RPT-RECORD.
015103     ADD 1 TO FR-RECS-WRITTEN.
015104     MOVE "C"             TO FR-EXR-TYPE.
015105     MOVE FB-OUT-CT       TO FR-EXR-CYCLE.
015106     MOVE FR-EXPECT-CD    TO FR-EXR-EXPECT-CD.
015107     MOVE FB-OUT-CLASS-CD TO FR-EXR-ACTUAL-CD.
015108     PERFORM 2800-POST-EXCEPTION THRU 2800-EXIT.
015109 2320-EXIT.
015110     EXIT.
015111*****************************************************************
015200*  2400-FLAG-MISSING - A LEDGER CYCLE NUMBER HAS NO MATCHING     *
015300*                      OUTFILE RECORD.                          *
015400*****************************************************************
016490         WRITE FB-RWK-RECORD
016492         ADD 1 TO FR-RWK-WRITTEN-CT
016494     END-IF.
016495     MOVE "M"              TO FR-EXR-TYPE.
016496     MOVE FB-LDG-CYCLE-NUM TO FR-EXR-CYCLE.
016497     MOVE SPACES           TO FR-EXR-EXPECT-CD FR-EXR-ACTUAL-CD.
016498     PERFORM 2800-POST-EXCEPTION THRU 2800-EXIT.
016500 2400-EXIT.
016600     EXIT.
016700*****************************************************************
017900         INTO FB-RPT-LINE.
018000     WRITE FB-RPT-RECORD.
018050     ADD 1 TO FR-RECS-WRITTEN.
018055     MOVE "D"             TO FR-EXR-TYPE.
018060     MOVE FB-OUT-CT       TO FR-EXR-CYCLE.
018065     MOVE SPACES          TO FR-EXR-EXPECT-CD.
018070     MOVE FB-OUT-CLASS-CD TO FR-EXR-ACTUAL-CD.
018075     PERFORM 2800-POST-EXCEPTION THRU 2800-EXIT.
018100 2500-EXIT.
018200     EXIT.
018300*****************************************************************
019500         INTO FB-RPT-LINE.
019600     WRITE FB-RPT-RECORD.
019650     ADD 1 TO FR-RECS-WRITTEN.
019655     MOVE "U"             TO FR-EXR-TYPE.
019660     MOVE FB-OUT-CT       TO FR-EXR-CYCLE.
019665     MOVE SPACES          TO FR-EXR-EXPECT-CD.
019670     MOVE FB-OUT-CLASS-CD TO FR-EXR-ACTUAL-CD.
019675     PERFORM 2800-POST-EXCEPTION THRU 2800-EXIT.
019700 2600-EXIT.
019800     EXIT.
019900*****************************************************************
020700     PERFORM 1200-READ-OUTFILE THRU 1200-EXIT.
020800 2700-EXIT.
020900     EXIT.
020901*****************************************************************
020902*  2800-POST-EXCEPTION - POST THE EXCEPTION JUST REPORTED TO THE*
020903*                        EXCEPTION REGISTER (EXCPREG - SEE      *
020904*                        FBEXRRC) UNDER THIS RUN, CYCLE AND     *
020905*                        TYPE, AS SET IN FR-EXR-CYCLE AND       *
020906*                        FR-EXR-TYPE BY THE CALLER.  A NEW ITEM *
020907*                        IS ADDED OPEN.  AN ITEM ALREADY        *
020908*                        REGISTERED (THE SAME RUN RECONCILED    *
020909*                        AGAIN) IS STAMPED AS RAISED BY THIS    *
020910*                        RECONCILIATION, AND REOPENED WITHOUT   *
020911*                        ANY HOLD IF IT HAD BEEN CLOSED; A      *
020912*                        WRITTEN-OFF ITEM IS LEFT AS THE ANALYST*
020913*                        DISPOSED OF IT.  ANY REGISTER I/O      *
020914*                        FAILURE STOPS THE POSTING AND ENDS THE *
020915*                        RUN RETURN CODE 16 AT 9000-TERMINATE.  *
020916*****************************************************************
020917 2800-POST-EXCEPTION.
020918     IF NOT FR-EXR-OPEN OR FR-EXR-FAILED
020919         GO TO 2800-EXIT
020920     END-IF.
020921     MOVE FR-RUN-DATE  TO FB-EXR-RUN-DATE.
020922     MOVE FR-RUN-SEQ   TO FB-EXR-RUN-SEQ.
020923     MOVE FR-EXR-CYCLE TO FB-EXR-CYCLE-NUM.
020924     MOVE FR-EXR-TYPE  TO FB-EXR-TYPE.
020925     READ EXR-FILE
020926         INVALID KEY
020927             PERFORM 2810-ADD-ITEM THRU 2810-EXIT
020928             GO TO 2800-EXIT
020929     END-READ.
020930     IF FR-EXR-FILE-STATUS NOT = "00" AND "02"
020931         DISPLAY "FBRECON - EXCPREG READ FAILED - FILE STATUS "
020932             FR-EXR-FILE-STATUS " AT CYCLE " FR-EXR-CYCLE
020933         SET FR-EXR-FAILED TO TRUE
020934         GO TO 2800-EXIT
020935     END-IF.
020936     ADD 1 TO FR-EXR-POSTED-CT.
020937     IF FB-EXR-WRITTEN-OFF
020938         GO TO 2800-EXIT
020939     END-IF.
020940     IF FB-EXR-CLOSED
020941         SET FB-EXR-OPEN TO TRUE
020942         MOVE FR-EXR-STAMP-DATE TO FB-EXR-STATUS-DATE
020943         MOVE SPACE TO FB-EXR-DISP-CD
020944     END-IF.
020945     MOVE FR-EXR-STAMP-DATE  TO FB-EXR-SEEN-DATE.
020946     MOVE FR-EXR-STAMP-TIME  TO FB-EXR-SEEN-TIME.
020947     MOVE FR-EXR-EXPECT-CD   TO FB-EXR-EXPECT-CD.
020948     MOVE FR-EXR-ACTUAL-CD   TO FB-EXR-ACTUAL-CD.
020949     IF FB-EXR-RAISE-CT < 999
020950         ADD 1 TO FB-EXR-RAISE-CT
020951     END-IF.
020952     REWRITE FB-EXR-RECORD.
020953     IF FR-EXR-FILE-STATUS NOT = "00" AND "02"
020954         DISPLAY "FBRECON - EXCPREG REWRITE FAILED - FILE STATUS "
020955             FR-EXR-FILE-STATUS " AT CYCLE " FR-EXR-CYCLE
020956         SET FR-EXR-FAILED TO TRUE
020957     END-IF.
020958 2800-EXIT.
020959     EXIT.
020960*****************************************************************
020961*  2810-ADD-ITEM - THE EXCEPTION IS NOT YET ON THE REGISTER -   *
020962*                  WRITE IT AS A NEW OPEN ITEM RAISED TODAY.    *
020963*****************************************************************
020964 2810-ADD-ITEM.
020965     MOVE SPACES TO FB-EXR-RECORD.
020966     MOVE FR-RUN-DATE        TO FB-EXR-RUN-DATE.
020967     MOVE FR-RUN-SEQ         TO FB-EXR-RUN-SEQ.
020968     MOVE FR-EXR-CYCLE       TO FB-EXR-CYCLE-NUM.
020969     MOVE FR-EXR-TYPE        TO FB-EXR-TYPE.
020970     SET FB-EXR-OPEN         TO TRUE.
020971     MOVE FR-EXR-STAMP-DATE  TO FB-EXR-RAISED-DATE.
020972     MOVE FR-EXR-STAMP-DATE  TO FB-EXR-SEEN-DATE.
020973     MOVE FR-EXR-STAMP-TIME  TO FB-EXR-SEEN-TIME.
020974     MOVE 1                  TO FB-EXR-RAISE-CT.
020975     MOVE FR-EXR-EXPECT-CD   TO FB-EXR-EXPECT-CD.
020976     MOVE FR-EXR-ACTUAL-CD   TO FB-EXR-ACTUAL-CD.
020977     MOVE FR-EXR-STAMP-DATE  TO FB-EXR-STATUS-DATE.
020978     MOVE 0                  TO FB-EXR-DISP-DATE.
020979     WRITE FB-EXR-RECORD.
020980     EVALUATE FR-EXR-FILE-STATUS
020981         WHEN "00"
020982         WHEN "02"
020983             ADD 1 TO FR-EXR-POSTED-CT
020984             ADD 1 TO FR-EXR-NEW-CT
020985         WHEN OTHER
020986             DISPLAY "FBRECON - EXCPREG WRITE FAILED - FILE "
020987                 "STATUS " FR-EXR-FILE-STATUS " AT CYCLE "
020988                 FR-EXR-CYCLE
020989             SET FR-EXR-FAILED TO TRUE
020990     END-EVALUATE.
020991 2810-EXIT.
020992     EXIT.
021000*****************************************************************
021100*  9000-TERMINATE - WRITE THE FINAL DISPOSITION LINE AND         *
021200*                   COUNTS, SET THE RETURN CODE, AND CLOSE UP.   *
021300*****************************************************************
021400 9000-TERMINATE.
021450     PERFORM 9100-CLOSE-OUT-REGISTER THRU 9100-EXIT.
021500     MOVE SPACES TO FB-RPT-LINE.
021600     IF FR-EXCEPTIONS-FOUND
021700         STRING "FBRECON - RECONCILIATION FAILED - SEE "
022600     END-IF.
022700     WRITE FB-RPT-RECORD.
022750     ADD 1 TO FR-RECS-WRITTEN.
022752     IF FR-EXR-OPEN
022754         MOVE SPACES TO FB-RPT-LINE
022756         STRING "EXCEPTION REGISTER - " DELIMITED BY SIZE
022758             FR-EXR-POSTED-CT        DELIMITED BY SIZE
022760             " POSTED, "             DELIMITED BY SIZE
022762             FR-EXR-NEW-CT           DELIMITED BY SIZE
022764             " NEW, "                DELIMITED BY SIZE
022766             FR-EXR-CLOSED-CT        DELIMITED BY SIZE
022768             " CLOSED"               DELIMITED BY SIZE
022770             INTO FB-RPT-LINE
022772         WRITE FB-RPT-RECORD
022774         ADD 1 TO FR-RECS-WRITTEN
022776         DISPLAY "FBRECON - " FB-RPT-LINE
022778     END-IF.
022780     IF FR-EXR-FAILED
022782         MOVE SPACES TO FB-RPT-LINE
022784         STRING "EXCEPTION REGISTER UPDATE FAILED - REGISTER "
022786             "INCOMPLETE FOR THIS RUN" DELIMITED BY SIZE
022788             INTO FB-RPT-LINE
022790         WRITE FB-RPT-RECORD
022792         ADD 1 TO FR-RECS-WRITTEN
022794         DISPLAY "FBRECON - " FB-RPT-LINE " - RETURN CODE 16"
022796         MOVE 16 TO RETURN-CODE
022798     END-IF.
022800     DISPLAY FB-RPT-LINE.
022900     DISPLAY "FBRECON - MATCHED " FR-MATCH-CT
023000         " MISSING " FR-MISSING-CT
023310     IF FR-RWK-OPEN
023320         CLOSE RWK-FILE
023330     END-IF.
023350     IF FR-EXR-OPEN
023370         CLOSE EXR-FILE
023390     END-IF.
023400 9000-EXIT.
023500     EXIT.
023501*****************************************************************
023502*  9100-CLOSE-OUT-REGISTER - BROWSE THE REGISTER ITEMS RAISED   *
023503*                            AGAINST THE RUN JUST RECONCILED AND*
023504*                            CLOSE EVERY ONE STILL OPEN THAT    *
023505*                            THIS RECONCILIATION DID NOT RAISE  *
023506*                            AGAIN - THE CYCLE HAS BEEN PROVED  *
023507*                            CLEAN (BY THE FBREPAIR RE-RUN, OR A*
023508*                            RESUBMITTED STEP).  A WRITTEN-OFF  *
023509*                            ITEM IS LEFT ALONE.  SKIPPED AFTER *
023510*                            A REGISTER FAILURE, SO NOTHING IS  *
023511*                            CLOSED ON A PARTIAL POSTING.       *
023512*****************************************************************
023513 9100-CLOSE-OUT-REGISTER.
023514     IF NOT FR-EXR-OPEN OR FR-EXR-FAILED
023515         GO TO 9100-EXIT
023516     END-IF.
023517     MOVE FR-RUN-DATE TO FB-EXR-RUN-DATE.
023518     MOVE FR-RUN-SEQ  TO FB-EXR-RUN-SEQ.
023519     MOVE 0           TO FB-EXR-CYCLE-NUM.
023520     MOVE LOW-VALUES  TO FB-EXR-TYPE.
023521     START EXR-FILE KEY NOT LESS THAN FB-EXR-KEY
023522         INVALID KEY
023523             GO TO 9100-EXIT
023524     END-START.
023525     IF FR-EXR-FILE-STATUS NOT = "00"
023526         DISPLAY "FBRECON - EXCPREG START FAILED - FILE STATUS "
023527             FR-EXR-FILE-STATUS " - ITEMS NOT CLOSED"
023528         SET FR-EXR-FAILED TO TRUE
023529         GO TO 9100-EXIT
023530     END-IF.
023531     MOVE "N" TO FR-EXR-BROWSE-END-SW.
023532     PERFORM 9110-CLOSE-ONE-ITEM THRU 9110-EXIT
023533         UNTIL FR-EXR-BROWSE-END.
023534 9100-EXIT.
023535     EXIT.
023536*****************************************************************
023537*  9110-CLOSE-ONE-ITEM - READ THE NEXT REGISTER ITEM AND CLOSE  *
023538*                        IT IF IT IS THIS RUN'S, IS OPEN, IS NOT*
023539*                        A CROSS-RUN ITEM AND WAS NOT STAMPED BY*
023540*                        THIS RECONCILIATION.  THE BROWSE ENDS  *
023541*                        AT THE FIRST ITEM OF ANOTHER RUN.      *
023542*****************************************************************
023543 9110-CLOSE-ONE-ITEM.
023544     READ EXR-FILE NEXT RECORD
023545         AT END
023546             SET FR-EXR-BROWSE-END TO TRUE
023547             GO TO 9110-EXIT
023548     END-READ.
023549     IF FR-EXR-FILE-STATUS NOT = "00" AND "02"
023550         DISPLAY "FBRECON - EXCPREG READ FAILED - FILE STATUS "
023551             FR-EXR-FILE-STATUS " - ITEMS NOT CLOSED"
023552         SET FR-EXR-FAILED TO TRUE
023553         SET FR-EXR-BROWSE-END TO TRUE
023554         GO TO 9110-EXIT
023555     END-IF.
023556     IF FB-EXR-RUN-DATE NOT = FR-RUN-DATE
023557         OR FB-EXR-RUN-SEQ NOT = FR-RUN-SEQ
023558         SET FR-EXR-BROWSE-END TO TRUE
023559         GO TO 9110-EXIT
023560     END-IF.
023561     IF NOT FB-EXR-OPEN OR FB-EXR-CROSS-RUN
023562         GO TO 9110-EXIT
023563     END-IF.
023564     IF FB-EXR-SEEN-DATE = FR-EXR-STAMP-DATE
023565         AND FB-EXR-SEEN-TIME = FR-EXR-STAMP-TIME
023566         GO TO 9110-EXIT
023567     END-IF.
023568     SET FB-EXR-CLOSED TO TRUE.
023569     MOVE FR-EXR-STAMP-DATE TO FB-EXR-STATUS-DATE.
023570     REWRITE FB-EXR-RECORD.
023571     IF FR-EXR-FILE-STATUS NOT = "00" AND "02"
023572         DISPLAY "FBRECON - EXCPREG REWRITE FAILED - FILE STATUS "
023573             FR-EXR-FILE-STATUS " AT CYCLE " FB-EXR-CYCLE-NUM
023574         SET FR-EXR-FAILED TO TRUE
023575         SET FR-EXR-BROWSE-END TO TRUE
023576         GO TO 9110-EXIT
023577     END-IF.
023578     ADD 1 TO FR-EXR-CLOSED-CT.
023579 9110-EXIT.
023580     EXIT.
023600*****************************************************************
023610*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON  *
023620*                       RUN LOG - EVENT S AT START OF RUN,       *
