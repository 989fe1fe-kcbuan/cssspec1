000260*  FBRECON EXCEPTION COUNTS, AND THE HIGHEST RETURN CODE OF     *
000270*  THE NIGHT IS CALLED OUT AT THE BOTTOM.                       *
000280*                                                               *
000285*  LAST NIGHT IS THE NIGHT THE PROCESSING CALENDAR (CALENDAR -  *
000290*  SEE FBCALRC) NAMES - THE LATEST PROCESSING DAY WHOSE WINDOW  *
000295*  HAS OPENED - AND EVERY RECORD STAMPED FROM THAT DAY'S        *
000300*  WINDOW-START HOUR ONWARD IS PRINTED, SO A WINDOW THAT OPENS  *
000305*  BEFORE MIDNIGHT IS REPORTED WHOLE AND A MONDAY MORNING       *
000310*  REPORTS FRIDAY'S WINDOW.  A PROCESSING DAY WITH NO FIZZBUZZ  *
000315*  RUN IN ITS WINDOW IS CALLED OUT AS A SKIPPED NIGHT AND ENDS  *
000320*  WITH RETURN CODE 8.  THIS PROGRAM ONLY READS THE LOG IT      *
000325*  REPORTS ON - IT DELIBERATELY WRITES NO LOG RECORDS OF ITS    *
000330*  OWN, SO THE REPORT IS NEVER CLUTTERED BY ITS OWN RUNS.       *
000380*                                                               *
000390*  MODIFICATION HISTORY                                         *
000400*  ---------------------------------------------------------    *
000440*                   NIGHT - A WINDOW STARTING BEFORE MIDNIGHT   *
000450*                   WAS LOSING ITS OPENING RECORDS TO THE       *
000460*                   DATE CHANGE.                                *
000461*  2026-10-15  RLB  TAKE LAST NIGHT FROM THE PROCESSING         *
000462*                   CALENDAR INSTEAD OF THE HIGHEST RUN DATE    *
000463*                   ON THE LOG, NAME ITS WINDOW SHAPE, AND      *
000464*                   END WITH RETURN CODE 8 WHEN A PROCESSING    *
000465*                   DAY NEVER RAN - MONDAYS AND HOLIDAYS WERE   *
000466*                   REPORTING AN EARLIER NIGHT WITHOUT SAYING   *
000467*                   SO.                                         *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000560         FILE STATUS IS FS-LOG-FILE-STATUS.
000570     SELECT PRT-FILE ASSIGN TO "SHIFTRPT"
000580         ORGANIZATION IS SEQUENTIAL.
000582     SELECT CAL-FILE ASSIGN TO "CALENDAR"
000584         ORGANIZATION IS SEQUENTIAL
000586         FILE STATUS IS FS-CAL-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LOG-FILE
000640 FD  PRT-FILE
000650     RECORDING MODE IS F.
000660     COPY FBPRTRC.
000662 FD  CAL-FILE
000664     RECORDING MODE IS F.
000666     COPY FBCALRC.
000670 WORKING-STORAGE SECTION.
000680 01  FS-SWITCHES.
000690     05  FS-LOG-EOF-SW       PIC X(01) VALUE "N".
000700         88  FS-LOG-EOF                VALUE "Y".
000702     05  FS-CAL-EOF-SW       PIC X(01) VALUE "N".
000704         88  FS-CAL-EOF                VALUE "Y".
000706     05  FS-COVERED-SW       PIC X(01) VALUE "N".
000708         88  FS-WINDOW-COVERED         VALUE "Y".
000710 01  FS-WORK-AREAS.
000720     05  FS-LOG-FILE-STATUS  PIC X(02) VALUE "00".
000725     05  FS-CAL-FILE-STATUS  PIC X(02) VALUE "00".
000730     05  FS-TODAY            PIC 9(08) VALUE 0.
000735     05  FS-WINDOW-DATE      PIC 9(08) VALUE 0.
000750     05  FS-WINDOW-START     PIC 9(06) VALUE 200000.
000760     05  FS-PRINTED-CT       PIC 9(05) VALUE 0.
000770     05  FS-HIGH-RC          PIC 9(04) VALUE 0.
000790         10  FS-ND-YYYY      PIC 9(04).
000800         10  FS-ND-MM        PIC 9(02).
000810         10  FS-ND-DD        PIC 9(02).
000811     05  FS-NIGHT-DATE-N REDEFINES FS-NIGHT-DATE
000812                             PIC 9(08).
000813     05  FS-NIGHT-SHAPE      PIC X(01) VALUE SPACE.
000814         88  FS-BIG-NIGHT              VALUE "B".
000815     05  FS-SHAPE-NAME       PIC X(20) VALUE SPACES.
000816     05  FS-RUN-CT           PIC 9(05) VALUE 0.
000817     05  FS-STAMP            PIC 9(14) VALUE 0.
000818     05  FS-WINDOW-STAMP     PIC 9(14) VALUE 0.
000819     05  FS-TIME-RAW.
000820         10  FS-TIME-HHMMSS  PIC 9(06).
000821         10  FILLER          PIC 9(02).
000822 01  FS-HDG1-LINE.
000830     05  FILLER              PIC X(42) VALUE
000840         "FIZZBUZZ SHIFT HANDOFF REPORT - NIGHT OF".
000850     05  FS-H1-DATE.
001370*****************************************************************
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001400     PERFORM 2000-FIND-NIGHT      THRU 2000-EXIT
001410         UNTIL FS-CAL-EOF.
001420     PERFORM 3000-PRINT-REPORT    THRU 3000-EXIT.
001430     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001440     GO TO 9999-EXIT.
001445*****************************************************************
001450*  1000-INITIALIZE - OPEN THE REPORT AND THE CALENDAR, WORK OUT *
001455*                    WHICH WINDOW THE CLOCK IS IN - BEFORE THE  *
001460*                    WINDOW-START HOUR IT IS STILL THE ONE THAT *
001465*                    OPENED YESTERDAY - AND PRIME THE CALENDAR  *
001470*                    PASS.  AN UNOPENABLE CALENDAR IS FATAL -   *
001475*                    THERE IS NO NIGHT TO HAND OFF.             *
001480*****************************************************************
001485 1000-INITIALIZE.
001490     OPEN OUTPUT PRT-FILE.
001495     MOVE 0 TO FS-NIGHT-DATE-N.
001500     ACCEPT FS-TODAY FROM DATE YYYYMMDD.
001505     ACCEPT FS-TIME-RAW FROM TIME.
001510     IF FS-TIME-HHMMSS < FS-WINDOW-START
001515         COMPUTE FS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
001520             (FUNCTION INTEGER-OF-DATE (FS-TODAY) - 1)
001525     ELSE
001530         MOVE FS-TODAY TO FS-WINDOW-DATE
001535     END-IF.
001540     OPEN INPUT CAL-FILE.
001545     IF FS-CAL-FILE-STATUS NOT = "00"
001550         DISPLAY "FBSHIFT - CALENDAR OPEN FAILED - FILE STATUS "
001555             FS-CAL-FILE-STATUS " - ENDING RUN - RETURN CODE 16"
001560         MOVE 16 TO RETURN-CODE
001565         CLOSE PRT-FILE
001570         GO TO 9999-EXIT
001575     END-IF.
001580     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
001585 1000-EXIT.
001590     EXIT.
001630*****************************************************************
001640*  1100-READ-LOG - READ THE NEXT RUN-LOG RECORD.                *
001650*****************************************************************
001700     END-READ.
001710 1100-EXIT.
001720     EXIT.
001722*****************************************************************
001724*  1200-READ-CALENDAR - READ THE NEXT PROCESSING CALENDAR       *
001726*                       RECORD.                                 *
001728*****************************************************************
001730 1200-READ-CALENDAR.
001732     READ CAL-FILE
001734         AT END
001736             MOVE "Y" TO FS-CAL-EOF-SW
001738     END-READ.
001740 1200-EXIT.
001742     EXIT.
001744*****************************************************************
001746*  2000-FIND-NIGHT - FIRST PASS, OVER THE CALENDAR - REMEMBER   *
001748*                    THE LATEST PROCESSING DAY ON OR BEFORE THE *
001750*                    WINDOW DATE AND ITS WINDOW SHAPE, AND      *
001752*                    WHETHER THE CALENDAR REACHES THE WINDOW    *
001754*                    DATE AT ALL.                               *
001756*****************************************************************
001758 2000-FIND-NIGHT.
001760     IF FB-CAL-DATE NOT NUMERIC
001762         OR FB-CAL-DATE > FS-WINDOW-DATE
001764         GO TO 2090-NEXT
001766     END-IF.
001768     IF FB-CAL-DATE = FS-WINDOW-DATE
001770         SET FS-WINDOW-COVERED TO TRUE
001772     END-IF.
001774     IF FB-CAL-PROCESSING-DAY
001776         MOVE FB-CAL-DATE   TO FS-NIGHT-DATE-N
001778         MOVE FB-CAL-WINDOW TO FS-NIGHT-SHAPE
001780     END-IF.
001782 2090-NEXT.
001784     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
001786 2000-EXIT.
001788     EXIT.
001865*****************************************************************
001870*  3000-PRINT-REPORT - SECOND PASS, OVER THE LOG - PRINT EVERY  *
001875*                      RECORD IN THE NIGHT'S WINDOW, CALL OUT A *
001880*                      PROCESSING DAY THAT NEVER RAN, THEN THE  *
001885*                      HIGHEST RETURN CODE LINE.  A CALENDAR    *
001890*                      THAT DOES NOT REACH THE WINDOW DATE, OR  *
001895*                      NAMES NO PROCESSING DAY BEFORE IT, IS    *
001900*                      FATAL - THE REPORT WOULD BE FOR A GUESSED*
001905*                      NIGHT.  SO IS AN UNOPENABLE LOG.         *
001910*****************************************************************
001915 3000-PRINT-REPORT.
001920     CLOSE CAL-FILE.
001925     IF NOT FS-WINDOW-COVERED
001930         OR FS-NIGHT-DATE-N = 0
001935         DISPLAY "FBSHIFT - CALENDAR DOES NOT NAME THE NIGHT FOR "
001940             FS-WINDOW-DATE " - LOAD THE YEAR WITH FBCALMNT - "
001945             "ENDING RUN - RETURN CODE 16"
001950         MOVE 16 TO RETURN-CODE
001955         CLOSE PRT-FILE
001960         GO TO 9999-EXIT
001965     END-IF.
001970     OPEN INPUT LOG-FILE.
001975     IF FS-LOG-FILE-STATUS NOT = "00"
001980         DISPLAY "FBSHIFT - FBRUNLOG OPEN FAILED - FILE STATUS "
001985             FS-LOG-FILE-STATUS " - ENDING RUN - RETURN CODE 16"
001990         MOVE 16 TO RETURN-CODE
001995         CLOSE PRT-FILE
002000         GO TO 9999-EXIT
002005     END-IF.
002010     COMPUTE FS-WINDOW-STAMP =
002015         FS-NIGHT-DATE-N * 1000000 + FS-WINDOW-START.
002020     MOVE FS-ND-YYYY TO FS-H1-YYYY.
002025     MOVE FS-ND-MM   TO FS-H1-MM.
002030     MOVE FS-ND-DD   TO FS-H1-DD.
002035     MOVE SPACES TO FB-PRT-LINE.
002040     MOVE FS-HDG1-LINE TO FB-PRT-LINE.
002045     WRITE FB-PRT-RECORD AFTER ADVANCING PAGE.
002050     IF FS-BIG-NIGHT
002055         MOVE "PARTITIONED FBBIGRUN" TO FS-SHAPE-NAME
002060     ELSE
002065         MOVE "PLAIN FBNIGHT"        TO FS-SHAPE-NAME
002070     END-IF.
002075     MOVE SPACES TO FB-PRT-LINE.
002080     STRING "CALENDAR WINDOW SHAPE - " DELIMITED BY SIZE
002085         FS-SHAPE-NAME                 DELIMITED BY "  "
002090         INTO FB-PRT-LINE.
002095     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
002100     MOVE SPACES TO FB-PRT-LINE.
002105     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
002110     MOVE FS-COLHDG-LINE TO FB-PRT-LINE.
002115     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
002120     MOVE SPACES TO FB-PRT-LINE.
002125     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
002130     PERFORM 1100-READ-LOG THRU 1100-EXIT.
002135     PERFORM 3100-PRINT-LOG-RECORD THRU 3100-EXIT
002140         UNTIL FS-LOG-EOF.
002145     IF FS-RUN-CT = 0
002150         MOVE SPACES TO FB-PRT-LINE
002155         STRING "PROCESSING DAY " DELIMITED BY SIZE
002160             FS-NIGHT-DATE-N      DELIMITED BY SIZE
002165             " HAS NO FIZZBUZZ RUN ON FBRUNLOG - THE NIGHT WAS "
002170                                  DELIMITED BY SIZE
002175             "SKIPPED - ESCALATE" DELIMITED BY SIZE
002180             INTO FB-PRT-LINE
002185         WRITE FB-PRT-RECORD AFTER ADVANCING 2 LINES
002190     END-IF.
002195     MOVE SPACES TO FB-PRT-LINE.
002200     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
002205     MOVE SPACES TO FB-PRT-LINE.
002210     STRING "HIGHEST RETURN CODE THIS NIGHT " DELIMITED BY SIZE
002215         FS-HIGH-RC                           DELIMITED BY SIZE
002220         " - SIGN OFF IF ZERO, ESCALATE IF NOT"
002225                                              DELIMITED BY SIZE
002230         INTO FB-PRT-LINE.
002235     WRITE FB-PRT-RECORD AFTER ADVANCING 1 LINE.
002240 3000-EXIT.
002245     EXIT.
002250*****************************************************************
002255*  3100-PRINT-LOG-RECORD - PRINT ONE RUN-LOG RECORD IF IT WAS   *
002260*                          STAMPED ONCE THE NIGHT'S WINDOW HAD  *
002265*                          OPENED, COUNT THE FIZZBUZZ RECORDS   *
002270*                          THAT SHOW THE NIGHT RAN, AND TRACK   *
002275*                          THE HIGHEST RETURN CODE.             *
002280*****************************************************************
002285 3100-PRINT-LOG-RECORD.
002290     IF FB-LOG-RUN-DATE NOT NUMERIC
002295         OR FB-LOG-RUN-TIME NOT NUMERIC
002300         GO TO 3190-NEXT
002305     END-IF.
002310     COMPUTE FS-STAMP =
002315         FB-LOG-RUN-DATE * 1000000 + FB-LOG-RUN-TIME.
002320     IF FS-STAMP < FS-WINDOW-STAMP
002325         GO TO 3190-NEXT
002330     END-IF.
002335     IF FB-LOG-PROGRAM = "FIZZBUZZ"
002340         ADD 1 TO FS-RUN-CT
002345     END-IF.
002560     MOVE FB-LOG-PROGRAM TO FS-DL-PROGRAM.
002570     MOVE FB-LOG-RUN-TIME TO FS-TIME-SPLIT.
002580     MOVE FS-TS-HH TO FS-DL-HH.
002860*  9000-TERMINATE - END-OF-JOB HOUSEKEEPING.                    *
002870*****************************************************************
002880 9000-TERMINATE.
002882     DISPLAY "FBSHIFT - " FS-PRINTED-CT " LOG RECORDS PRINTED "
002884         "FOR NIGHT " FS-NIGHT-DATE-N " - HIGHEST RETURN CODE "
002886         FS-HIGH-RC.
002888     IF FS-RUN-CT = 0
002890         DISPLAY "FBSHIFT - PROCESSING DAY " FS-NIGHT-DATE-N
002892             " NEVER RAN - RETURN CODE 8"
002894         MOVE 8 TO RETURN-CODE
002896     END-IF.
002920     CLOSE LOG-FILE PRT-FILE.
002930 9000-EXIT.
002940     EXIT.
