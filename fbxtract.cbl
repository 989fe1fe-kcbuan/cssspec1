003884*                   LONGER MATCH ITS OWN STALE                  *
003886*                   ACKNOWLEDGMENT AND LOG A CONFIRMED          *
003888*                   HAND-OVER THAT NEVER OCCURRED.              *
003889*  2026-10-15  RLB  WITHOUT A KEYED RUN DATE THE                *
003890*                   ACKNOWLEDGMENT CHECK NOW TAKES THE NIGHT    *
003891*                   FROM THE PROCESSING CALENDAR (SEE FBCALRC), *
003892*                   AS FBSHIFT AND FBSENTNL DO, AND REFUSES     *
003893*                   WHEN THAT PROCESSING DAY HAS NO FIZZBUZZ    *
003894*                   RUN ON FBRUNLOG - A SKIPPED NIGHT NO        *
003895*                   LONGER LETS THE LAST NIGHT THAT DID RUN BE  *
003896*                   SIGNED OFF IN ITS PLACE.                    *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
006000     SELECT LOG-FILE ASSIGN TO "FBRUNLOG"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FD-LOG-FILE-STATUS.
006220     SELECT CAL-FILE ASSIGN TO "CALENDAR"
006240         ORGANIZATION IS SEQUENTIAL
006260         FILE STATUS IS FD-CAL-FILE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  XTC-FILE
008000 FD  LOG-FILE
008100     RECORDING MODE IS F.
008200     COPY FBLOGRC.
008220 FD  CAL-FILE
008240     RECORDING MODE IS F.
008260     COPY FBCALRC.
008300 WORKING-STORAGE SECTION.
008400 01  FD-SWITCHES.
008500     05  FD-OUT-EOF-SW       PIC X(01) VALUE "N".
009700         88  FD-TRL-SEEN               VALUE "Y".
009710     05  FD-LOG-EOF-SW       PIC X(01) VALUE "N".
009720         88  FD-LOG-EOF                VALUE "Y".
009730     05  FD-CAL-EOF-SW       PIC X(01) VALUE "N".
009740         88  FD-CAL-EOF                VALUE "Y".
009750     05  FD-COVERED-SW       PIC X(01) VALUE "N".
009760         88  FD-WINDOW-COVERED         VALUE "Y".
009800 01  FD-WORK-AREAS.
009900     05  FD-XTC-FILE-STATUS  PIC X(02) VALUE "00".
010000     05  FD-OUT-FILE-STATUS  PIC X(02) VALUE "00".
010900     05  FD-TRL-HASH         PIC 9(15) VALUE 0.
010910     05  FD-TRL-RUN-DATE     PIC 9(08) VALUE 0.
010920     05  FD-EXP-RUN-DATE     PIC 9(08) VALUE 0.
010922     05  FD-CAL-FILE-STATUS  PIC X(02) VALUE "00".
010924     05  FD-TODAY            PIC 9(08) VALUE 0.
010926     05  FD-WINDOW-DATE      PIC 9(08) VALUE 0.
010928     05  FD-WINDOW-START     PIC 9(06) VALUE 200000.
010930     05  FD-NIGHT-DATE       PIC 9(08) VALUE 0.
010932     05  FD-WINDOW-STAMP     PIC 9(14) VALUE 0.
010934     05  FD-STAMP            PIC 9(14) VALUE 0.
010936     05  FD-RUN-CT           PIC 9(05) VALUE 0.
010950     05  FD-ACK-RUN-DATE     PIC 9(08) VALUE 0.
010960     05  FD-ACK-RUN-SEQ      PIC 9(05) VALUE 0.
010970     05  FD-ACK-REC-CT       PIC 9(09) VALUE 0.
038900     END-EVALUATE.
039000 3100-EXIT.
039100     EXIT.
039101*****************************************************************
039102*  3150-VERIFY-CURRENCY - PROVE DISTOUT IS THE NIGHT BEING      *
039103*                         SIGNED OFF.  DISTOUT IS A REUSED      *
039104*                         DATASET - AFTER A NIGHT WHOSE         *
039105*                         EXTRACT NEVER RAN (DRAINED, FAILED    *
039106*                         ROLL) IT STILL HOLDS THE PRIOR        *
039107*                         HAND-OVER, AND THAT STALE FILE        *
039108*                         WOULD MATCH ITS OWN STALE             *
039109*                         ACKNOWLEDGMENT.  A RUN DATE KEYED     *
039110*                         ON XTRCTL (SEE FBXTCRC) MUST MATCH    *
039111*                         THE TRAILER EXACTLY; WITHOUT ONE,     *
039112*                         THE NIGHT IS THE ONE THE PROCESSING   *
039113*                         CALENDAR NAMES - THE SAME RULE        *
039114*                         FBSHIFT AND FBSENTNL USE.  THAT       *
039115*                         PROCESSING DAY MUST HAVE A FIZZBUZZ   *
039116*                         RUN ON FBRUNLOG IN ITS WINDOW, AND A  *
039117*                         TRAILER DATED BEFORE IT REFUSES.      *
039118*****************************************************************
039119 3150-VERIFY-CURRENCY.
039120     IF FD-EXP-RUN-DATE > 0
039121         IF FD-TRL-RUN-DATE NOT = FD-EXP-RUN-DATE
039122             PERFORM 3170-FLAG-STALE THRU 3170-EXIT
039123         END-IF
039124         GO TO 3150-EXIT
039125     END-IF.
039126     PERFORM 3155-FIND-NIGHT THRU 3155-EXIT.
039127     IF FD-NIGHT-DATE = 0
039128         GO TO 3150-EXIT
039129     END-IF.
039130     OPEN INPUT LOG-FILE.
039131     IF FD-LOG-FILE-STATUS NOT = "00"
039132         SET FD-RUN-REFUSED TO TRUE
039133         MOVE SPACES TO FB-RPT-LINE
039134         STRING "FBRUNLOG COULD NOT BE READ TO DATE THE "
039135             "NIGHT - KEY THE RUN DATE ON XTRCTL AND RERUN"
039136             DELIMITED BY SIZE INTO FB-RPT-LINE
039137         WRITE FB-RPT-RECORD
039138         ADD 1 TO FD-RECS-WRITTEN
039139         GO TO 3150-EXIT
039140     END-IF.
039141     COMPUTE FD-WINDOW-STAMP =
039142         FD-NIGHT-DATE * 1000000 + FD-WINDOW-START.
039143     PERFORM 3160-SCAN-LOG-RUN THRU 3160-EXIT
039144         UNTIL FD-LOG-EOF.
039145     CLOSE LOG-FILE.
039146     IF FD-RUN-CT = 0
039147         SET FD-RUN-REFUSED TO TRUE
039148         MOVE SPACES TO FB-RPT-LINE
039149         STRING "PROCESSING DAY " DELIMITED BY SIZE
039150             FD-NIGHT-DATE        DELIMITED BY SIZE
039151             " HAS NO RUN ON FBRUNLOG - THE NIGHT WAS SKIPPED"
039152                                  DELIMITED BY SIZE
039153             INTO FB-RPT-LINE
039154         WRITE FB-RPT-RECORD
039155         ADD 1 TO FD-RECS-WRITTEN
039156         GO TO 3150-EXIT
039157     END-IF.
039158     IF FD-TRL-RUN-DATE < FD-NIGHT-DATE
039159         PERFORM 3170-FLAG-STALE THRU 3170-EXIT
039160     END-IF.
039161 3150-EXIT.
039162     EXIT.
039163*****************************************************************
039164*  3155-FIND-NIGHT - WORK OUT WHICH WINDOW THE CLOCK IS IN -    *
039165*                    BEFORE THE WINDOW-START HOUR IT IS STILL   *
039166*                    THE ONE THAT OPENED YESTERDAY - AND TAKE   *
039167*                    THE LATEST PROCESSING DAY ON OR BEFORE IT  *
039168*                    FROM THE CALENDAR.  A CALENDAR THAT CANNOT *
039169*                    BE READ OR DOES NOT REACH THE WINDOW DATE  *
039170*                    REFUSES, LEAVING FD-NIGHT-DATE ZERO.       *
039171*****************************************************************
039172 3155-FIND-NIGHT.
039173     MOVE 0 TO FD-NIGHT-DATE.
039174     ACCEPT FD-TODAY FROM DATE YYYYMMDD.
039175     ACCEPT FD-TIME-RAW FROM TIME.
039176     IF FD-TIME-HHMMSS < FD-WINDOW-START
039177         COMPUTE FD-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
039178             (FUNCTION INTEGER-OF-DATE (FD-TODAY) - 1)
039179     ELSE
039180         MOVE FD-TODAY TO FD-WINDOW-DATE
039181     END-IF.
039182     OPEN INPUT CAL-FILE.
039183     IF FD-CAL-FILE-STATUS NOT = "00"
039184         GO TO 3155-REFUSE
039185     END-IF.
039186     PERFORM 3156-SCAN-CALENDAR THRU 3156-EXIT
039187         UNTIL FD-CAL-EOF.
039188     CLOSE CAL-FILE.
039189     IF FD-WINDOW-COVERED
039190         AND FD-NIGHT-DATE > 0
039191         GO TO 3155-EXIT
039192     END-IF.
039193     MOVE 0 TO FD-NIGHT-DATE.
039194 3155-REFUSE.
039195     SET FD-RUN-REFUSED TO TRUE.
039196     MOVE SPACES TO FB-RPT-LINE.
039197     STRING "CALENDAR DOES NOT NAME THE NIGHT - KEY THE RUN "
039198         "DATE ON XTRCTL AND RERUN" DELIMITED BY SIZE
039199         INTO FB-RPT-LINE.
039200     WRITE FB-RPT-RECORD.
039201     ADD 1 TO FD-RECS-WRITTEN.
039202 3155-EXIT.
039203     EXIT.
039204*****************************************************************
039205*  3156-SCAN-CALENDAR - REMEMBER THE LATEST PROCESSING DAY ON   *
039206*                       OR BEFORE THE WINDOW DATE, AND WHETHER  *
039207*                       THE CALENDAR REACHES THE WINDOW DATE.   *
039208*****************************************************************
039209 3156-SCAN-CALENDAR.
039210     READ CAL-FILE
039211         AT END
039212             MOVE "Y" TO FD-CAL-EOF-SW
039213             GO TO 3156-EXIT
039214     END-READ.
039215     IF FB-CAL-DATE NOT NUMERIC
039216         OR FB-CAL-DATE > FD-WINDOW-DATE
039217         GO TO 3156-EXIT
039218     END-IF.
039219     IF FB-CAL-DATE = FD-WINDOW-DATE
039220         SET FD-WINDOW-COVERED TO TRUE
039221     END-IF.
039222     IF FB-CAL-PROCESSING-DAY
039223         MOVE FB-CAL-DATE TO FD-NIGHT-DATE
039224     END-IF.
039225 3156-EXIT.
039226     EXIT.
039227*****************************************************************
039228*  3160-SCAN-LOG-RUN - COUNT THE FIZZBUZZ RECORDS STAMPED ONCE  *
039229*                      THE NIGHT'S WINDOW HAD OPENED - NONE     *
039230*                      MEANS THE PROCESSING DAY NEVER RAN.      *
039231*****************************************************************
039232 3160-SCAN-LOG-RUN.
039233     READ LOG-FILE
039234         AT END
039235             MOVE "Y" TO FD-LOG-EOF-SW
039236             GO TO 3160-EXIT
039237     END-READ.
039238     IF FB-LOG-RUN-DATE NOT NUMERIC
039239         OR FB-LOG-RUN-TIME NOT NUMERIC
039240         GO TO 3160-EXIT
039241     END-IF.
039242     COMPUTE FD-STAMP =
039243         FB-LOG-RUN-DATE * 1000000 + FB-LOG-RUN-TIME.
039244     IF FD-STAMP NOT < FD-WINDOW-STAMP
039245         AND FB-LOG-PROGRAM = "FIZZBUZZ"
039246         ADD 1 TO FD-RUN-CT
039247     END-IF.
039248 3160-EXIT.
039249     EXIT.
039250*****************************************************************
039251*  3170-FLAG-STALE - THE DISTOUT TRAILER IS NOT DATED THE       *
039252*                    NIGHT BEING SIGNED OFF - THE HAND-OVER     *
039253*                    NEVER HAPPENED.                            *
039254*****************************************************************
039255 3170-FLAG-STALE.
039256     SET FD-RUN-REFUSED TO TRUE.
039257     MOVE SPACES TO FB-RPT-LINE.
039258     STRING "DISTOUT IS STALE - ITS TRAILER IS DATED "
039259         DELIMITED BY SIZE
039260         FD-TRL-RUN-DATE DELIMITED BY SIZE
039261         " - NOT THE NIGHT BEING SIGNED OFF - "
039262         DELIMITED BY SIZE
039263         "THE HAND-OVER NEVER HAPPENED"
039264         DELIMITED BY SIZE
039266         INTO FB-RPT-LINE.
039268     WRITE FB-RPT-RECORD.
