001152*                   OLD ONE, AND FBRECON FLAGGED EVERY          *
001153*                   DIFFERENTLY-CLASSIFIED CYCLE AS             *
001154*                   MISCLASSIFIED.                              *
001155*  2026-10-15  RLB  WRITE EACH RANGE'S CATEGORY TOTALS TO THE   *
001156*                   RANGE TOTALS DATASET (RNGTOTF - SEE         *
001157*                   FBRGTRC) AS WELL AS DISPLAYING THEM, SO     *
001158*                   THE FBPROOF ARITHMETIC CONTROL-TOTAL        *
001159*                   PROOF THAT FOLLOWS THIS STEP HAS THEM TO    *
001160*                   CHECK.  RNGTOTF IS RESET AND RESUMED WITH   *
001161*                   OUTFILE, AND A DRAINED RUN MARKS ITS        *
001162*                   RECORDS PARTIAL.  AN RNGTOTF THAT CANNOT BE *
001163*                   OPENED IS BYPASSED WITH A MESSAGE - THE     *
001164*                   PROOF STEP REPORTS IT.                      *
001165*****************************************************************
001166 ENVIRONMENT DIVISION.
001167 CONFIGURATION SECTION.
001168 SOURCE-COMPUTER.   IBM-ZSERIES.
001170 OBJECT-COMPUTER.   IBM-ZSERIES.
001180 INPUT-OUTPUT SECTION.
001190 FILE-CONTROL.
001328     SELECT DRQ-FILE ASSIGN TO "DRAINRQ"
001330         ORGANIZATION IS SEQUENTIAL
001332         FILE STATUS IS FB-DRQ-FILE-STATUS.
001333     SELECT RGT-FILE ASSIGN TO "RNGTOTF"
001334         ORGANIZATION IS SEQUENTIAL
001335         FILE STATUS IS FB-RGT-FILE-STATUS.
001336 DATA DIVISION.
001340 FILE SECTION.
001350 FD  CTL-FILE
001360     RECORDING MODE IS F.
001497 FD  DRQ-FILE
001498     RECORDING MODE IS F.
001499     COPY FBDRQRC.
001500 FD  RGT-FILE
001501     RECORDING MODE IS F.
001502     COPY FBRGTRC.
001503 WORKING-STORAGE SECTION.
001510 01  FB-WORK-AREAS.
001520     05  FB-NUM              PIC 9(07).
001530     05  FB-CT               PIC 9(07) VALUE 1.
001720     05  FB-RWK-BAD-CT       PIC 9(07) VALUE 0.
001724     05  FB-RMS-FILE-STATUS  PIC X(02) VALUE "00".
001726     05  FB-DRQ-FILE-STATUS  PIC X(02) VALUE "00".
001727     05  FB-RGT-FILE-STATUS  PIC X(02) VALUE "00".
001728     05  FB-RGT-STATUS-CD    PIC X(01) VALUE "C".
001730 01  FB-TOTALS.
001740     05  FB-RULE-TOTAL       PIC 9(07) OCCURS 4 TIMES.
001750     05  FB-PLAIN-TOTAL      PIC 9(07).
002054         88  FB-RMS-EOF                VALUE "Y".
002056     05  FB-DRAIN-SW         PIC X(01) VALUE "N".
002058         88  FB-DRAIN-REQUESTED        VALUE "Y".
002059     05  FB-RGT-OPEN-SW      PIC X(01) VALUE "N".
002060         88  FB-RGT-OPEN               VALUE "Y".
002061 01  FB-LOG-AREAS.
002070     05  FB-LOG-FILE-STATUS  PIC X(02) VALUE "00".
002080     05  FB-LOG-EVENT-CD     PIC X(01) VALUE "S".
002090     05  FB-RECS-READ        PIC 9(09) VALUE 0.
002650         OPEN OUTPUT OUT-FILE
002660         PERFORM 1300-WRITE-HEADER THRU 1300-EXIT
002670     END-IF.
002671     PERFORM 1500-OPEN-RANGE-TOTALS THRU 1500-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700*****************************************************************
005010         "CYCLES TO OUTFILE".
005020 1400-EXIT.
005030     EXIT.
005031*****************************************************************
005032*  1500-OPEN-RANGE-TOTALS - OPEN THE RANGE TOTALS DATASET THE   *
005033*                           SAME WAY OUTFILE WAS JUST OPENED -  *
005034*                           EXTEND ON A CHECKPOINT RESTART, SO  *
005035*                           A DRAINED RUN'S PARTIAL RECORDS     *
005036*                           STAY BESIDE THE RESUMED RUN'S, AND  *
005037*                           OUTPUT ON A FRESH RUN, BUT NOT AT   *
005038*                           ALL ON A REPAIR RUN.  AN RNGTOTF    *
005039*                           THAT CANNOT BE OPENED IS BYPASSED   *
005040*                           WITH A MESSAGE FOR FBPROOF TO FLAG. *
005041*****************************************************************
005042 1500-OPEN-RANGE-TOTALS.
005043     IF FB-REPAIR-RUN
005044         GO TO 1500-EXIT
005045     END-IF.
005046     IF FB-RESTART-RUN
005047         OPEN EXTEND RGT-FILE
005048     ELSE
005049         OPEN OUTPUT RGT-FILE
005050     END-IF.
005051     IF FB-RGT-FILE-STATUS = "00" OR "05"
005052         SET FB-RGT-OPEN TO TRUE
005053     ELSE
005054         DISPLAY "FIZZBUZZ - RNGTOTF COULD NOT BE OPENED - "
005055             "FILE STATUS " FB-RGT-FILE-STATUS " - RANGE "
005056             "TOTALS NOT WRITTEN"
005057     END-IF.
005058 1500-EXIT.
005059     EXIT.
005060*****************************************************************
005061*  2000-PROCESS-RANGE - RUN THE CLASSIFICATION LOOP OVER ONE     *
005062*                       CTLIN RANGE.  A FRESH RANGE STARTS AT    *
005070*                       ITS STARTING CYCLE NUMBER - A MID-RANGE  *
005080*                       CHECKPOINT RESUME KEEPS THE FB-CT        *
005090*                       ALREADY POSITIONED BY 1250.              *
007136                 FB-LAST-CT " - RESUBMIT TO RESUME FROM THE "
007138                 "CHECKPOINT - RETURN CODE 4"
007139             MOVE 4 TO RETURN-CODE
007140             MOVE "P" TO FB-RGT-STATUS-CD
007141         ELSE
007142             MOVE 0 TO FB-LAST-CT
007150             PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT
007155         END-IF
007160     END-IF.
007161     IF NOT FB-REPAIR-RUN
007162         PERFORM 9300-WRITE-RANGE-TOTALS THRU 9300-EXIT
007163             VARYING FB-RANGE-IDX FROM 1 BY 1
007164             UNTIL FB-RANGE-IDX > FB-RANGE-CT
007165     END-IF.
007166     IF FB-RGT-OPEN
007167         CLOSE RGT-FILE
007168     END-IF.
007170     CLOSE OUT-FILE.
007180     PERFORM 9100-DISPLAY-TOTALS THRU 9100-EXIT.
007190     PERFORM 9200-DISPLAY-RANGE-TOTALS THRU 9200-EXIT
007760     END-IF.
007770 9210-EXIT.
007780     EXIT.
007781*****************************************************************
007782*  9300-WRITE-RANGE-TOTALS - WRITE ONE RANGE'S CATEGORY TOTALS  *
007783*                            TO RNGTOTF FOR THE FBPROOF PROOF,  *
007784*                            MARKED PARTIAL WHEN THE RUN        *
007785*                            DRAINED.  NOTHING IS WRITTEN WHEN  *
007786*                            1500 COULD NOT OPEN RNGTOTF.       *
007787*****************************************************************
007788 9300-WRITE-RANGE-TOTALS.
007789     IF NOT FB-RGT-OPEN
007790         GO TO 9300-EXIT
007791     END-IF.
007792     MOVE SPACES TO FB-RGT-RECORD.
007793     MOVE FB-RUN-SEQ       TO FB-RGT-RUN-SEQ.
007794     MOVE FB-RULE-VERSION  TO FB-RGT-RULES-VER.
007795     MOVE FB-RANGE-ID    (FB-RANGE-IDX) TO FB-RGT-RANGE-ID.
007796     MOVE FB-RANGE-START (FB-RANGE-IDX) TO FB-RGT-START-NUM.
007797     MOVE FB-RANGE-END   (FB-RANGE-IDX) TO FB-RGT-END-NUM.
007798     MOVE FB-RGT-STATUS-CD TO FB-RGT-STATUS.
007799     PERFORM 9310-SET-RANGE-ENTRY THRU 9310-EXIT
007800         VARYING FB-RULE-IDX FROM 1 BY 1
007801         UNTIL FB-RULE-IDX > FB-RULE-MAX-ENTRIES.
007802     MOVE FB-RNG-PLAIN-TOTAL (FB-RANGE-IDX) TO FB-RGT-PLAIN-CT.
007803     WRITE FB-RGT-RECORD.
007804 9300-EXIT.
007805     EXIT.
007806*****************************************************************
007807*  9310-SET-RANGE-ENTRY - COPY ONE RULE'S CLASS CODE AND THE    *
007808*                         CURRENT RANGE'S TOTAL FOR IT INTO THE *
007809*                         MATCHING RNGTOTF ENTRY.               *
007810*****************************************************************
007811 9310-SET-RANGE-ENTRY.
007812     SET FB-TOTAL-IDX TO FB-RULE-IDX.
007813     MOVE FB-RULE-CODE (FB-RULE-IDX)
007814         TO FB-RGT-RULE-CODE (FB-TOTAL-IDX).
007815     MOVE FB-RNG-RULE-TOTAL (FB-RANGE-IDX FB-TOTAL-IDX)
007816         TO FB-RGT-RULE-CT (FB-TOTAL-IDX).
007817 9310-EXIT.
007818     EXIT.
007819*****************************************************************
007820*  8000-WRITE-RUN-LOG - APPEND ONE RECORD TO THE SUITE'S COMMON  *
007821*                       RUN LOG - EVENT S AT START OF RUN,       *
007822*                       EVENT E AT END, AS SET IN                *
007830*                       FB-LOG-EVENT-CD BY THE CALLER.  A LOG    *
007840*                       THAT CANNOT BE OPENED IS BYPASSED -      *
007850*                       LOGGING MUST NEVER TAKE THE RUN DOWN.    *
