005000*                  SESSION INTO THE CORPORATE LEDGER BECOMES
005100*                  A FEED ACCOUNTING JUST REVIEWS. A BRANCH
005200*                  NOT ON BRNCHMST FEEDS UNDER REGION UNKN.
005210* 2026-09-15  RH   THE DAY'S AUDIT LINES NOW COME FROM THE
005220*                  AUDEXTR DAY EXTRACT THROUGH THE SHARED
005230*                  AUDXPROC READER, FALLING BACK TO THE FULL
005240*                  AUDIT LOG WHEN THE EXTRACT IS MISSING, DOES
005250*                  NOT PROVE OR IS FOR ANOTHER DATE - AS ON A
005260*                  REPOST OF AN OLD DATE OR A BRANCH MERGE NIGHT.
005270* 2026-09-22  RH   REFUSES A BUSINESS DATE IN A YEAR THAT
005280*                  YEAREND HAS CLOSED ON THE YEARCTL FILE.
005282* 2026-09-25  RH   LATE ITEMS (AUDIT ORIGIN 'L', POSTED TODAY
005284*                  BY LATEPOST FOR A DAY ALREADY POSTED) STILL
005286*                  FOLD INTO THE DAY'S MOVEMENT, BUT A BRANCH
005288*                  CARRYING ANY IS NOTED 'INCL PRIOR-DAY' AND
005290*                  THE REGISTER ENDS WITH A PRIOR-DAY
005292*                  ADJUSTMENTS SECTION FROM LATEREG SHOWING EACH
005294*                  ITEM'S VALUE DATE.
005300*-----------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
006000     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-STATUS.
006210     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
006220         ORGANIZATION IS LINE SEQUENTIAL
006230         FILE STATUS IS AX-EXTR-STATUS.
006300     SELECT BALANCE-FILE ASSIGN TO BRBALMST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
007900     SELECT GL-FILE ASSIGN TO GLINTF
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-GL-STATUS.
008125     SELECT YEAR-CONTROL-FILE ASSIGN TO YEARCTL
008150         ORGANIZATION IS LINE SEQUENTIAL
008175         FILE STATUS IS WS-YCTL-STATUS.
008180     SELECT REGISTER-FILE ASSIGN TO LATEREG
008185         ORGANIZATION IS LINE SEQUENTIAL
008190         FILE STATUS IS WS-LREG-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  AUDIT-FILE
008450     RECORD CONTAINS 92 CHARACTERS.
008500 01  AUDIT-RECORD           PIC X(92).
008510 FD  AUDIT-EXTRACT-FILE
008520     RECORD CONTAINS 93 CHARACTERS.
008530     COPY AUDXREC.
008600 FD  BALANCE-FILE.
008700     COPY BALREC.
008800 FD  REPORT-FILE
009600 FD  GL-FILE
009700     RECORD CONTAINS 80 CHARACTERS.
009800     COPY GLREC.
009825 FD  YEAR-CONTROL-FILE
009850     RECORD CONTAINS 24 CHARACTERS.
009875     COPY YRCLREC.
009880 FD  REGISTER-FILE.
009885     COPY LREGREC.
009900 WORKING-STORAGE SECTION.
010000 01  WS-AUDIT-STATUS        PIC X(02).
010100     88  WS-AUDIT-OK        VALUE '00'.
012200                 INDEXED BY WS-BKT-IDX.
012300             15  DY-COUNT       PIC S9(07)      COMP-3.
012400             15  DY-VALUE       PIC S9(11)V99   COMP-3.
012450         10  DY-LATE-COUNT      PIC S9(07)      COMP-3.
012500 01  WS-OPER-BUCKET-NO      PIC 9(01)       VALUE ZERO.
012600 01  WS-PRIOR-CLOSE         PIC S9(11)V99   COMP-3 VALUE ZERO.
012700 01  WS-DAY-MOVEMENT        PIC S9(11)V99   COMP-3 VALUE ZERO.
013900         10  CM-MONTH           PIC 9(06).
014000 01  WS-MONTH-CLOSED-SW     PIC X(01)       VALUE 'N'.
014100     88  WS-MONTH-CLOSED    VALUE 'Y'.
014110 01  WS-YCTL-STATUS         PIC X(02).
014120     88  WS-YCTL-OK         VALUE '00'.
014130     88  WS-YCTL-NOT-FOUND  VALUE '35'.
014140 01  WS-YCTL-EOF-SWITCH     PIC X(01)       VALUE 'N'.
014150     88  WS-YCTL-EOF        VALUE 'Y'.
014160 01  WS-YEAR-CLOSED-SW      PIC X(01)       VALUE 'N'.
014170     88  WS-YEAR-CLOSED     VALUE 'Y'.
014173 01  WS-LREG-STATUS         PIC X(02).
014176     88  WS-LREG-OK         VALUE '00'.
014179     88  WS-LREG-NOT-FOUND  VALUE '35'.
014182 01  WS-LREG-EOF-SWITCH     PIC X(01)       VALUE 'N'.
014185     88  WS-LREG-EOF        VALUE 'Y'.
014188 01  WS-ADJ-COUNT           PIC 9(05)       COMP VALUE ZERO.
014191 01  WS-ADJ-TOTAL           PIC S9(11)V99   COMP-3 VALUE ZERO.
014200 01  WS-ROLL-HELD-COUNT     PIC 9(03)       COMP VALUE ZERO.
014300 01  WS-BRCH-STATUS         PIC X(02).
014400     88  WS-BRCH-OK         VALUE '00'.
015900         10  WS-RGN-BRANCH      PIC X(04).
016000         10  WS-RGN-REGION      PIC X(04).
016100 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
016110     COPY AUDITREC.
016120     COPY AUDXCTL.
016200     COPY RPTCTL.
016300 01  WS-REGISTER-LINE.
016400     05  RG-BRANCH          PIC X(04).
017100     05  FILLER             PIC X(02) VALUE SPACES.
017200     05  RG-NOTE            PIC X(14).
017300     05  FILLER             PIC X(15) VALUE SPACES.
017305 01  WS-ADJUST-LINE.
017310     05  AJ-BRANCH          PIC X(04).
017315     05  FILLER             PIC X(01) VALUE SPACE.
017320     05  AJ-VALUE-DATE      PIC X(08).
017325     05  FILLER             PIC X(01) VALUE SPACE.
017330     05  AJ-OPERATION       PIC X(14).
017335     05  FILLER             PIC X(01) VALUE SPACE.
017340     05  AJ-RESULT          PIC -(10)9.99.
017345     05  FILLER             PIC X(02) VALUE SPACES.
017350     05  AJ-OPERATOR        PIC X(04).
017355     05  FILLER             PIC X(31) VALUE SPACES.
017400 LINKAGE SECTION.
017500*-----------------------------------------------------------
017600* LK-BUS-DATE - OPTIONAL BUSINESS DATE PASSED BY A CALLER
021700         MOVE LK-BUS-DATE TO WS-BUSINESS-DATE
021800     END-IF.
021900     MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH.
022000     MOVE WS-BUSINESS-DATE TO AX-WANTED-DATE.
022003     PERFORM 1400-CHECK-YEAR-OPEN
022006         THRU 1400-CHECK-YEAR-OPEN-EXIT.
022009     IF NOT WS-YCTL-OK AND NOT WS-YCTL-NOT-FOUND
022012         MOVE 8 TO RETURN-CODE
022015         GO TO 1000-INITIALIZE-EXIT
022018     END-IF.
022021     IF WS-YEAR-CLOSED
022024         DISPLAY 'YEAR ' WS-BUSINESS-DATE(1:4)
022027             ' IS CLOSED ON YEARCTL - NOTHING POSTED'
022030         MOVE 8 TO RETURN-CODE
022033         GO TO 1000-INITIALIZE-EXIT
022036     END-IF.
022050     PERFORM 7300-OPEN-AUDIT-SOURCE
022070         THRU 7300-OPEN-AUDIT-SOURCE-EXIT.
022100     IF AX-NO-SOURCE
022200         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
022300             WS-AUDIT-STATUS
022400         MOVE 8 TO RETURN-CODE
023300     IF NOT WS-BAL-OK
023400         DISPLAY 'UNABLE TO OPEN BRBALMST, STATUS: '
023500             WS-BAL-STATUS
023600         PERFORM 7390-CLOSE-AUDIT-SOURCE
023650             THRU 7390-CLOSE-AUDIT-SOURCE-EXIT
023700         MOVE 8 TO RETURN-CODE
023800         GO TO 1000-INITIALIZE-EXIT
023900     END-IF.
025800     MOVE 'Y' TO WS-OPEN-SWITCH.
025900 1000-INITIALIZE-EXIT.
026000     EXIT.
026002*-----------------------------------------------------------
026004* 1400-CHECK-YEAR-OPEN - READ THE YEARCTL CONTROL FILE AND
026006*     NOTE WHETHER YEAREND HAS CLOSED THE BUSINESS DATE'S
026008*     YEAR. A MISSING FILE MEANS NO YEAR IS CLOSED YET; ONE
026010*     THAT CANNOT BE READ STOPS THE POSTING.
026012*-----------------------------------------------------------
026014 1400-CHECK-YEAR-OPEN.
026016     OPEN INPUT YEAR-CONTROL-FILE.
026018     IF WS-YCTL-NOT-FOUND
026020         GO TO 1400-CHECK-YEAR-OPEN-EXIT
026022     END-IF.
026024     IF NOT WS-YCTL-OK
026026         DISPLAY 'UNABLE TO OPEN YEARCTL, STATUS: '
026028             WS-YCTL-STATUS ' - NOTHING POSTED'
026030         GO TO 1400-CHECK-YEAR-OPEN-EXIT
026032     END-IF.
026034     PERFORM 1410-READ-YEAR-CONTROL
026036         THRU 1410-READ-YEAR-CONTROL-EXIT.
026038     PERFORM 1420-APPLY-YEAR-RECORD
026040         THRU 1420-APPLY-YEAR-RECORD-EXIT
026042         UNTIL WS-YCTL-EOF.
026044     CLOSE YEAR-CONTROL-FILE.
026046 1400-CHECK-YEAR-OPEN-EXIT.
026048     EXIT.
026050*-----------------------------------------------------------
026052* 1410-READ-YEAR-CONTROL - READ ONE YEAR CONTROL RECORD
026054*-----------------------------------------------------------
026056 1410-READ-YEAR-CONTROL.
026058     READ YEAR-CONTROL-FILE
026060         AT END
026062             SET WS-YCTL-EOF TO TRUE
026064     END-READ.
026066 1410-READ-YEAR-CONTROL-EXIT.
026068     EXIT.
026070*-----------------------------------------------------------
026072* 1420-APPLY-YEAR-RECORD - NOTE A CLOSE OF THE BUSINESS
026074*     DATE'S YEAR, THEN READ THE NEXT
026076*-----------------------------------------------------------
026078 1420-APPLY-YEAR-RECORD.
026080     IF YC-YEAR IS NUMERIC AND YC-CLOSED
026082         IF YC-YEAR = WS-BUSINESS-DATE(1:4)
026084             MOVE 'Y' TO WS-YEAR-CLOSED-SW
026086         END-IF
026088     END-IF.
026090     PERFORM 1410-READ-YEAR-CONTROL
026092         THRU 1410-READ-YEAR-CONTROL-EXIT.
026094 1420-APPLY-YEAR-RECORD-EXIT.
026096     EXIT.
026100*-----------------------------------------------------------
026200* 1500-LOAD-CLOSED-MONTHS - LOAD THE MONTHS MONTHEND HAS
026300*     SIGNED OFF FROM THE CLOSECTL CONTROL FILE. A MISSING
037300 2000-ACCUMULATE-DAY-EXIT.
037400     EXIT.
037500*-----------------------------------------------------------
037600* 2100-READ-AUDIT-LINE - READ THE BUSINESS DATE'S NEXT AUDIT
037650*     LINE
037700*-----------------------------------------------------------
037800 2100-READ-AUDIT-LINE.
037900     PERFORM 7330-READ-AUDIT-SOURCE
038000         THRU 7330-READ-AUDIT-SOURCE-EXIT.
038100     IF AX-SOURCE-EOF
038150         SET WS-END-OF-FILE TO TRUE
038200     END-IF.
038300 2100-READ-AUDIT-LINE-EXIT.
038400     EXIT.
038500*-----------------------------------------------------------
040300     ADD 1 TO DY-COUNT(WS-DAY-IDX, WS-BKT-IDX).
040400     ADD WS-AUDIT-RESULT
040500         TO DY-VALUE(WS-DAY-IDX, WS-BKT-IDX).
040525     IF AL-FROM-LATE
040550         ADD 1 TO DY-LATE-COUNT(WS-DAY-IDX)
040575     END-IF.
040600 2200-FOLD-NEXT.
040700     PERFORM 2100-READ-AUDIT-LINE
040800         THRU 2100-READ-AUDIT-LINE-EXIT.
044900         THRU 2330-CLEAR-ONE-BUCKET-EXIT
045000         VARYING WS-BKT-IDX FROM 1 BY 1
045100         UNTIL WS-BKT-IDX > 7.
045150     MOVE ZERO TO DY-LATE-COUNT(WS-DAY-IDX).
045200 2320-CLEAR-DAY-BUCKETS-EXIT.
045300     EXIT.
045400*-----------------------------------------------------------
056500     MOVE WS-DAY-MOVEMENT  TO RG-MOVEMENT.
056600     MOVE BB-CLOSE-BALANCE TO RG-CLOSING.
056700     MOVE SPACES           TO RG-NOTE.
056725     IF DY-LATE-COUNT(WS-DAY-IDX) NOT = ZERO
056750         MOVE 'INCL PRIOR-DAY' TO RG-NOTE
056775     END-IF.
056800     MOVE WS-REGISTER-LINE TO RP-PRINT-LINE.
056900     PERFORM 7000-WRITE-RPT-LINE
057000         THRU 7000-WRITE-RPT-LINE-EXIT.
077800*     AND SHOW THE POSTING COUNTS ON THE CONSOLE
077900*-----------------------------------------------------------
078000 4000-PRINT-SUMMARY.
078025     PERFORM 4100-PRINT-ADJUSTMENTS
078050         THRU 4100-PRINT-ADJUSTMENTS-EXIT.
078100     PERFORM 7900-END-REPORT
078200         THRU 7900-END-REPORT-EXIT.
078300     PERFORM 3700-WRITE-GL-TRAILER
078800     DISPLAY 'BRANCHES SKIPPED: ' WS-COUNT-DISPLAY.
078900     MOVE WS-ROLL-HELD-COUNT TO WS-COUNT-DISPLAY.
079000     DISPLAY 'BRANCHES HELD:    ' WS-COUNT-DISPLAY.
079025     MOVE WS-ADJ-COUNT TO WS-COUNT-DISPLAY.
079050     DISPLAY 'PRIOR-DAY ADJUSTMENTS: ' WS-COUNT-DISPLAY.
079100 4000-PRINT-SUMMARY-EXIT.
079200     EXIT.
079201*-----------------------------------------------------------
079202* 4100-PRINT-ADJUSTMENTS - LIST THE LATE ITEMS POSTED UNDER
079203*     THE BUSINESS DATE FROM THE LATEREG REGISTER, EACH WITH
079204*     THE EARLIER VALUE DATE IT BELONGS TO. THEY ARE ALREADY
079205*     IN THE MOVEMENT ABOVE; THIS SECTION SETS THEM APART. A
079206*     MISSING REGISTER MEANS NO LATE ITEM WAS EVER POSTED.
079207*-----------------------------------------------------------
079208 4100-PRINT-ADJUSTMENTS.
079209     OPEN INPUT REGISTER-FILE.
079210     IF WS-LREG-NOT-FOUND
079211         GO TO 4100-PRINT-ADJUSTMENTS-EXIT
079212     END-IF.
079213     IF NOT WS-LREG-OK
079214         DISPLAY 'UNABLE TO OPEN LATEREG, STATUS: '
079215             WS-LREG-STATUS ' - NO PRIOR-DAY SECTION'
079216         GO TO 4100-PRINT-ADJUSTMENTS-EXIT
079217     END-IF.
079218     MOVE SPACES TO RP-PRINT-LINE.
079219     PERFORM 7000-WRITE-RPT-LINE
079220         THRU 7000-WRITE-RPT-LINE-EXIT.
079221     MOVE 'PRIOR-DAY ADJUSTMENTS INCLUDED ABOVE' TO RP-PRINT-LINE.
079222     PERFORM 7000-WRITE-RPT-LINE
079223         THRU 7000-WRITE-RPT-LINE-EXIT.
079224     MOVE 'BRCH VALUE DT OPERATION             RESULT  OPER'
079225         TO RP-PRINT-LINE.
079226     PERFORM 7000-WRITE-RPT-LINE
079227         THRU 7000-WRITE-RPT-LINE-EXIT.
079228     PERFORM 4110-READ-LATE-REGISTER
079229         THRU 4110-READ-LATE-REGISTER-EXIT.
079230     PERFORM 4120-PRINT-ONE-ADJUSTMENT
079231         THRU 4120-PRINT-ONE-ADJUSTMENT-EXIT
079232         UNTIL WS-LREG-EOF.
079233     CLOSE REGISTER-FILE.
079234     MOVE SPACES       TO WS-ADJUST-LINE.
079235     MOVE 'TOTAL'      TO AJ-OPERATION.
079236     MOVE WS-ADJ-TOTAL TO AJ-RESULT.
079237     MOVE WS-ADJUST-LINE TO RP-PRINT-LINE.
079238     PERFORM 7000-WRITE-RPT-LINE
079239         THRU 7000-WRITE-RPT-LINE-EXIT.
079240 4100-PRINT-ADJUSTMENTS-EXIT.
079241     EXIT.
079242*-----------------------------------------------------------
079243* 4110-READ-LATE-REGISTER - READ ONE LATE-ITEM REGISTER RECORD
079244*-----------------------------------------------------------
079245 4110-READ-LATE-REGISTER.
079246     READ REGISTER-FILE
079247         AT END
079248             SET WS-LREG-EOF TO TRUE
079249     END-READ.
079250 4110-READ-LATE-REGISTER-EXIT.
079251     EXIT.
079252*-----------------------------------------------------------
079253* 4120-PRINT-ONE-ADJUSTMENT - PRINT ONE LATE ITEM POSTED UNDER
079254*     THE BUSINESS DATE, THEN READ THE NEXT
079255*-----------------------------------------------------------
079256 4120-PRINT-ONE-ADJUSTMENT.
079257     IF LR-PROC-DATE NOT = WS-BUSINESS-DATE
079258         GO TO 4120-PRINT-ONE-ADJUSTMENT-NEXT
079259     END-IF.
079260     ADD 1 TO WS-ADJ-COUNT.
079261     ADD LR-RESULT TO WS-ADJ-TOTAL.
079262     MOVE SPACES        TO WS-ADJUST-LINE.
079263     MOVE LR-BRANCH     TO AJ-BRANCH.
079264     MOVE LR-VALUE-DATE TO AJ-VALUE-DATE.
079265     MOVE LR-OPERATION  TO AJ-OPERATION.
079266     MOVE LR-RESULT     TO AJ-RESULT.
079267     MOVE LR-OPERATOR   TO AJ-OPERATOR.
079268     MOVE WS-ADJUST-LINE TO RP-PRINT-LINE.
079269     PERFORM 7000-WRITE-RPT-LINE
079270         THRU 7000-WRITE-RPT-LINE-EXIT.
079271 4120-PRINT-ONE-ADJUSTMENT-NEXT.
079272     PERFORM 4110-READ-LATE-REGISTER
079273         THRU 4110-READ-LATE-REGISTER-EXIT.
079274 4120-PRINT-ONE-ADJUSTMENT-EXIT.
079275     EXIT.
079300*-----------------------------------------------------------
079400* 8900-CLOSE-FILES - CLOSE ALL THREE FILES
079500*-----------------------------------------------------------
079600 8900-CLOSE-FILES.
079700     PERFORM 7390-CLOSE-AUDIT-SOURCE
079750         THRU 7390-CLOSE-AUDIT-SOURCE-EXIT.
079800     CLOSE BALANCE-FILE.
079900     CLOSE REPORT-FILE.
080000     IF WS-GL-OPEN
081300 9999-EXIT-EXIT.
081400     EXIT.
081500     COPY RPTPROC.
081600     COPY AUDXPROC.
