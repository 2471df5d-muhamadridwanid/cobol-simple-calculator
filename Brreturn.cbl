001700*    CALCULATION THE BRANCH POSTED THAT DAY FROM THE SHARED
001800*    AUDIT LOG (OPERATION AND THE THREE AMOUNTS), ONE X LINE
001900*    PER CALCEDIT REJECT FROM TRANREJ WITH THE REASON CODE AND
002000*    ITS TEXT SPELLED OUT AND THE ORIGINAL RECORD IMAGE, ONE
002010*    D LINE PER TERM DEPOSIT MATURITY NOTICE DEPMATUR LEFT ON
002020*    THE DEPNOTE WORK FILE FOR THE BRANCH, ONE L LINE PER LATE
002045*    ITEM POSTED THAT DAY FOR AN EARLIER VALUE DATE, AND A
002100*    T TRAILER WITH THE LINE COUNTS - SO EVERY BRANCH STARTS
002200*    THE MORNING WITH A MACHINE-READABLE CONFIRMATION OF WHAT
002300*    WE PROCESSED AND EXACTLY WHAT BOUNCED.
003800*                  FILE THAT ACCUMULATES A WHOLE MONTH BETWEEN
003900*                  ARCHIVE RUNS. THE SMALL TRANREJ PASS PER
004000*                  BRANCH IS UNCHANGED.
004010* 2026-09-03  RH   CARRY THE TERM DEPOSIT MATURITY NOTICES BACK
004020*                  TO THE BRANCHES - ONE D LINE PER NOTICE FROM
004030*                  THE DEPNOTE WORK FILE, COUNTED AS A THIRD
004040*                  FIGURE ON THE T TRAILER.
004050* 2026-09-15  RH   THE DAY FILE IS NOW CUT FROM THE AUDEXTR DAY
004060*                  EXTRACT THROUGH THE SHARED AUDXPROC READER,
004070*                  FALLING BACK TO THE FULL AUDIT LOG WHEN THE
004080*                  EXTRACT DOES NOT PROVE FOR THE BUSINESS DATE.
004082* 2026-09-25  RH   LATE ITEMS LATEPOST POSTED UNDER THE DATE
004084*                  (AUDIT ORIGIN 'L') NO LONGER RETURN AS R
004086*                  LINES; ONE L LINE PER ITEM FROM THE LATEREG
004088*                  REGISTER CARRIES ITS VALUE DATE AS A PRIOR-DAY
004090*                  ADJUSTMENT, COUNTED AS A FOURTH FIGURE ON THE
004092*                  T TRAILER.
004100*-----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
005300     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005510     SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDEXTR
005520         ORGANIZATION IS LINE SEQUENTIAL
005530         FILE STATUS IS AX-EXTR-STATUS.
005600     SELECT REJECT-FILE ASSIGN TO TRANREJ
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REJ-STATUS.
006200     SELECT RETURN-FILE ASSIGN TO WS-RETURN-FILE-ID
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RET-STATUS.
006410     SELECT NOTICE-FILE ASSIGN TO DEPNOTE
006420         ORGANIZATION IS LINE SEQUENTIAL
006430         FILE STATUS IS WS-NOTE-STATUS.
006440     SELECT REGISTER-FILE ASSIGN TO LATEREG
006450         ORGANIZATION IS LINE SEQUENTIAL
006460         FILE STATUS IS WS-LREG-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BRANCH-FILE.
006800     COPY BRNCHREC.
006900 FD  AUDIT-FILE
006950     RECORD CONTAINS 92 CHARACTERS.
007000 01  AUDIT-RECORD           PIC X(92).
007010 FD  AUDIT-EXTRACT-FILE
007020     RECORD CONTAINS 93 CHARACTERS.
007030     COPY AUDXREC.
007100 FD  REJECT-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  REJECT-RECORD          PIC X(80).
007900 FD  RETURN-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  RETURN-RECORD          PIC X(80).
008110 FD  NOTICE-FILE
008120     RECORD CONTAINS 80 CHARACTERS.
008130     COPY DEPNREC.
008150 FD  REGISTER-FILE.
008170     COPY LREGREC.
008200 WORKING-STORAGE SECTION.
008300 01  WS-BRCH-STATUS         PIC X(02).
008400     88  WS-BRCH-OK         VALUE '00'.
009200     88  WS-WORK-OK         VALUE '00'.
009300 01  WS-WORK-EOF-SWITCH     PIC X(01)       VALUE 'N'.
009400     88  WS-WORK-EOF        VALUE 'Y'.
009410 01  WS-NOTE-STATUS         PIC X(02).
009420     88  WS-NOTE-OK         VALUE '00'.
009430 01  WS-NOTE-EOF-SWITCH     PIC X(01)       VALUE 'N'.
009440     88  WS-NOTE-EOF        VALUE 'Y'.
009450 01  WS-LREG-STATUS         PIC X(02).
009460     88  WS-LREG-OK         VALUE '00'.
009470 01  WS-LREG-EOF-SWITCH     PIC X(01)       VALUE 'N'.
009480     88  WS-LREG-EOF        VALUE 'Y'.
009500 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
009600     88  WS-OPEN-OK         VALUE 'Y'.
009700 01  WS-BRCH-EOF-SWITCH     PIC X(01)       VALUE 'N'.
010200     88  WS-REJ-EOF         VALUE 'Y'.
010300 01  WS-DATE-INPUT          PIC X(08).
010400 01  WS-BUSINESS-DATE       PIC 9(08)       VALUE ZERO.
010410     COPY AUDITREC.
010420     COPY AUDXCTL.
010500 01  WS-RETURN-FILE-ID      PIC X(09)       VALUE SPACES.
010600 01  WS-CURR-BRANCH         PIC X(04)       VALUE SPACES.
010700 01  WS-BRANCH-COUNT        PIC 9(03)       COMP VALUE ZERO.
011300     05  WS-FILES-CUT       PIC 9(03)       COMP VALUE ZERO.
011400     05  WS-RESULT-LINES    PIC 9(06)       COMP VALUE ZERO.
011500     05  WS-REJECT-LINES    PIC 9(06)       COMP VALUE ZERO.
011510     05  WS-NOTICE-LINES    PIC 9(06)       COMP VALUE ZERO.
011535     05  WS-LATE-LINES      PIC 9(06)       COMP VALUE ZERO.
011600 01  WS-BR-RESULT-COUNT     PIC 9(06)       COMP VALUE ZERO.
011700 01  WS-BR-REJECT-COUNT     PIC 9(06)       COMP VALUE ZERO.
011710 01  WS-BR-NOTICE-COUNT     PIC 9(06)       COMP VALUE ZERO.
011735 01  WS-BR-LATE-COUNT       PIC 9(06)       COMP VALUE ZERO.
011800 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
011900 01  WS-COUNT-6-DISPLAY     PIC 9(06).
012000 01  WS-REJ-BRANCH          PIC X(04).
012025 01  WS-LATE-NUM1-ED        PIC -(5)9.99.
012050 01  WS-LATE-NUM2-ED        PIC -(5)9.99.
012075 01  WS-LATE-RESULT-ED      PIC -(5)9.99.
012100*-----------------------------------------------------------
012200* WORK VIEW OF ONE TRANREJ LINE - THE LAYOUT CALCEDIT WRITES:
012300*     REASON CODE, REASON TEXT AND THE ORIGINAL 32-BYTE
024200         GO TO 1500-CUT-DAY-WORK-EXIT
024300     END-IF.
024400     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
024500     MOVE WS-BUSINESS-DATE TO AX-WANTED-DATE.
024550     PERFORM 7300-OPEN-AUDIT-SOURCE
024570         THRU 7300-OPEN-AUDIT-SOURCE-EXIT.
024600     IF AX-NO-SOURCE
024700         DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS: '
024800             WS-AUDIT-STATUS
024900         CLOSE DAY-WORK-FILE
025400     PERFORM 1520-KEEP-ONE-LINE
025500         THRU 1520-KEEP-ONE-LINE-EXIT
025600         UNTIL WS-AUDIT-EOF.
025700     PERFORM 7390-CLOSE-AUDIT-SOURCE
025750         THRU 7390-CLOSE-AUDIT-SOURCE-EXIT.
025760     PERFORM 1600-CUT-LATE-WORK
025770         THRU 1600-CUT-LATE-WORK-EXIT.
025800     CLOSE DAY-WORK-FILE.
025900 1500-CUT-DAY-WORK-EXIT.
026000     EXIT.
026100*-----------------------------------------------------------
026200* 1510-READ-AUDIT-LINE - READ THE BUSINESS DATE'S NEXT AUDIT
026250*     LINE
026300*-----------------------------------------------------------
026400 1510-READ-AUDIT-LINE.
026500     PERFORM 7330-READ-AUDIT-SOURCE
026600         THRU 7330-READ-AUDIT-SOURCE-EXIT.
026700     IF AX-SOURCE-EOF
026750         SET WS-AUDIT-EOF TO TRUE
026800     END-IF.
026900 1510-READ-AUDIT-LINE-EXIT.
027000     EXIT.
027100*-----------------------------------------------------------
027700     IF AL-DATE NOT = WS-BUSINESS-DATE
027800         GO TO 1520-KEEP-NEXT
027900     END-IF.
027925     IF AL-FROM-LATE
027950         GO TO 1520-KEEP-NEXT
027975     END-IF.
028000     MOVE SPACES TO WS-RETURN-LINE.
028100     STRING 'R,'          DELIMITED BY SIZE
028200            AL-OPERATION  DELIMITED BY SIZE
029600         THRU 1510-READ-AUDIT-LINE-EXIT.
029700 1520-KEEP-ONE-LINE-EXIT.
029800     EXIT.
029801*-----------------------------------------------------------
029802* 1600-CUT-LATE-WORK - ONE PASS OVER THE LATEREG REGISTER:
029803*     EVERY LATE ITEM POSTED UNDER THE BUSINESS DATE IS
029804*     FORMATTED INTO ITS L RETURN LINE, CARRYING THE VALUE
029805*     DATE IT BELONGS TO, AND WRITTEN TO THE DAY FILE UNDER
029806*     ITS BRANCH. A MISSING REGISTER MEANS NO LATE ITEMS.
029807*-----------------------------------------------------------
029808 1600-CUT-LATE-WORK.
029809     MOVE 'N' TO WS-LREG-EOF-SWITCH.
029810     OPEN INPUT REGISTER-FILE.
029811     IF NOT WS-LREG-OK
029812         GO TO 1600-CUT-LATE-WORK-EXIT
029813     END-IF.
029814     PERFORM 1610-READ-LATE-REGISTER
029815         THRU 1610-READ-LATE-REGISTER-EXIT.
029816     PERFORM 1620-KEEP-ONE-LATE-ITEM
029817         THRU 1620-KEEP-ONE-LATE-ITEM-EXIT
029818         UNTIL WS-LREG-EOF.
029819     CLOSE REGISTER-FILE.
029820 1600-CUT-LATE-WORK-EXIT.
029821     EXIT.
029822*-----------------------------------------------------------
029823* 1610-READ-LATE-REGISTER - READ ONE LATE-ITEM REGISTER RECORD
029824*-----------------------------------------------------------
029825 1610-READ-LATE-REGISTER.
029826     READ REGISTER-FILE
029827         AT END
029828             SET WS-LREG-EOF TO TRUE
029829     END-READ.
029830 1610-READ-LATE-REGISTER-EXIT.
029831     EXIT.
029832*-----------------------------------------------------------
029833* 1620-KEEP-ONE-LATE-ITEM - FORMAT ONE LATE ITEM POSTED UNDER
029834*     THE BUSINESS DATE INTO ITS L RETURN LINE AND WRITE IT TO
029835*     THE DAY FILE UNDER ITS BRANCH, THEN READ THE NEXT
029836*-----------------------------------------------------------
029837 1620-KEEP-ONE-LATE-ITEM.
029838     IF LR-PROC-DATE NOT = WS-BUSINESS-DATE
029839         GO TO 1620-KEEP-LATE-NEXT
029840     END-IF.
029841     MOVE LR-NUM1   TO WS-LATE-NUM1-ED.
029842     MOVE LR-NUM2   TO WS-LATE-NUM2-ED.
029843     MOVE LR-RESULT TO WS-LATE-RESULT-ED.
029844     MOVE SPACES TO WS-RETURN-LINE.
029845     STRING 'L,'              DELIMITED BY SIZE
029846            LR-VALUE-DATE     DELIMITED BY SIZE
029847            ','               DELIMITED BY SIZE
029848            LR-OPERATION      DELIMITED BY SIZE
029849            ','               DELIMITED BY SIZE
029850            WS-LATE-NUM1-ED   DELIMITED BY SIZE
029851            ','               DELIMITED BY SIZE
029852            WS-LATE-NUM2-ED   DELIMITED BY SIZE
029853            ','               DELIMITED BY SIZE
029854            WS-LATE-RESULT-ED DELIMITED BY SIZE
029855         INTO WS-RETURN-LINE
029856     END-STRING.
029857     MOVE LR-BRANCH       TO DW-BRANCH.
029858     MOVE WS-RETURN-LINE  TO DW-LINE.
029859     WRITE DAY-WORK-RECORD.
029860 1620-KEEP-LATE-NEXT.
029861     PERFORM 1610-READ-LATE-REGISTER
029862         THRU 1610-READ-LATE-REGISTER-EXIT.
029863 1620-KEEP-ONE-LATE-ITEM-EXIT.
029864     EXIT.
029900*-----------------------------------------------------------
030000* 2000-CUT-RETURN-FILES - CUT ONE RETURN FILE PER ACTIVE
030100*     BRANCH
030900     EXIT.
031000*-----------------------------------------------------------
031100* 2100-CUT-ONE-BRANCH - OPEN ONE BRANCH'S RETURN FILE, WRITE
031200*     ITS HEADER, RESULT, PRIOR-DAY ADJUSTMENT, REJECT AND
031300*     DEPOSIT NOTICE LINES, AND CLOSE IT WITH ITS TRAILER
031400*-----------------------------------------------------------
031500 2100-CUT-ONE-BRANCH.
031600     MOVE WS-BRCH-CODE(WS-BRCH-IDX) TO WS-CURR-BRANCH.
032800     END-IF.
032900     MOVE ZERO TO WS-BR-RESULT-COUNT.
033000     MOVE ZERO TO WS-BR-REJECT-COUNT.
033050     MOVE ZERO TO WS-BR-NOTICE-COUNT.
033075     MOVE ZERO TO WS-BR-LATE-COUNT.
033100     MOVE SPACES TO WS-RETURN-LINE.
033200     STRING 'H,'             DELIMITED BY SIZE
033300            WS-CURR-BRANCH   DELIMITED BY SIZE
034000         THRU 2200-EXTRACT-RESULTS-EXIT.
034100     PERFORM 2400-EXTRACT-REJECTS
034200         THRU 2400-EXTRACT-REJECTS-EXIT.
034210     PERFORM 2500-EXTRACT-NOTICES
034220         THRU 2500-EXTRACT-NOTICES-EXIT.
034300     MOVE SPACES TO WS-RETURN-LINE.
034400     MOVE WS-BR-RESULT-COUNT TO WS-COUNT-6-DISPLAY.
034500     STRING 'T,'                DELIMITED BY SIZE
035100            WS-COUNT-6-DISPLAY  DELIMITED BY SIZE
035200         INTO WS-RETURN-LINE(9:)
035300     END-STRING.
035310     MOVE WS-BR-NOTICE-COUNT TO WS-COUNT-6-DISPLAY.
035320     STRING ','                 DELIMITED BY SIZE
035330            WS-COUNT-6-DISPLAY  DELIMITED BY SIZE
035340         INTO WS-RETURN-LINE(16:)
035350     END-STRING.
035355     MOVE WS-BR-LATE-COUNT TO WS-COUNT-6-DISPLAY.
035360     STRING ','                 DELIMITED BY SIZE
035365            WS-COUNT-6-DISPLAY  DELIMITED BY SIZE
035370         INTO WS-RETURN-LINE(23:)
035375     END-STRING.
035400     WRITE RETURN-RECORD FROM WS-RETURN-LINE.
035500     CLOSE RETURN-FILE.
035600     ADD 1 TO WS-FILES-CUT.
035700     ADD WS-BR-RESULT-COUNT TO WS-RESULT-LINES.
035800     ADD WS-BR-REJECT-COUNT TO WS-REJECT-LINES.
035850     ADD WS-BR-NOTICE-COUNT TO WS-NOTICE-LINES.
035875     ADD WS-BR-LATE-COUNT TO WS-LATE-LINES.
035900 2100-CUT-ONE-BRANCH-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------
036200* 2200-EXTRACT-RESULTS - PASS THE SMALL BRRETWRK DAY FILE
036300*     AND COPY THE CURRENT BRANCH'S PRE-FORMATTED R AND L
036400*     LINES ONTO ITS RETURN FILE
036500*-----------------------------------------------------------
036600 2200-EXTRACT-RESULTS.
036700     MOVE 'N' TO WS-WORK-EOF-SWITCH.
039800         GO TO 2220-WRITE-RESULT-NEXT
039900     END-IF.
040000     WRITE RETURN-RECORD FROM DW-LINE.
040100     IF DW-LINE(1:1) = 'L'
040120         ADD 1 TO WS-BR-LATE-COUNT
040140     ELSE
040160         ADD 1 TO WS-BR-RESULT-COUNT
040180     END-IF.
040200 2220-WRITE-RESULT-NEXT.
040300     PERFORM 2210-READ-WORK-LINE
040400         THRU 2210-READ-WORK-LINE-EXIT.
046100         THRU 2410-READ-REJECT-LINE-EXIT.
046200 2420-WRITE-REJECT-LINE-EXIT.
046300     EXIT.
046310*-----------------------------------------------------------
046312* 2500-EXTRACT-NOTICES - PASS THE DEPNOTE WORK FILE AND COPY
046314*     THE CURRENT BRANCH'S PRE-FORMATTED D LINES FOR THE
046316*     BUSINESS DATE ONTO ITS RETURN FILE. A MISSING NOTICE
046318*     FILE SIMPLY MEANS NO DEPOSIT MATURED TONIGHT.
046320*-----------------------------------------------------------
046322 2500-EXTRACT-NOTICES.
046324     MOVE 'N' TO WS-NOTE-EOF-SWITCH.
046326     OPEN INPUT NOTICE-FILE.
046328     IF NOT WS-NOTE-OK
046330         GO TO 2500-EXTRACT-NOTICES-EXIT
046332     END-IF.
046334     PERFORM 2510-READ-NOTICE-LINE
046336         THRU 2510-READ-NOTICE-LINE-EXIT.
046338     PERFORM 2520-WRITE-NOTICE-LINE
046340         THRU 2520-WRITE-NOTICE-LINE-EXIT
046342         UNTIL WS-NOTE-EOF.
046344     CLOSE NOTICE-FILE.
046346 2500-EXTRACT-NOTICES-EXIT.
046348     EXIT.
046350*-----------------------------------------------------------
046352* 2510-READ-NOTICE-LINE - READ ONE NOTICE RECORD
046354*-----------------------------------------------------------
046356 2510-READ-NOTICE-LINE.
046358     READ NOTICE-FILE
046360         AT END
046362             SET WS-NOTE-EOF TO TRUE
046364     END-READ.
046366 2510-READ-NOTICE-LINE-EXIT.
046368     EXIT.
046370*-----------------------------------------------------------
046372* 2520-WRITE-NOTICE-LINE - COPY ONE NOTICE LINE WHEN IT
046374*     BELONGS TO THE CURRENT BRANCH AND THE BUSINESS DATE,
046376*     THEN READ THE NEXT
046378*-----------------------------------------------------------
046380 2520-WRITE-NOTICE-LINE.
046382     IF DN-BRANCH NOT = WS-CURR-BRANCH
046384             OR DN-BUS-DATE NOT = WS-BUSINESS-DATE
046386         GO TO 2520-WRITE-NOTICE-NEXT
046388     END-IF.
046390     MOVE SPACES TO WS-RETURN-LINE.
046392     MOVE DN-LINE TO WS-RETURN-LINE.
046394     WRITE RETURN-RECORD FROM WS-RETURN-LINE.
046396     ADD 1 TO WS-BR-NOTICE-COUNT.
046397 2520-WRITE-NOTICE-NEXT.
046398     PERFORM 2510-READ-NOTICE-LINE
046399         THRU 2510-READ-NOTICE-LINE-EXIT.
046400 2520-WRITE-NOTICE-LINE-EXIT.
046410     EXIT.
046420*-----------------------------------------------------------
046500* 3000-DISPLAY-TOTALS - SHOW THE EXTRACT CONTROL COUNTS
046600*-----------------------------------------------------------
046700 3000-DISPLAY-TOTALS.
047100     DISPLAY 'RESULT LINES:      ' WS-COUNT-DISPLAY.
047200     MOVE WS-REJECT-LINES TO WS-COUNT-DISPLAY.
047300     DISPLAY 'REJECT LINES:      ' WS-COUNT-DISPLAY.
047310     MOVE WS-NOTICE-LINES TO WS-COUNT-DISPLAY.
047320     DISPLAY 'DEPOSIT NOTICES:   ' WS-COUNT-DISPLAY.
047345     MOVE WS-LATE-LINES TO WS-COUNT-DISPLAY.
047370     DISPLAY 'PRIOR-DAY ADJ LINES: ' WS-COUNT-DISPLAY.
047400 3000-DISPLAY-TOTALS-EXIT.
047500     EXIT.
047600*-----------------------------------------------------------
048000     GOBACK.
048100 9999-EXIT-EXIT.
048200     EXIT.
048300     COPY AUDXPROC.
