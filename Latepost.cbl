000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LATEPOST.
000300 AUTHOR.        R HARTLEY.
000400 INSTALLATION.  FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.  2026-09-25.
000600 DATE-COMPILED. 2026-09-25.
000700*REMARKS.
000800*    LATE-ITEM POSTING PASS, DRIVEN BY CALCNITE AFTER THE
000900*    CALCULATOR BLOCKS. A BRANCH BATCH WHOSE HEADER BUSINESS
001000*    DATE BALPOST HAS ALREADY POSTED FOR THAT BRANCH USED TO
001100*    RUN AS IF IT WERE TONIGHT'S WORK, LEAVING BOTH DAYS'
001200*    FIGURES WRONG. CALCEDIT NOW PASSES SUCH A BATCH FRAMED
001300*    AND TRANSPLIT ROUTES ITS DETAILS TO LATETRN WITH THE
001400*    HEADER DATE AS THEIR VALUE DATE. THIS PROGRAM CALCULATES
001500*    EACH ONE THROUGH THE SHARED CALCCORE ARITHMETIC, WITH
001600*    ADDITION AND SUBSTRACTION CONVERTING NUM2 AT THE RATEMAST
001700*    RATE THAT WAS IN FORCE ON THE VALUE DATE, AND POSTS IT
001800*    UNDER THE PROCESSING (BUSINESS) DATE: AN AUDITLOG LINE
001900*    WITH ORIGIN 'L', A RESULTKS RECORD, AND A LATEREG REGISTER
002000*    RECORD CARRYING BOTH DATES, WHICH BALPOST AND BRRETURN
002100*    REPORT AS PRIOR-DAY ADJUSTMENTS. A ROUNDED DIVISION LOGS
002200*    ITS RESIDUE TO RNDLEDGR AS DIVISSION DOES. A BAD BRANCH,
002300*    CURRENCY OR CALCULATION GOES TO EXCPFILE UNDER OPERATION
002400*    'LATE ITEM', KEPT APART FROM THE CALCULATORS' OWN
002500*    EXCEPTIONS. NOTHING IS WRITTEN TO RUNCTL: LATE ITEMS ARE
002600*    NOT PART OF THE NIGHT'S RELEASED/PROCESSED PROOF. A
002700*    CHECKPOINT (BLOCK 'L') IS WRITTEN PER ITEM SO A RESTART
002800*    SKIPS WHAT WAS ALREADY POSTED. RETURN-CODE 8 WHEN LATETRN
002900*    CANNOT BE OPENED.
003000*-----------------------------------------------------------
003100*                 MODIFICATION HISTORY
003200*-----------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* ---------- ----  ----------------------------------------
003500* 2026-09-25  RH   ORIGINAL PROGRAM.
003600*-----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT LATE-FILE ASSIGN TO LATETRN
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-LATE-STATUS.
004600     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-EXCP-STATUS.
004900     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-STATUS.
005200     SELECT RESULT-FILE ASSIGN TO RESULTKS
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS RT-TRANS-ID
005600         ALTERNATE RECORD KEY IS RT-ALT-KEY
005700             WITH DUPLICATES
005800         FILE STATUS IS WS-RSLT-STATUS.
005900     SELECT REPOST-FILE ASSIGN TO REPOSTQ
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RPOST-STATUS.
006200     SELECT CHECKPOINT-FILE ASSIGN TO CHKPNT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CKPT-STATUS.
006500     SELECT REGISTER-FILE ASSIGN TO LATEREG
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-LREG-STATUS.
006800     SELECT ROUNDING-FILE ASSIGN TO RNDLEDGR
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RND-STATUS.
007100     SELECT RATE-FILE ASSIGN TO RATEMAST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS CR-RATE-KEY
007500         FILE STATUS IS WS-RATE-STATUS.
007600     SELECT BRANCH-FILE ASSIGN TO BRNCHMST
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS BM-BRANCH
008000         FILE STATUS IS WS-BRCH-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  LATE-FILE
008400     RECORD CONTAINS 44 CHARACTERS.
008500     COPY LATEREC.
008600 FD  EXCEPTION-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800     COPY EXCPREC.
008900 FD  AUDIT-FILE.
009000     COPY AUDITREC.
009100 FD  RESULT-FILE.
009200     COPY RSLTREC.
009300 FD  REPOST-FILE
009400     RECORD CONTAINS 90 CHARACTERS.
009500     COPY RPOSTREC.
009600 FD  CHECKPOINT-FILE
009700     RECORD CONTAINS 08 CHARACTERS.
009800     COPY CKPTREC.
009900 FD  REGISTER-FILE.
010000     COPY LREGREC.
010100 FD  ROUNDING-FILE.
010200     COPY RNDREC.
010300 FD  RATE-FILE.
010400     COPY RATEREC.
010500 FD  BRANCH-FILE.
010600     COPY BRNCHREC.
010700 WORKING-STORAGE SECTION.
010800 01  NUM1                   PIC S9(05)V99   COMP-3.
010900 01  NUM2                   PIC S9(05)V99   COMP-3.
011000 01  RESULT                 PIC S9(05)V99   COMP-3.
011100 01  WS-LATE-STATUS         PIC X(02).
011200     88  WS-LATE-OK         VALUE '00'.
011300 01  WS-EXCP-STATUS         PIC X(02).
011400     88  WS-EXCP-OK         VALUE '00'.
011500     88  WS-EXCP-NOT-FOUND  VALUE '35'.
011600 01  WS-EXCP-REASON         PIC X(02)       VALUE SPACES.
011700 01  WS-AUDIT-STATUS        PIC X(02).
011800     88  WS-AUDIT-OK        VALUE '00'.
011900     88  WS-AUDIT-NOT-FOUND VALUE '35'.
012000 01  WS-AUDIT-DATE          PIC 9(08).
012100 01  WS-AUDIT-TIME          PIC 9(08).
012200 01  WS-BUS-DATE            PIC 9(08)       VALUE ZERO.
012300 01  WS-VALUE-DATE          PIC 9(08)       VALUE ZERO.
012400 01  WS-BRANCH-CODE         PIC X(04)       VALUE SPACES.
012500 01  WS-OPERATOR-ID         PIC X(04)       VALUE SPACES.
012600 01  WS-OPERATION-NAME      PIC X(14)       VALUE SPACES.
012700 01  WS-EOF-SWITCH          PIC X(01)       VALUE 'N'.
012800     88  WS-END-OF-FILE     VALUE 'Y'.
012900 01  WS-BATCH-OK-SWITCH     PIC X(01)       VALUE 'Y'.
013000     88  WS-BATCH-FAILED    VALUE 'N'.
013100 01  WS-RSLT-STATUS         PIC X(02).
013200     88  WS-RSLT-OK         VALUE '00'.
013300     88  WS-RSLT-NOT-FOUND  VALUE '35'.
013400 01  WS-RPOST-STATUS        PIC X(02).
013500     88  WS-RPOST-OK        VALUE '00'.
013600     88  WS-RPOST-NOT-FOUND VALUE '35'.
013700 01  WS-LREG-STATUS         PIC X(02).
013800     88  WS-LREG-OK         VALUE '00'.
013900     88  WS-LREG-NOT-FOUND  VALUE '35'.
014000 01  WS-RND-STATUS          PIC X(02).
014100     88  WS-RND-OK          VALUE '00'.
014200     88  WS-RND-NOT-FOUND   VALUE '35'.
014300 01  WS-TRANS-SEQ           PIC 9(04)       COMP VALUE ZERO.
014400 01  WS-TRANS-SEQ-DISPLAY   PIC 9(04).
014500 01  WS-CURR1               PIC X(03)       VALUE SPACES.
014600 01  WS-CURR2               PIC X(03)       VALUE SPACES.
014700 01  WS-NUM2-CONVERTED      PIC S9(05)V99   COMP-3.
014800 01  WS-LOOKUP-CODE         PIC X(03).
014900 01  WS-FOUND-RATE          PIC S9(03)V9(06).
015000 01  WS-RATE1               PIC S9(03)V9(06).
015100 01  WS-RATE2               PIC S9(03)V9(06).
015200 01  WS-CALC-OPER           PIC X(01).
015300 01  WS-CALC-STATUS         PIC X(01).
015400     88  WS-CALC-OK         VALUE '0'.
015500     88  WS-CALC-OVERFLOW   VALUE '1'.
015600     88  WS-CALC-ZERO-DIV   VALUE '2'.
015700 01  WS-ROUND-RESIDUAL      PIC S9(05)V9(06) COMP-3
015800                                            VALUE ZERO.
015900 01  WS-LATE-COUNTS.
016000     05  WS-READ-COUNT      PIC 9(06)       COMP VALUE ZERO.
016100     05  WS-POSTED-COUNT    PIC 9(06)       COMP VALUE ZERO.
016200     05  WS-EXCP-COUNT      PIC 9(06)       COMP VALUE ZERO.
016300 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
016400*-----------------------------------------------------------
016500* CURRENCY RATE HISTORY - EVERY RATEMAST RECORD, IN CURRENCY/
016600*     EFFECTIVE-DATE KEY ORDER, SO EACH LATE ITEM CAN BE
016700*     CONVERTED AT THE RATE IN FORCE ON ITS OWN VALUE DATE
016800*     RATHER THAN TONIGHT'S
016900*-----------------------------------------------------------
017000 01  WS-RATE-STATUS         PIC X(02).
017100     88  WS-RATE-OK         VALUE '00'.
017200 01  WS-RATE-EOF-SWITCH     PIC X(01)       VALUE 'N'.
017300     88  WS-RATE-MASTER-EOF VALUE 'Y'.
017400 01  WS-RATE-COUNT          PIC 9(04)       COMP VALUE ZERO.
017500 01  WS-RATE-FOUND-SWITCH   PIC X(01)       VALUE 'N'.
017600     88  WS-RATE-FOUND      VALUE 'Y'.
017700 01  WS-CONVERT-OK-SWITCH   PIC X(01)       VALUE 'Y'.
017800     88  WS-CONVERT-FAILED  VALUE 'N'.
017900 01  WS-RATE-HISTORY-TABLE.
018000     05  WS-RATE-ENTRY OCCURS 500 TIMES
018100             INDEXED BY WS-RATE-IDX.
018200         10  WS-RH-CODE         PIC X(03).
018300         10  WS-RH-EFF-DATE     PIC 9(08).
018400         10  WS-RH-RATE         PIC S9(03)V9(06).
018500 01  WS-BRCH-STATUS         PIC X(02).
018600     88  WS-BRCH-OK         VALUE '00'.
018700 01  WS-BRCH-EOF-SWITCH     PIC X(01)       VALUE 'N'.
018800     88  WS-BRCH-MASTER-EOF VALUE 'Y'.
018900 01  WS-BRANCH-CHECK-SW     PIC X(01)       VALUE 'Y'.
019000     88  WS-BRANCH-CHECK-OFF VALUE 'N'.
019100 01  WS-BRANCH-OK-SWITCH    PIC X(01)       VALUE 'N'.
019200     88  WS-BRANCH-VALID    VALUE 'Y'.
019300 01  WS-BRANCH-COUNT        PIC 9(03)       COMP VALUE ZERO.
019400 01  WS-BRANCH-TABLE.
019500     05  WS-BRCH-ENTRY OCCURS 50 TIMES
019600             INDEXED BY WS-BRCH-IDX.
019700         10  WS-BRCH-CODE       PIC X(04).
019800         10  WS-BRCH-STATUS-CD  PIC X(01).
019900 01  WS-CKPT-STATUS         PIC X(02).
020000     88  WS-CKPT-OK         VALUE '00'.
020100     88  WS-CKPT-NOT-FOUND  VALUE '35'.
020200 01  WS-CKPT-PROCESSED-CNT  PIC 9(06)  COMP VALUE ZERO.
020300 01  WS-SKIP-REMAINING      PIC 9(06)  COMP VALUE ZERO.
020400 01  WS-CKPT-DONE-FLAG      PIC X(01).
020500     COPY CALCREC.
020600 LINKAGE SECTION.
020700*-----------------------------------------------------------
020800* LK-SKIP-COUNT - THE NUMBER OF LATE ITEMS A PRIOR RUN
020900*     ALREADY CHECKPOINTED AS HANDLED, SO A RESTART SKIPS PAST
021000*     THEM. LK-BUS-DATE - THE BUSINESS DATE CALCNITE IS
021100*     RUNNING FOR, WHICH IS THE PROCESSING DATE EVERY LATE
021200*     ITEM POSTS UNDER; WHEN OMITTED THE CLOCK DATE IS USED.
021300*-----------------------------------------------------------
021400 01  LK-SKIP-COUNT              PIC 9(06).
021500 01  LK-BUS-DATE                PIC 9(08).
021600 PROCEDURE DIVISION USING OPTIONAL LK-SKIP-COUNT
021700         OPTIONAL LK-BUS-DATE.
021800*-----------------------------------------------------------
021900* 0000-MAINLINE
022000*-----------------------------------------------------------
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-INITIALIZE-EXIT.
022400     PERFORM 1100-LOAD-RATE-TABLE
022500         THRU 1100-LOAD-RATE-TABLE-EXIT.
022600     PERFORM 1150-LOAD-BRANCH-TABLE
022700         THRU 1150-LOAD-BRANCH-TABLE-EXIT.
022800     PERFORM 1200-OPEN-AUDIT-LOG
022900         THRU 1200-OPEN-AUDIT-LOG-EXIT.
023000     PERFORM 1300-OPEN-RESULT-FILE
023100         THRU 1300-OPEN-RESULT-FILE-EXIT.
023200     PERFORM 2000-PROCESS-LATE-ITEMS
023300         THRU 2000-PROCESS-LATE-ITEMS-EXIT.
023400     PERFORM 8900-CLOSE-AUDIT-LOG
023500         THRU 8900-CLOSE-AUDIT-LOG-EXIT.
023600     PERFORM 8950-CLOSE-RESULT-FILE
023700         THRU 8950-CLOSE-RESULT-FILE-EXIT.
023800     PERFORM 9999-EXIT
023900         THRU 9999-EXIT-EXIT.
024000*-----------------------------------------------------------
024100* 1000-INITIALIZE - TAKE THE PROCESSING DATE FROM THE CALLER
024200*-----------------------------------------------------------
024300 1000-INITIALIZE.
024400     IF LK-BUS-DATE IS OMITTED
024500         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
024600     ELSE
024700         MOVE LK-BUS-DATE TO WS-BUS-DATE
024800     END-IF.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------
025200* 1100-LOAD-RATE-TABLE - LOAD EVERY RATEMAST RECORD INTO THE
025300*     RATE HISTORY TABLE. WHEN THE MASTER CANNOT BE OPENED THE
025400*     TABLE STAYS EMPTY AND EVERY MIXED-CURRENCY LATE ITEM
025500*     BECOMES AN EXCEPTION RATHER THAN AN UNCONVERTED ADD.
025600*-----------------------------------------------------------
025700 1100-LOAD-RATE-TABLE.
025800     MOVE ZERO TO WS-RATE-COUNT.
025900     OPEN INPUT RATE-FILE.
026000     IF NOT WS-RATE-OK
026100         DISPLAY 'UNABLE TO OPEN RATEMAST, STATUS: '
026200             WS-RATE-STATUS
026300             ' - CURRENCY CONVERSIONS WILL BE REJECTED'
026400         GO TO 1100-LOAD-RATE-TABLE-EXIT
026500     END-IF.
026600     PERFORM 1110-READ-RATE-MASTER
026700         THRU 1110-READ-RATE-MASTER-EXIT.
026800     PERFORM 1120-KEEP-RATE-RECORD
026900         THRU 1120-KEEP-RATE-RECORD-EXIT
027000         UNTIL WS-RATE-MASTER-EOF.
027100     CLOSE RATE-FILE.
027200 1100-LOAD-RATE-TABLE-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------
027500* 1110-READ-RATE-MASTER - READ THE NEXT RATE MASTER RECORD IN
027600*     KEY SEQUENCE
027700*-----------------------------------------------------------
027800 1110-READ-RATE-MASTER.
027900     READ RATE-FILE NEXT RECORD
028000         AT END
028100             SET WS-RATE-MASTER-EOF TO TRUE
028200     END-READ.
028300 1110-READ-RATE-MASTER-EXIT.
028400     EXIT.
028500*-----------------------------------------------------------
028600* 1120-KEEP-RATE-RECORD - ADD ONE RATE MASTER RECORD TO THE
028700*     HISTORY TABLE, THEN READ THE NEXT
028800*-----------------------------------------------------------
028900 1120-KEEP-RATE-RECORD.
029000     IF WS-RATE-COUNT < 500
029100         ADD 1 TO WS-RATE-COUNT
029200         SET WS-RATE-IDX TO WS-RATE-COUNT
029300         MOVE CR-CURR-CODE TO WS-RH-CODE(WS-RATE-IDX)
029400         MOVE CR-EFF-DATE  TO WS-RH-EFF-DATE(WS-RATE-IDX)
029500         MOVE CR-RATE      TO WS-RH-RATE(WS-RATE-IDX)
029600     ELSE
029700         DISPLAY 'RATE HISTORY TABLE FULL - IGNORING '
029800             CR-CURR-CODE ' ' CR-EFF-DATE
029900     END-IF.
030000     PERFORM 1110-READ-RATE-MASTER
030100         THRU 1110-READ-RATE-MASTER-EXIT.
030200 1120-KEEP-RATE-RECORD-EXIT.
030300     EXIT.
030400*-----------------------------------------------------------
030500* 1150-LOAD-BRANCH-TABLE - LOAD THE BRANCH MASTER INTO THE
030600*     IN-STORAGE VALIDATION TABLE. WHEN THE MASTER CANNOT BE
030700*     OPENED, BRANCH VALIDATION IS BYPASSED (WITH A LOUD
030800*     WARNING) AS IN THE CALCULATORS.
030900*-----------------------------------------------------------
031000 1150-LOAD-BRANCH-TABLE.
031100     MOVE ZERO TO WS-BRANCH-COUNT.
031200     OPEN INPUT BRANCH-FILE.
031300     IF NOT WS-BRCH-OK
031400         DISPLAY 'UNABLE TO OPEN BRNCHMST, STATUS: '
031500             WS-BRCH-STATUS
031600             ' - BRANCH VALIDATION BYPASSED'
031700         MOVE 'N' TO WS-BRANCH-CHECK-SW
031800         GO TO 1150-LOAD-BRANCH-TABLE-EXIT
031900     END-IF.
032000     PERFORM 1160-READ-BRANCH-MASTER
032100         THRU 1160-READ-BRANCH-MASTER-EXIT.
032200     PERFORM 1170-APPLY-BRANCH-RECORD
032300         THRU 1170-APPLY-BRANCH-RECORD-EXIT
032400         UNTIL WS-BRCH-MASTER-EOF.
032500     CLOSE BRANCH-FILE.
032600 1150-LOAD-BRANCH-TABLE-EXIT.
032700     EXIT.
032800*-----------------------------------------------------------
032900* 1160-READ-BRANCH-MASTER - READ THE NEXT BRANCH MASTER
033000*     RECORD IN KEY SEQUENCE
033100*-----------------------------------------------------------
033200 1160-READ-BRANCH-MASTER.
033300     READ BRANCH-FILE NEXT RECORD
033400         AT END
033500             SET WS-BRCH-MASTER-EOF TO TRUE
033600     END-READ.
033700 1160-READ-BRANCH-MASTER-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------
034000* 1170-APPLY-BRANCH-RECORD - ADD ONE BRANCH TO THE TABLE,
034100*     THEN READ THE NEXT RECORD
034200*-----------------------------------------------------------
034300 1170-APPLY-BRANCH-RECORD.
034400     IF WS-BRANCH-COUNT < 50
034500         ADD 1 TO WS-BRANCH-COUNT
034600         SET WS-BRCH-IDX TO WS-BRANCH-COUNT
034700         MOVE BM-BRANCH TO WS-BRCH-CODE(WS-BRCH-IDX)
034800         MOVE BM-STATUS TO WS-BRCH-STATUS-CD(WS-BRCH-IDX)
034900     ELSE
035000         DISPLAY 'BRANCH TABLE FULL - IGNORING ' BM-BRANCH
035100     END-IF.
035200     PERFORM 1160-READ-BRANCH-MASTER
035300         THRU 1160-READ-BRANCH-MASTER-EXIT.
035400 1170-APPLY-BRANCH-RECORD-EXIT.
035500     EXIT.
035600*-----------------------------------------------------------
035700* 1200-OPEN-AUDIT-LOG - OPEN THE SHARED AUDIT LOG FOR APPEND,
035800*     CREATING IT IF IT DOES NOT EXIST YET
035900*-----------------------------------------------------------
036000 1200-OPEN-AUDIT-LOG.
036100     OPEN EXTEND AUDIT-FILE.
036200     IF WS-AUDIT-NOT-FOUND
036300         OPEN OUTPUT AUDIT-FILE
036400     END-IF.
036500 1200-OPEN-AUDIT-LOG-EXIT.
036600     EXIT.
036700*-----------------------------------------------------------
036800* 1300-OPEN-RESULT-FILE - OPEN THE INDEXED RESULTKS FILE FOR
036900*     UPDATE, CREATING IT IF IT DOES NOT EXIST YET
037000*-----------------------------------------------------------
037100 1300-OPEN-RESULT-FILE.
037200     OPEN I-O RESULT-FILE.
037300     IF WS-RSLT-NOT-FOUND
037400         OPEN OUTPUT RESULT-FILE
037500     END-IF.
037600 1300-OPEN-RESULT-FILE-EXIT.
037700     EXIT.
037800*-----------------------------------------------------------
037900* 1400-OPEN-CHECKPOINT-LOG - OPEN THE SHARED CHECKPOINT FILE
038000*     FOR APPEND, CREATING IT IF IT DOES NOT EXIST YET
038100*-----------------------------------------------------------
038200 1400-OPEN-CHECKPOINT-LOG.
038300     OPEN EXTEND CHECKPOINT-FILE.
038400     IF WS-CKPT-NOT-FOUND
038500         OPEN OUTPUT CHECKPOINT-FILE
038600     END-IF.
038700 1400-OPEN-CHECKPOINT-LOG-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------
039000* 1500-OPEN-LATE-REGISTER - OPEN THE LATEREG REGISTER FOR
039100*     APPEND, CREATING IT IF IT DOES NOT EXIST YET
039200*-----------------------------------------------------------
039300 1500-OPEN-LATE-REGISTER.
039400     OPEN EXTEND REGISTER-FILE.
039500     IF WS-LREG-NOT-FOUND
039600         OPEN OUTPUT REGISTER-FILE
039700     END-IF.
039800     IF NOT WS-LREG-OK
039900         DISPLAY 'UNABLE TO OPEN LATEREG, STATUS: '
040000             WS-LREG-STATUS ' - LATE ITEMS NOT REGISTERED'
040100     END-IF.
040200 1500-OPEN-LATE-REGISTER-EXIT.
040300     EXIT.
040400*-----------------------------------------------------------
040500* 2000-PROCESS-LATE-ITEMS - POST EVERY ITEM ON LATETRN,
040600*     SKIPPING THOSE A PRIOR RUN ALREADY CHECKPOINTED
040700*-----------------------------------------------------------
040800 2000-PROCESS-LATE-ITEMS.
040900     OPEN INPUT LATE-FILE.
041000     IF NOT WS-LATE-OK
041100         DISPLAY 'UNABLE TO OPEN LATETRN, STATUS: '
041200             WS-LATE-STATUS
041300         MOVE 'N' TO WS-BATCH-OK-SWITCH
041400         GO TO 2000-PROCESS-LATE-ITEMS-EXIT
041500     END-IF.
041600     OPEN EXTEND EXCEPTION-FILE.
041700     IF WS-EXCP-NOT-FOUND
041800         OPEN OUTPUT EXCEPTION-FILE
041900     END-IF.
042000     PERFORM 1400-OPEN-CHECKPOINT-LOG
042100         THRU 1400-OPEN-CHECKPOINT-LOG-EXIT.
042200     PERFORM 1500-OPEN-LATE-REGISTER
042300         THRU 1500-OPEN-LATE-REGISTER-EXIT.
042400     IF LK-SKIP-COUNT IS OMITTED
042500         MOVE ZERO TO WS-SKIP-REMAINING
042600         MOVE ZERO TO WS-CKPT-PROCESSED-CNT
042700     ELSE
042800         MOVE LK-SKIP-COUNT TO WS-SKIP-REMAINING
042900         MOVE LK-SKIP-COUNT TO WS-CKPT-PROCESSED-CNT
043000     END-IF.
043100     PERFORM 2100-READ-LATE-ITEM
043200         THRU 2100-READ-LATE-ITEM-EXIT.
043300     PERFORM 2150-SKIP-ALREADY-DONE
043400         THRU 2150-SKIP-ALREADY-DONE-EXIT
043500         UNTIL WS-SKIP-REMAINING = ZERO OR WS-END-OF-FILE.
043600     PERFORM 2200-POST-LATE-ITEM
043700         THRU 2200-POST-LATE-ITEM-EXIT
043800         UNTIL WS-END-OF-FILE.
043900     CLOSE LATE-FILE.
044000     CLOSE EXCEPTION-FILE.
044100     IF WS-LREG-OK
044200         CLOSE REGISTER-FILE
044300     END-IF.
044400     MOVE 'Y' TO WS-CKPT-DONE-FLAG.
044500     PERFORM 8200-WRITE-CHECKPOINT
044600         THRU 8200-WRITE-CHECKPOINT-EXIT.
044700     CLOSE CHECKPOINT-FILE.
044800     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
044900     DISPLAY 'LATE ITEMS READ:       ' WS-COUNT-DISPLAY.
045000     MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
045100     DISPLAY 'LATE ITEMS POSTED:     ' WS-COUNT-DISPLAY.
045200     MOVE WS-EXCP-COUNT TO WS-COUNT-DISPLAY.
045300     DISPLAY 'LATE ITEM EXCEPTIONS:  ' WS-COUNT-DISPLAY.
045400 2000-PROCESS-LATE-ITEMS-EXIT.
045500     EXIT.
045600*-----------------------------------------------------------
045700* 2100-READ-LATE-ITEM - READ ONE LATE ITEM AND UNPACK ITS
045800*     TRANSACTION IMAGE
045900*-----------------------------------------------------------
046000 2100-READ-LATE-ITEM.
046100     READ LATE-FILE
046200         AT END
046300             SET WS-END-OF-FILE TO TRUE
046400             GO TO 2100-READ-LATE-ITEM-EXIT
046500     END-READ.
046600     MOVE LI-VALUE-DATE  TO WS-VALUE-DATE.
046700     MOVE LI-TRANS-IMAGE TO CALC-TRANS-RECORD.
046800 2100-READ-LATE-ITEM-EXIT.
046900     EXIT.
047000*-----------------------------------------------------------
047100* 2150-SKIP-ALREADY-DONE - PASS OVER ONE ITEM A PRIOR RUN
047200*     ALREADY POSTED
047300*-----------------------------------------------------------
047400 2150-SKIP-ALREADY-DONE.
047500     SUBTRACT 1 FROM WS-SKIP-REMAINING.
047600     PERFORM 2100-READ-LATE-ITEM
047700         THRU 2100-READ-LATE-ITEM-EXIT.
047800 2150-SKIP-ALREADY-DONE-EXIT.
047900     EXIT.
048000*-----------------------------------------------------------
048100* 2200-POST-LATE-ITEM - CHECK, CONVERT, CALCULATE AND POST
048200*     ONE LATE ITEM, CHECKPOINT IT, THEN READ THE NEXT
048300*-----------------------------------------------------------
048400 2200-POST-LATE-ITEM.
048500     ADD 1 TO WS-READ-COUNT.
048600     MOVE CT-BRANCH   TO WS-BRANCH-CODE.
048700     MOVE CT-OPERATOR TO WS-OPERATOR-ID.
048800     MOVE CT-OPER-CODE TO WS-CALC-OPER.
048900     EVALUATE TRUE
049000         WHEN CT-OPER-ADD
049100             MOVE 'ADDITION'       TO WS-OPERATION-NAME
049200         WHEN CT-OPER-SUBTRACT
049300             MOVE 'SUBSTRACTION'   TO WS-OPERATION-NAME
049400         WHEN CT-OPER-MULTIPLY
049500             MOVE 'MULTIPLICATION' TO WS-OPERATION-NAME
049600         WHEN CT-OPER-DIVIDE
049700             MOVE 'DIVISSION'      TO WS-OPERATION-NAME
049800         WHEN OTHER
049900             MOVE '05' TO WS-EXCP-REASON
050000             PERFORM 8300-WRITE-EXCEPTION
050100                 THRU 8300-WRITE-EXCEPTION-EXIT
050200             DISPLAY 'SKIPPED - UNKNOWN OPERATION CODE: '
050300                 CT-OPER-CODE
050400             GO TO 2200-POST-LATE-ITEM-NEXT
050500     END-EVALUATE.
050600     PERFORM 4200-CHECK-BRANCH
050700         THRU 4200-CHECK-BRANCH-EXIT.
050800     IF NOT WS-BRANCH-VALID
050900         MOVE '04' TO WS-EXCP-REASON
051000         PERFORM 8300-WRITE-EXCEPTION
051100             THRU 8300-WRITE-EXCEPTION-EXIT
051200         DISPLAY 'SKIPPED - UNKNOWN OR CLOSED BRANCH: '
051300             WS-BRANCH-CODE
051400         GO TO 2200-POST-LATE-ITEM-NEXT
051500     END-IF.
051600     MOVE CT-CURR1 TO WS-CURR1.
051700     MOVE CT-CURR2 TO WS-CURR2.
051800     MOVE CT-NUM1 TO NUM1.
051900     MOVE CT-NUM2 TO NUM2.
052000     MOVE NUM2 TO WS-NUM2-CONVERTED.
052100     MOVE 'Y' TO WS-CONVERT-OK-SWITCH.
052200     IF CT-OPER-ADD OR CT-OPER-SUBTRACT
052300         PERFORM 4000-CONVERT-CURRENCY
052400             THRU 4000-CONVERT-CURRENCY-EXIT
052500     END-IF.
052600     IF WS-CONVERT-FAILED
052700         MOVE '03' TO WS-EXCP-REASON
052800         PERFORM 8300-WRITE-EXCEPTION
052900             THRU 8300-WRITE-EXCEPTION-EXIT
053000         DISPLAY 'SKIPPED - NO RATE ON ' WS-VALUE-DATE
053100             ' FOR CURRENCY: ' WS-LOOKUP-CODE
053200         GO TO 2200-POST-LATE-ITEM-NEXT
053300     END-IF.
053400     MOVE ZERO TO WS-ROUND-RESIDUAL.
053500     CALL 'CALCCORE' USING WS-CALC-OPER NUM1
053600         WS-NUM2-CONVERTED RESULT WS-CALC-STATUS
053700         WS-ROUND-RESIDUAL.
053800     IF NOT WS-CALC-OK
053900         EVALUATE TRUE
054000             WHEN WS-CALC-OVERFLOW
054100                 MOVE '01' TO WS-EXCP-REASON
054200             WHEN WS-CALC-ZERO-DIV
054300                 MOVE '02' TO WS-EXCP-REASON
054400             WHEN OTHER
054500                 MOVE '05' TO WS-EXCP-REASON
054600         END-EVALUATE
054700         PERFORM 8300-WRITE-EXCEPTION
054800             THRU 8300-WRITE-EXCEPTION-EXIT
054900         DISPLAY 'SKIPPED - ' WS-OPERATION-NAME
055000             ' FAILED, REASON ' WS-EXCP-REASON
055100         GO TO 2200-POST-LATE-ITEM-NEXT
055200     END-IF.
055300     ADD 1 TO WS-POSTED-COUNT.
055400     DISPLAY 'LATE ' WS-OPERATION-NAME ' ' WS-BRANCH-CODE
055500         ' VALUE ' WS-VALUE-DATE ': ' RESULT.
055600     PERFORM 8000-WRITE-AUDIT-LOG
055700         THRU 8000-WRITE-AUDIT-LOG-EXIT.
055800     MOVE WS-OPERATION-NAME TO RT-OPERATION.
055900     PERFORM 8100-WRITE-RESULT-FILE
056000         THRU 8100-WRITE-RESULT-FILE-EXIT.
056100     PERFORM 8400-WRITE-REGISTER
056200         THRU 8400-WRITE-REGISTER-EXIT.
056300     IF CT-OPER-DIVIDE
056400             AND WS-ROUND-RESIDUAL NOT = ZERO
056500         PERFORM 8500-WRITE-ROUNDING
056600             THRU 8500-WRITE-ROUNDING-EXIT
056700     END-IF.
056800 2200-POST-LATE-ITEM-NEXT.
056900     ADD 1 TO WS-CKPT-PROCESSED-CNT.
057000     MOVE 'N' TO WS-CKPT-DONE-FLAG.
057100     PERFORM 8200-WRITE-CHECKPOINT
057200         THRU 8200-WRITE-CHECKPOINT-EXIT.
057300     PERFORM 2100-READ-LATE-ITEM
057400         THRU 2100-READ-LATE-ITEM-EXIT.
057500 2200-POST-LATE-ITEM-EXIT.
057600     EXIT.
057700*-----------------------------------------------------------
057800* 4000-CONVERT-CURRENCY - CONVERT NUM2 INTO NUM1'S CURRENCY
057900*     AT THE RATES IN FORCE ON THE ITEM'S VALUE DATE; EQUAL
058000*     OR BLANK CURRENCY 2 NEEDS NO CONVERSION
058100*-----------------------------------------------------------
058200 4000-CONVERT-CURRENCY.
058300     MOVE 'Y' TO WS-CONVERT-OK-SWITCH.
058400     IF WS-CURR1 = WS-CURR2 OR WS-CURR2 = SPACES
058500         MOVE NUM2 TO WS-NUM2-CONVERTED
058600         GO TO 4000-CONVERT-CURRENCY-EXIT
058700     END-IF.
058800     MOVE WS-CURR1 TO WS-LOOKUP-CODE.
058900     PERFORM 4100-FIND-CURRENCY-RATE
059000         THRU 4100-FIND-CURRENCY-RATE-EXIT.
059100     IF NOT WS-RATE-FOUND
059200         MOVE 'N' TO WS-CONVERT-OK-SWITCH
059300         GO TO 4000-CONVERT-CURRENCY-EXIT
059400     END-IF.
059500     MOVE WS-FOUND-RATE TO WS-RATE1.
059600     MOVE WS-CURR2 TO WS-LOOKUP-CODE.
059700     PERFORM 4100-FIND-CURRENCY-RATE
059800         THRU 4100-FIND-CURRENCY-RATE-EXIT.
059900     IF NOT WS-RATE-FOUND
060000         MOVE 'N' TO WS-CONVERT-OK-SWITCH
060100         GO TO 4000-CONVERT-CURRENCY-EXIT
060200     END-IF.
060300     MOVE WS-FOUND-RATE TO WS-RATE2.
060400     COMPUTE WS-NUM2-CONVERTED ROUNDED =
060500         NUM2 / WS-RATE2 * WS-RATE1.
060600 4000-CONVERT-CURRENCY-EXIT.
060700     EXIT.
060800*-----------------------------------------------------------
060900* 4100-FIND-CURRENCY-RATE - FIND THE RATE FOR WS-LOOKUP-CODE
061000*     IN FORCE ON THE VALUE DATE: THE LAST HISTORY ENTRY FOR
061100*     THE CODE DATED ON OR BEFORE IT
061200*-----------------------------------------------------------
061300 4100-FIND-CURRENCY-RATE.
061400     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
061500     PERFORM 4110-CHECK-RATE-ENTRY
061600         THRU 4110-CHECK-RATE-ENTRY-EXIT
061700         VARYING WS-RATE-IDX FROM 1 BY 1
061800         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
061900 4100-FIND-CURRENCY-RATE-EXIT.
062000     EXIT.
062100*-----------------------------------------------------------
062200* 4110-CHECK-RATE-ENTRY - TAKE ONE HISTORY ENTRY'S RATE WHEN
062300*     IT IS FOR THE CODE AND IN FORCE ON THE VALUE DATE
062400*-----------------------------------------------------------
062500 4110-CHECK-RATE-ENTRY.
062600     IF WS-RH-CODE(WS-RATE-IDX) = WS-LOOKUP-CODE
062700             AND WS-RH-EFF-DATE(WS-RATE-IDX) NOT > WS-VALUE-DATE
062800         MOVE WS-RH-RATE(WS-RATE-IDX) TO WS-FOUND-RATE
062900         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
063000     END-IF.
063100 4110-CHECK-RATE-ENTRY-EXIT.
063200     EXIT.
063300*-----------------------------------------------------------
063400* 4200-CHECK-BRANCH - CHECK WS-BRANCH-CODE AGAINST THE
063500*     BRANCH TABLE; ONLY AN ACTIVE BRANCH IS VALID
063600*-----------------------------------------------------------
063700 4200-CHECK-BRANCH.
063800     IF WS-BRANCH-CHECK-OFF
063900         MOVE 'Y' TO WS-BRANCH-OK-SWITCH
064000         GO TO 4200-CHECK-BRANCH-EXIT
064100     END-IF.
064200     MOVE 'N' TO WS-BRANCH-OK-SWITCH.
064300     SET WS-BRCH-IDX TO 1.
064400     PERFORM 4210-SCAN-BRANCH-TABLE
064500         THRU 4210-SCAN-BRANCH-TABLE-EXIT
064600         UNTIL WS-BRCH-IDX > WS-BRANCH-COUNT
064700             OR WS-BRCH-CODE(WS-BRCH-IDX) = WS-BRANCH-CODE.
064800     IF NOT WS-BRCH-IDX > WS-BRANCH-COUNT
064900         IF WS-BRCH-STATUS-CD(WS-BRCH-IDX) = 'A'
065000             MOVE 'Y' TO WS-BRANCH-OK-SWITCH
065100         END-IF
065200     END-IF.
065300 4200-CHECK-BRANCH-EXIT.
065400     EXIT.
065500*-----------------------------------------------------------
065600* 4210-SCAN-BRANCH-TABLE - ADVANCE TO THE NEXT TABLE ENTRY
065700*-----------------------------------------------------------
065800 4210-SCAN-BRANCH-TABLE.
065900     SET WS-BRCH-IDX UP BY 1.
066000 4210-SCAN-BRANCH-TABLE-EXIT.
066100     EXIT.
066200*-----------------------------------------------------------
066300* 8000-WRITE-AUDIT-LOG - APPEND ONE ORIGIN 'L' LINE TO THE
066400*     SHARED AUDIT LOG, DATED WITH THE PROCESSING DATE
066500*-----------------------------------------------------------
066600 8000-WRITE-AUDIT-LOG.
066700     MOVE SPACES TO AUDIT-LINE.
066800     MOVE WS-BUS-DATE TO WS-AUDIT-DATE.
066900     ACCEPT WS-AUDIT-TIME FROM TIME.
067000     MOVE WS-AUDIT-DATE TO AL-DATE.
067100     MOVE WS-AUDIT-TIME TO AL-TIME.
067200     MOVE WS-BRANCH-CODE TO AL-BRANCH.
067300     MOVE WS-OPERATION-NAME TO AL-OPERATION.
067400     MOVE NUM1          TO AL-NUM1.
067500     MOVE NUM2          TO AL-NUM2.
067600     MOVE WS-NUM2-CONVERTED TO AL-NUM2-CONV.
067700     MOVE RESULT        TO AL-RESULT.
067800     MOVE 'L'           TO AL-ORIGIN.
067900     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
068000     MOVE WS-CURR1       TO AL-CURR1.
068100     MOVE WS-CURR2       TO AL-CURR2.
068200     WRITE AUDIT-LINE.
068300 8000-WRITE-AUDIT-LOG-EXIT.
068400     EXIT.
068500*-----------------------------------------------------------
068600* 8100-WRITE-RESULT-FILE - WRITE ONE RECORD TO THE INDEXED
068700*     RESULTKS FILE FOR THE LATE ITEM JUST POSTED, KEYED THE
068800*     SAME WAY THE CALCULATORS KEY THEIRS
068900*-----------------------------------------------------------
069000 8100-WRITE-RESULT-FILE.
069100     ADD 1 TO WS-TRANS-SEQ.
069200     MOVE WS-TRANS-SEQ TO WS-TRANS-SEQ-DISPLAY.
069300     MOVE SPACES TO RT-TRANS-ID.
069400     STRING WS-BRANCH-CODE      DELIMITED BY SIZE
069500            WS-AUDIT-DATE       DELIMITED BY SIZE
069600            WS-AUDIT-TIME       DELIMITED BY SIZE
069700            WS-TRANS-SEQ-DISPLAY DELIMITED BY SIZE
069800         INTO RT-TRANS-ID
069900     END-STRING.
070000     MOVE WS-BRANCH-CODE TO RT-BRANCH.
070100     MOVE WS-AUDIT-DATE  TO RT-ALT-DATE.
070200     MOVE NUM1           TO RT-NUM1.
070300     MOVE NUM2           TO RT-NUM2.
070400     MOVE RESULT         TO RT-RESULT.
070500     MOVE WS-OPERATOR-ID TO RT-OPERATOR.
070600     MOVE WS-CURR1       TO RT-CURR1.
070700     MOVE WS-CURR2       TO RT-CURR2.
070800     WRITE RESULT-TRANS-RECORD.
070900     IF NOT WS-RSLT-OK
071000         DISPLAY 'UNABLE TO WRITE RESULTKS, STATUS: '
071100             WS-RSLT-STATUS
071200         PERFORM 8150-CAPTURE-FAILED-WRITE
071300             THRU 8150-CAPTURE-FAILED-WRITE-EXIT
071400     END-IF.
071500 8100-WRITE-RESULT-FILE-EXIT.
071600     EXIT.
071700*-----------------------------------------------------------
071800* 8150-CAPTURE-FAILED-WRITE - QUEUE THE RESULT RECORD THAT
071900*     JUST FAILED TO WRITE, WITH ITS FILE STATUS, ONTO THE
072000*     REPOSTQ FILE FOR THE NIGHTLY REPOST STEP TO RETRY
072100*-----------------------------------------------------------
072200 8150-CAPTURE-FAILED-WRITE.
072300     OPEN EXTEND REPOST-FILE.
072400     IF WS-RPOST-NOT-FOUND
072500         OPEN OUTPUT REPOST-FILE
072600     END-IF.
072700     IF NOT WS-RPOST-OK
072800         DISPLAY 'UNABLE TO OPEN REPOSTQ, STATUS: '
072900             WS-RPOST-STATUS ' - RESULT LOST, SEE AUDRSLTR'
073000         GO TO 8150-CAPTURE-FAILED-WRITE-EXIT
073100     END-IF.
073200     MOVE WS-AUDIT-DATE  TO RP-DATE.
073300     MOVE WS-AUDIT-TIME  TO RP-TIME.
073400     MOVE WS-RSLT-STATUS TO RP-FAIL-STATUS.
073500     MOVE RESULT-TRANS-RECORD TO RP-RESULT-IMAGE.
073600     WRITE REPOST-QUEUE-RECORD.
073700     CLOSE REPOST-FILE.
073800     DISPLAY 'FAILED RESULTKS WRITE QUEUED FOR REPOST'.
073900 8150-CAPTURE-FAILED-WRITE-EXIT.
074000     EXIT.
074100*-----------------------------------------------------------
074200* 8200-WRITE-CHECKPOINT - APPEND ONE PROGRESS RECORD TO THE
074300*     SHARED CHECKPOINT FILE FOR THE LATE-ITEM BLOCK
074400*-----------------------------------------------------------
074500 8200-WRITE-CHECKPOINT.
074600     MOVE 'L' TO CK-BLOCK.
074700     MOVE WS-CKPT-PROCESSED-CNT TO CK-COUNT.
074800     MOVE WS-CKPT-DONE-FLAG TO CK-DONE-FLAG.
074900     WRITE CKPT-RECORD.
075000 8200-WRITE-CHECKPOINT-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------
075300* 8300-WRITE-EXCEPTION - APPEND ONE 'LATE ITEM' RECORD TO THE
075400*     SHARED EXCEPTION REPOSITORY FOR THE ITEM JUST SKIPPED
075500*-----------------------------------------------------------
075600 8300-WRITE-EXCEPTION.
075700     ADD 1 TO WS-EXCP-COUNT.
075800     MOVE WS-BUS-DATE TO WS-AUDIT-DATE.
075900     ACCEPT WS-AUDIT-TIME FROM TIME.
076000     MOVE SPACES TO EXCEPTION-TRANS-RECORD.
076100     MOVE WS-AUDIT-DATE  TO XR-DATE.
076200     MOVE WS-AUDIT-TIME  TO XR-TIME.
076300     MOVE 'LATE ITEM'    TO XR-OPERATION.
076400     MOVE WS-BRANCH-CODE TO XR-BRANCH.
076500     MOVE WS-EXCP-REASON TO XR-REASON-CODE.
076600     MOVE WS-AUDIT-DATE  TO XR-FIRST-SEEN-DATE.
076700     MOVE WS-OPERATOR-ID TO XR-OPERATOR.
076800     MOVE CALC-TRANS-RECORD TO XR-TRANS-IMAGE.
076900     WRITE EXCEPTION-TRANS-RECORD.
077000 8300-WRITE-EXCEPTION-EXIT.
077100     EXIT.
077200*-----------------------------------------------------------
077300* 8400-WRITE-REGISTER - APPEND ONE LATEREG RECORD CARRYING
077400*     BOTH THE PROCESSING DATE AND THE VALUE DATE
077500*-----------------------------------------------------------
077600 8400-WRITE-REGISTER.
077700     IF NOT WS-LREG-OK
077800         GO TO 8400-WRITE-REGISTER-EXIT
077900     END-IF.
078000     MOVE SPACES TO LATE-REGISTER-RECORD.
078100     MOVE WS-AUDIT-DATE     TO LR-PROC-DATE.
078200     MOVE WS-VALUE-DATE     TO LR-VALUE-DATE.
078300     MOVE WS-BRANCH-CODE    TO LR-BRANCH.
078400     MOVE WS-OPERATION-NAME TO LR-OPERATION.
078500     MOVE NUM1              TO LR-NUM1.
078600     MOVE NUM2              TO LR-NUM2.
078700     MOVE RESULT            TO LR-RESULT.
078800     MOVE WS-OPERATOR-ID    TO LR-OPERATOR.
078900     MOVE RT-TRANS-ID       TO LR-TRANS-ID.
079000     WRITE LATE-REGISTER-RECORD.
079100 8400-WRITE-REGISTER-EXIT.
079200     EXIT.
079300*-----------------------------------------------------------
079400* 8500-WRITE-ROUNDING - APPEND ONE ROUNDING-RESIDUE LEDGER
079500*     RECORD FOR THE DIVISION JUST POSTED
079600*-----------------------------------------------------------
079700 8500-WRITE-ROUNDING.
079800     OPEN EXTEND ROUNDING-FILE.
079900     IF WS-RND-NOT-FOUND
080000         OPEN OUTPUT ROUNDING-FILE
080100     END-IF.
080200     IF NOT WS-RND-OK
080300         DISPLAY 'UNABLE TO OPEN RNDLEDGR, STATUS: '
080400             WS-RND-STATUS ' - RESIDUAL NOT LOGGED'
080500         GO TO 8500-WRITE-ROUNDING-EXIT
080600     END-IF.
080700     MOVE WS-AUDIT-DATE     TO RL-DATE.
080800     MOVE WS-BRANCH-CODE    TO RL-BRANCH.
080900     MOVE WS-OPERATION-NAME TO RL-OPERATION.
081000     MOVE WS-ROUND-RESIDUAL TO RL-RESIDUAL.
081100     WRITE ROUNDING-LEDGER-RECORD.
081200     CLOSE ROUNDING-FILE.
081300 8500-WRITE-ROUNDING-EXIT.
081400     EXIT.
081500*-----------------------------------------------------------
081600* 8900-CLOSE-AUDIT-LOG - CLOSE THE SHARED AUDIT LOG
081700*-----------------------------------------------------------
081800 8900-CLOSE-AUDIT-LOG.
081900     CLOSE AUDIT-FILE.
082000 8900-CLOSE-AUDIT-LOG-EXIT.
082100     EXIT.
082200*-----------------------------------------------------------
082300* 8950-CLOSE-RESULT-FILE - CLOSE THE INDEXED RESULTKS FILE
082400*-----------------------------------------------------------
082500 8950-CLOSE-RESULT-FILE.
082600     CLOSE RESULT-FILE.
082700 8950-CLOSE-RESULT-FILE-EXIT.
082800     EXIT.
082900*-----------------------------------------------------------
083000* 9999-EXIT - COMMON PROGRAM EXIT
083100*-----------------------------------------------------------
083200 9999-EXIT.
083300     IF WS-BATCH-FAILED
083400         MOVE 8 TO RETURN-CODE
083500     END-IF.
083600     GOBACK.
083700 9999-EXIT-EXIT.
083800     EXIT.
