002700* DATE       INIT  DESCRIPTION
002800* ---------- ----  ----------------------------------------
002900* 2026-08-24  RH   ORIGINAL PROGRAM.
002910* 2026-09-14  RH   A CLOSE NOW ALSO KEEPS EVERY BRANCH'S WHOLE
002920*                  BRBALMST RECORD AS IT STOOD AT THE CLOSE ON THE
002930*                  CLOSEBAL FILE, SO BALRBLD HAS A PROVEN STARTING
002940*                  POINT TO REBUILD THE NEXT MONTH FROM. A CLOSE
002950*                  WHOSE BALANCES CANNOT BE KEPT STILL STANDS BUT
002960*                  ENDS RETURN-CODE 4.
002970* 2026-09-18  RH   STATHIST RECORDS ARE NOW 45 BYTES WITH THE
002980*                  ORIGIN OF THE VOLUME; THE TIE-OUT STILL SUMS
002990*                  BY BRANCH AND OPERATION ACROSS ALL ORIGINS.
003000*-----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004800     SELECT CLOSE-CONTROL-FILE ASSIGN TO CLOSECTL
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CTL-STATUS.
005025     SELECT CLOSE-BALANCE-FILE ASSIGN TO CLOSEBAL
005050         ORGANIZATION IS SEQUENTIAL
005075         FILE STATUS IS WS-CBAL-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  BALANCE-FILE.
005400     COPY BALREC.
005500 FD  STAT-FILE
005600     RECORD CONTAINS 45 CHARACTERS.
005700     COPY STATREC.
005800 FD  REPORT-FILE
005900     RECORD CONTAINS 80 CHARACTERS.
006100 FD  CLOSE-CONTROL-FILE
006200     RECORD CONTAINS 24 CHARACTERS.
006300     COPY CLOSEREC.
006325 FD  CLOSE-BALANCE-FILE
006350     RECORD CONTAINS 109 CHARACTERS.
006375     COPY CLOSBREC.
006400 WORKING-STORAGE SECTION.
006500 01  WS-BAL-STATUS          PIC X(02).
006600     88  WS-BAL-OK          VALUE '00'.
007100 01  WS-CTL-STATUS          PIC X(02).
007200     88  WS-CTL-OK          VALUE '00'.
007300     88  WS-CTL-NOT-FOUND   VALUE '35'.
007320 01  WS-CBAL-STATUS         PIC X(02).
007340     88  WS-CBAL-OK         VALUE '00'.
007360     88  WS-CBAL-NOT-FOUND  VALUE '35'.
007380 01  WS-KEPT-COUNT          PIC 9(03)       COMP VALUE ZERO.
007400 01  WS-OPEN-SWITCH         PIC X(01)       VALUE 'N'.
007500     88  WS-OPEN-OK         VALUE 'Y'.
007600 01  WS-STAT-EOF-SWITCH     PIC X(01)       VALUE 'N'.
054000     MOVE WS-OPERATOR-CODE TO CC-OPERATOR.
054100     WRITE CLOSE-CONTROL-RECORD.
054200     CLOSE CLOSE-CONTROL-FILE.
054250     DISPLAY 'MONTH ' WS-CLOSE-MONTH ' CLOSED ' CC-STATUS
054300         ' - BALPOST MAY NOW ROLL THE MASTER FORWARD'.
054350     PERFORM 4100-KEEP-CLOSE-BALANCES
054400         THRU 4100-KEEP-CLOSE-BALANCES-EXIT.
054500 4000-AUTHORIZE-CLOSE-EXIT.
054501     EXIT.
054502*-----------------------------------------------------------
054503* 4100-KEEP-CLOSE-BALANCES - APPEND AN IMAGE OF EVERY BRANCH'S
054504*     BALANCE MASTER RECORD, AS IT STANDS AT THE CLOSE, TO
054505*     CLOSEBAL - THE STARTING POINT FOR A REBUILD OF THE NEXT
054506*     MONTH
054507*-----------------------------------------------------------
054508 4100-KEEP-CLOSE-BALANCES.
054509     OPEN EXTEND CLOSE-BALANCE-FILE.
054510     IF WS-CBAL-NOT-FOUND
054511         OPEN OUTPUT CLOSE-BALANCE-FILE
054512     END-IF.
054513     IF NOT WS-CBAL-OK
054514         DISPLAY 'UNABLE TO OPEN CLOSEBAL, STATUS: '
054515             WS-CBAL-STATUS ' - NO REBUILD POINT KEPT'
054516         MOVE 4 TO RETURN-CODE
054517         GO TO 4100-KEEP-CLOSE-BALANCES-EXIT
054518     END-IF.
054519     MOVE LOW-VALUES TO BB-BRANCH.
054520     MOVE 'N' TO WS-BAL-EOF-SWITCH.
054521     START BALANCE-FILE KEY IS NOT LESS THAN BB-BRANCH
054522         INVALID KEY
054523             SET WS-BAL-EOF TO TRUE
054524     END-START.
054525     IF NOT WS-BAL-EOF
054526         PERFORM 3100-READ-BALANCE
054527             THRU 3100-READ-BALANCE-EXIT
054528     END-IF.
054529     PERFORM 4110-KEEP-ONE-BALANCE
054530         THRU 4110-KEEP-ONE-BALANCE-EXIT
054531         UNTIL WS-BAL-EOF.
054532     CLOSE CLOSE-BALANCE-FILE.
054533     DISPLAY WS-KEPT-COUNT ' BRANCH BALANCE(S) KEPT ON CLOSEBAL'.
054534 4100-KEEP-CLOSE-BALANCES-EXIT.
054535     EXIT.
054536*-----------------------------------------------------------
054537* 4110-KEEP-ONE-BALANCE - WRITE ONE BRANCH'S CLOSING IMAGE,
054538*     THEN READ THE NEXT
054539*-----------------------------------------------------------
054540 4110-KEEP-ONE-BALANCE.
054541     MOVE WS-CLOSE-MONTH TO CB-MONTH.
054542     MOVE BRANCH-BALANCE-RECORD TO CB-BALANCE-IMAGE.
054543     WRITE CLOSE-BALANCE-RECORD.
054544     IF NOT WS-CBAL-OK
054545         DISPLAY 'UNABLE TO WRITE CLOSEBAL, STATUS: '
054546             WS-CBAL-STATUS ' - REBUILD POINT INCOMPLETE'
054547         MOVE 4 TO RETURN-CODE
054548     ELSE
054549         ADD 1 TO WS-KEPT-COUNT
054550     END-IF.
054551     PERFORM 3100-READ-BALANCE
054552         THRU 3100-READ-BALANCE-EXIT.
054553 4110-KEEP-ONE-BALANCE-EXIT.
054600     EXIT.
054700*-----------------------------------------------------------
054800* 8900-CLOSE-FILES - CLOSE THE MASTER, THE HISTORY AND THE
