001600*    START AND END TIMES, AND THE PER-OPERATION COUNTS AND
001700*    TOTALS - IS APPENDED TO THE SESSION JOURNAL (SESSJRNL),
001800*    SO A SUPERVISOR CAN BALANCE AN OPERATOR'S WORKSHEET
001825*    AGAINST THE SYSTEM WITHOUT A CALCULATOR AND A PRINTOUT.
001850*    THE OPERATOR SIGNS ON WITH ID AND PASSWORD THROUGH THE
001875*    SHARED SGNPROC ROUTINE, AND THE SIGNED-ON ID IS PASSED TO
001900*    EVERY CALCULATOR SO IT LANDS ON EACH AUDIT LINE AND
001925*    RESULT RECORD.
002000*-----------------------------------------------------------
002100*                 MODIFICATION HISTORY
002200*-----------------------------------------------------------
003000*                  CALCULATORS RETURN EACH SUCCESSFUL RESULT,
003100*                  AND ON QUIT THE PER-OPERATION COUNTS AND
003200*                  TOTALS ARE DISPLAYED AND JOURNALED.
003210* 2026-09-06  RH   THE SESSION OPERATOR IS NO LONGER TAKEN ON
003220*                  TRUST - SIGN-ON NOW GOES AGAINST OPERMAST
003230*                  THROUGH THE SHARED SGNPROC ROUTINE (ACTIVE
003240*                  OPERATOR, NO AREA FLAG), AND THE SIGNED-ON ID
003250*                  IS PASSED TO EACH CALCULATOR ON THE NEW
003260*                  LK-OPERATOR-ID SO IT IS STAMPED ON EVERY AUDIT
003270*                  LINE AND RESULT RECORD OF THE SESSION. A
003280*                  REFUSED SIGN-ON ENDS THE RUN WITH NO JOURNAL
003290*                  RECORD.
003300*-----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004000     SELECT JOURNAL-FILE ASSIGN TO SESSJRNL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JRNL-STATUS.
004210     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS OP-OPER-ID
004250         FILE STATUS IS WS-OPER-STATUS.
004260     SELECT SIGNON-HIST-FILE ASSIGN TO SGNHIST
004270         ORGANIZATION IS LINE SEQUENTIAL
004280         FILE STATUS IS SG-HIST-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  JOURNAL-FILE
004600     RECORD CONTAINS 132 CHARACTERS.
004700 01  JOURNAL-RECORD         PIC X(132).
004710 FD  OPERATOR-FILE.
004720     COPY OPERREC.
004730 FD  SIGNON-HIST-FILE
004740     RECORD CONTAINS 80 CHARACTERS.
004750     COPY SGNHREC.
004800 WORKING-STORAGE SECTION.
004900 01  WS-JRNL-STATUS         PIC X(02).
005000     88  WS-JRNL-OK         VALUE '00'.
005100     88  WS-JRNL-NOT-FOUND  VALUE '35'.
005110 01  WS-OPER-STATUS         PIC X(02).
005120     88  WS-OPER-OK         VALUE '00'.
005130     88  WS-OPER-NOT-FOUND  VALUE '35'.
005140 01  WS-SIGNON-OK-SW        PIC X(01)       VALUE 'N'.
005150     88  WS-SIGNON-OK       VALUE 'Y'.
005200 01  WS-OPER-CODE           PIC X(01).
005300     88  WS-OPER-ADD        VALUE 'A'.
005400     88  WS-OPER-SUBTRACT   VALUE 'S'.
011100     05  FILLER             PIC X(01) VALUE SPACE.
011200     05  JL-DIV-TOTAL       PIC -(6)9.99.
011300     05  FILLER             PIC X(05) VALUE SPACES.
011350     COPY SGNCTL.
011400 PROCEDURE DIVISION.
011500*-----------------------------------------------------------
011600* 0000-MAINLINE
012100     PERFORM 2000-PROCESS-ONE-OPERATION
012200         THRU 2000-PROCESS-ONE-OPERATION-EXIT
012300         UNTIL WS-DONE.
012350     IF WS-SIGNON-OK
012400         PERFORM 3000-END-SESSION
012450             THRU 3000-END-SESSION-EXIT
012500     END-IF.
012600     PERFORM 9999-EXIT
012700         THRU 9999-EXIT-EXIT.
012800*-----------------------------------------------------------
012850* 1000-START-SESSION - SIGN THE OPERATOR ON AND STAMP THE
012900*     SESSION START FOR THE JOURNAL; A REFUSED SIGN-ON ENDS
012950*     THE SESSION BEFORE ANY OPERATION IS OFFERED
013100*-----------------------------------------------------------
013200 1000-START-SESSION.
013225     PERFORM 1100-SIGN-ON
013250         THRU 1100-SIGN-ON-EXIT.
013275     IF NOT WS-SIGNON-OK
013300         MOVE 'N' TO WS-CONTINUE-SWITCH
013325         GO TO 1000-START-SESSION-EXIT
013350     END-IF.
013500     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
013600     ACCEPT WS-START-TIME FROM TIME.
013700 1000-START-SESSION-EXIT.
013800     EXIT.
013802*-----------------------------------------------------------
013804* 1100-SIGN-ON - SIGN THE OPERATOR ON THROUGH THE SHARED
013806*     SGNPROC ROUTINE: ON THE MASTER, ACTIVE, NOT LOCKED AND
013808*     RIGHT PASSWORD (CHANGED WHEN DUE); NO AREA FLAG IS
013810*     NEEDED TO CALCULATE. A MISSING MASTER (NOT YET STOOD UP)
013812*     BYPASSES THE CHECK WITH A LOUD WARNING. EVERY OUTCOME
013814*     GOES TO SGNHIST.
013816*-----------------------------------------------------------
013818 1100-SIGN-ON.
013820     DISPLAY 'ENTER OPERATOR CODE: '.
013822     ACCEPT WS-OPERATOR-CODE.
013824     MOVE WS-OPERATOR-CODE TO SG-OPER-ID.
013826     MOVE 'CALCDRV'        TO SG-PROGRAM-ID.
013828     MOVE SPACE            TO SG-AUTH-AREA.
013830     MOVE SPACES           TO SG-AREA-NAME.
013832     OPEN I-O OPERATOR-FILE.
013834     IF WS-OPER-NOT-FOUND
013836         DISPLAY 'OPERMAST NOT FOUND - SIGN-ON CHECK '
013838             'BYPASSED, STAND THE OPERATOR MASTER UP'
013840         MOVE 'Y' TO WS-SIGNON-OK-SW
013842         MOVE 'Y' TO SG-RESULT-SW
013844         MOVE 'NO OPERMAST - CHECK BYPASSED' TO SG-REASON
013846         PERFORM 7590-WRITE-SIGNON-HIST
013848             THRU 7590-WRITE-SIGNON-HIST-EXIT
013850         GO TO 1100-SIGN-ON-EXIT
013852     END-IF.
013854     IF NOT WS-OPER-OK
013856         DISPLAY 'UNABLE TO OPEN OPERMAST, STATUS: '
013858             WS-OPER-STATUS ' - SIGN-ON REFUSED'
013860         MOVE 'OPERMAST OPEN FAILED' TO SG-REASON
013862         PERFORM 7590-WRITE-SIGNON-HIST
013864             THRU 7590-WRITE-SIGNON-HIST-EXIT
013866         GO TO 1100-SIGN-ON-EXIT
013868     END-IF.
013870     PERFORM 7500-VALIDATE-SIGN-ON
013872         THRU 7500-VALIDATE-SIGN-ON-EXIT.
013874     IF SG-SIGNED-ON
013876         MOVE 'Y' TO WS-SIGNON-OK-SW
013878     END-IF.
013880     CLOSE OPERATOR-FILE.
013882 1100-SIGN-ON-EXIT.
013884     EXIT.
013900*-----------------------------------------------------------
014000* 2000-PROCESS-ONE-OPERATION - PROMPT FOR AN OPERATION CODE,
014100*     CALL THE MATCHING CALCULATOR SUBPROGRAM, AND ROLL A
015300     EVALUATE TRUE
015400         WHEN WS-OPER-ADD
015500             CALL 'ADDITION' USING 'I', OMITTED,
015600                 WS-SESSION-RESULT, OMITTED,
015650                 WS-OPERATOR-CODE
015700             IF WS-SR-DONE
015800                 ADD 1 TO WS-ADD-COUNT
015900                 ADD WS-SR-RESULT TO WS-ADD-TOTAL
016000             END-IF
016100         WHEN WS-OPER-SUBTRACT
016200             CALL 'SUBSTRACTION' USING 'I', OMITTED,
016300                 WS-SESSION-RESULT, OMITTED,
016350                 WS-OPERATOR-CODE
016400             IF WS-SR-DONE
016500                 ADD 1 TO WS-SUB-COUNT
016600                 ADD WS-SR-RESULT TO WS-SUB-TOTAL
016700             END-IF
016800         WHEN WS-OPER-MULTIPLY
016900             CALL 'MULTIPLICATION' USING 'I', OMITTED,
017000                 WS-SESSION-RESULT, OMITTED,
017050                 WS-OPERATOR-CODE
017100             IF WS-SR-DONE
017200                 ADD 1 TO WS-MULT-COUNT
017300                 ADD WS-SR-RESULT TO WS-MULT-TOTAL
017400             END-IF
017500         WHEN WS-OPER-DIVIDE
017600             CALL 'DIVISSION' USING 'I', OMITTED, OMITTED,
017700                 WS-SESSION-RESULT, OMITTED,
017750                 WS-OPERATOR-CODE
017800             IF WS-SR-DONE
017900                 ADD 1 TO WS-DIV-COUNT
018000                 ADD WS-SR-RESULT TO WS-DIV-TOTAL
025000     STOP RUN.
025100 9999-EXIT-EXIT.
025200     EXIT.
025300     COPY SGNPROC.
