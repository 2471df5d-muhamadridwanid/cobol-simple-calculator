007300*                  INSIDE THE CONTROLLED NIGHT WITH THE SAME
007400*                  TRANSACTION-LEVEL RESTART AS THE OTHERS
007500*                  INSTEAD OF BY HAND AGAINST CMPFILE.
007510* 2026-09-25  RH   ADDED THE LATE-ITEM BLOCK UNDER CHECKPOINT
007520*                  CODE 'L', RUN AFTER THE CALCULATORS: LATEPOST
007530*                  POSTS THE PRIOR-DAY ITEMS TRANSPLIT ROUTED TO
007540*                  LATETRN UNDER TONIGHT'S DATE WITH THE SAME
007550*                  TRANSACTION-LEVEL RESTART AS THE OTHERS.
007600*-----------------------------------------------------------
007700 ENVIRONMENT DIVISION.
007800 CONFIGURATION SECTION.
010900         88  WS-EXP-DONE        VALUE 'Y'.
011000     05  WS-CMP-DONE-SW         PIC X(01)       VALUE 'N'.
011100         88  WS-CMP-DONE        VALUE 'Y'.
011125     05  WS-LATE-DONE-SW        PIC X(01)       VALUE 'N'.
011150         88  WS-LATE-DONE       VALUE 'Y'.
011200 01  WS-BLOCK-RESUME-COUNTS.
011300     05  WS-ADD-COUNT           PIC 9(06)       VALUE ZERO.
011400     05  WS-SUB-COUNT           PIC 9(06)       VALUE ZERO.
011700     05  WS-PCT-COUNT           PIC 9(06)       VALUE ZERO.
011800     05  WS-EXP-COUNT           PIC 9(06)       VALUE ZERO.
011900     05  WS-CMP-COUNT           PIC 9(06)       VALUE ZERO.
011950     05  WS-LATE-COUNT          PIC 9(06)       VALUE ZERO.
012000 01  WS-RUN-FAIL-SWITCH         PIC X(01)       VALUE 'N'.
012100     88  WS-RUN-FAILED          VALUE 'Y'.
012200 01  WS-BUS-DATE                PIC 9(08)       VALUE ZERO.
016400         PERFORM 2600-RUN-COMPOUND-BLOCK
016500             THRU 2600-RUN-COMPOUND-BLOCK-EXIT
016600     END-IF.
016620     IF NOT WS-RUN-FAILED
016640         PERFORM 2700-RUN-LATE-ITEM-BLOCK
016660             THRU 2700-RUN-LATE-ITEM-BLOCK-EXIT
016680     END-IF.
016700     PERFORM 8950-RESET-CHECKPOINT-LOG
016800         THRU 8950-RESET-CHECKPOINT-LOG-EXIT.
016900     PERFORM 9999-EXIT
024800             IF CK-BLOCK-DONE
024900                 MOVE 'Y' TO WS-CMP-DONE-SW
025000             END-IF
025010         WHEN CK-BLOCK-LATE
025020             MOVE CK-COUNT TO WS-LATE-COUNT
025030             IF CK-BLOCK-DONE
025040                 MOVE 'Y' TO WS-LATE-DONE-SW
025050             END-IF
025100     END-EVALUATE.
025200     PERFORM 1100-READ-CHECKPOINT
025300         THRU 1100-READ-CHECKPOINT-EXIT.
048100     DISPLAY 'COMPOUND BLOCK COMPLETE - CHECKPOINT WRITTEN'.
048200 2600-RUN-COMPOUND-BLOCK-EXIT.
048300     EXIT.
048303*-----------------------------------------------------------
048306* 2700-RUN-LATE-ITEM-BLOCK - RUN THE LATE-ITEM POSTING PASS
048309*     AGAINST LATETRN AND CHECKPOINT IT, UNLESS ALREADY
048312*     FINISHED
048315*-----------------------------------------------------------
048318 2700-RUN-LATE-ITEM-BLOCK.
048321     IF WS-LATE-DONE
048324         DISPLAY 'LATE-ITEM BLOCK ALREADY COMPLETE - SKIPPING'
048327         GO TO 2700-RUN-LATE-ITEM-BLOCK-EXIT
048330     END-IF.
048333     IF WS-LATE-COUNT NOT = ZERO
048336         DISPLAY 'RESUMING LATE-ITEM BLOCK PAST ' WS-LATE-COUNT
048339             ' ALREADY-CHECKPOINTED TRANSACTIONS'
048342     END-IF.
048345     DISPLAY 'STARTING LATE-ITEM BLOCK'.
048348     MOVE ZERO TO RETURN-CODE.
048351     CALL 'LATEPOST' USING WS-LATE-COUNT, WS-BUS-DATE.
048354     IF RETURN-CODE NOT = ZERO
048357         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
048360         DISPLAY 'OPERATOR ACTION: LATE-ITEM BLOCK FAILED, RC='
048363             RETURN-CODE ' - RUN HALTED, BLOCK LEFT'
048366             ' RESTARTABLE IN CHKPNT; CHECK LATETRN AND'
048369             ' RESUBMIT'
048372         GO TO 2700-RUN-LATE-ITEM-BLOCK-EXIT
048375     END-IF.
048378     MOVE 'Y' TO WS-LATE-DONE-SW.
048381     DISPLAY 'LATE-ITEM BLOCK COMPLETE - CHECKPOINT WRITTEN'.
048384 2700-RUN-LATE-ITEM-BLOCK-EXIT.
048387     EXIT.
048400*-----------------------------------------------------------
048500* 8950-RESET-CHECKPOINT-LOG - ONCE ALL EIGHT BLOCKS HAVE
048600*     COMPLETED IN THIS RUN, CLEAR THE CHECKPOINT FILE SO
048700*     TOMORROW NIGHT'S RUN STARTS FROM THE BEGINNING AGAIN
048800*-----------------------------------------------------------
049200     END-IF.
049300     IF WS-ADD-DONE AND WS-SUB-DONE AND WS-MULT-DONE
049400             AND WS-DIV-DONE AND WS-PCT-DONE AND WS-EXP-DONE
049500             AND WS-CMP-DONE AND WS-LATE-DONE
049600         OPEN OUTPUT CHECKPOINT-FILE
049700         CLOSE CHECKPOINT-FILE
049800     END-IF.
