006200*                  POSTING THE RESUMED BLOCKS UNDER THE WRONG
006300*                  DATE AND LEAVING THE REAL NIGHT TO BE
006400*                  REFUSED AS ALREADY RUN.
006402* 2026-09-01  RH   ADDED THE LOANPOST LOAN PAYMENT POSTING RUN
006404*                  AS A STEP AFTER CALCNITE, SO THE DAY'S LOAN
006406*                  COLLECTIONS ARE ON THE AUDIT LOG BEFORE
006408*                  EODSUMMARY AND BALPOST READ IT.
006410* 2026-09-03  RH   ADDED THE DEPBOOK TERM DEPOSIT BOOKING AND
006412*                  DEPMATUR MATURITY RUNS AS STEPS AFTER
006414*                  LOANPOST, SO THE DAY'S DEPOSIT ACTIVITY IS
006416*                  ON THE AUDIT LOG AND THE MATURITY NOTICES
006418*                  ARE WAITING BEFORE BRRETURN CUTS THE FILES.
006420* 2026-09-05  RH   ADDED THE CHGJRNL MASTER-FILE CHANGE JOURNAL
006422*                  AS THE LAST STEP, SO THE DAY'S MAINTENANCE
006424*                  ACROSS ALL SEVEN AUDIT TRAILS IS WAITING
006426*                  FOR AUDIT AS ONE REPORT; A FLAGGED CHANGE
006428*                  LOGS THE STEP AS A WARNING.
006430* 2026-09-07  RH   ADDED THE FXPOSN FOREIGN-CURRENCY POSITION
006432*                  REPORT AS A STEP AFTER CHGJRNL, SO TREASURY
006434*                  HAS EACH BRANCH'S CURRENCY POSITION FOR THE
006436*                  DAY AND MONTH TO DATE EVERY MORNING; AN AMOUNT
006438*                  WITH NO RATE LOGS THE STEP AS A WARNING.
006440* 2026-09-09  RH   ADDED THE BRMERGE BRANCH MERGE RUN AS A STEP
006442*                  AFTER TRENDRPT, SO AN APPROVED MERGE'S
006444*                  TRANSFER LINES ARE ON THE AUDIT LOG BEFORE
006446*                  BALPOST POSTS THE NIGHT AND ITS RE-HOMED
006448*                  EXCEPTIONS ARE SEEN BY EXCPAGE; A HELD MERGE
006450*                  LOGS THE STEP AS A WARNING.
006452* 2026-09-11  RH   ADDED THE SURVEIL LARGE-VALUE AND STRUCTURING
006454*                  SURVEILLANCE AS A STEP AFTER FXPOSN, SO
006456*                  COMPLIANCE HAS THE DAY'S CASES EVERY MORNING;
006458*                  AN OPEN CASE OVERDUE FOR REVIEW LOGS THE
006460*                  STEP AS A WARNING.
006462* 2026-09-13  RH   ADDED THE AUDVRFY SEAL CHECK AS THE FIRST
006464*                  STEP, SO A LOG THAT NO LONGER MATCHES ITS
006466*                  SEALS STOPS THE NIGHT, AND THE AUDSEAL STEP
006468*                  AS THE LAST, SEALING THE NIGHT'S AUDIT LINES.
006470* 2026-09-15  RH   ADDED THE AUDEXTR DAY EXTRACT AS A STEP AFTER
006472*                  DEPMATUR, THE LAST STEP AHEAD OF THE REPORTS
006474*                  TO WRITE AUDIT LINES, SO THE STEPS AFTER IT
006476*                  READ THE DAY'S LINES INSTEAD OF THE WHOLE LOG;
006478*                  BRANCHRPT AND RECONCIL ARE NOW PASSED THE
006480*                  BUSINESS DATE AND REPORT THAT DATE ONLY.
006483* 2026-09-20  RH   ADDED THE MISEXTR MIS EXTRACT AS THE LAST
006486*                  STEP, SO THE WAREHOUSE HAS THE NIGHT'S
006489*                  DELIMITED FILES EVERY MORNING; THE NIGHT LOG
006492*                  IS CLOSED ACROSS THE CALL SO THE EXTRACT SEES
006495*                  THE STEPS LOGGED BEFORE IT.
006500*-----------------------------------------------------------
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
013400         THRU 1000-OPEN-NIGHT-LOG-EXIT.
013500     PERFORM 1100-ESTABLISH-BUS-DATE
013600         THRU 1100-ESTABLISH-BUS-DATE-EXIT.
013610     IF NOT WS-NIGHT-FAILED
013620         PERFORM 1600-RUN-AUDVRFY-STEP
013630             THRU 1600-RUN-AUDVRFY-STEP-EXIT
013640     END-IF.
013700     IF NOT WS-NIGHT-FAILED
013800         PERFORM 1700-RUN-SUBCHECK-STEP
013900             THRU 1700-RUN-SUBCHECK-STEP-EXIT
014600         PERFORM 2000-RUN-CALCNITE-STEP
014700             THRU 2000-RUN-CALCNITE-STEP-EXIT
014800     END-IF.
014810     IF NOT WS-NIGHT-FAILED
014820         PERFORM 2050-RUN-LOANPOST-STEP
014830             THRU 2050-RUN-LOANPOST-STEP-EXIT
014840     END-IF.
014850     IF NOT WS-NIGHT-FAILED
014860         PERFORM 2060-RUN-DEPBOOK-STEP
014870             THRU 2060-RUN-DEPBOOK-STEP-EXIT
014880     END-IF.
014881     IF NOT WS-NIGHT-FAILED
014882         PERFORM 2070-RUN-DEPMATUR-STEP
014883             THRU 2070-RUN-DEPMATUR-STEP-EXIT
014884     END-IF.
014886     IF NOT WS-NIGHT-FAILED
014887         PERFORM 2080-RUN-AUDEXTR-STEP
014888             THRU 2080-RUN-AUDEXTR-STEP-EXIT
014889     END-IF.
014900     IF NOT WS-NIGHT-FAILED
015000         PERFORM 2100-RUN-EODSUMMARY-STEP
015100             THRU 2100-RUN-EODSUMMARY-STEP-EXIT
017400         PERFORM 2360-RUN-TRENDRPT-STEP
017500             THRU 2360-RUN-TRENDRPT-STEP-EXIT
017600     END-IF.
017620     IF NOT WS-NIGHT-FAILED
017640         PERFORM 2390-RUN-BRMERGE-STEP
017660             THRU 2390-RUN-BRMERGE-STEP-EXIT
017680     END-IF.
017700     IF NOT WS-NIGHT-FAILED
017800         PERFORM 2400-RUN-BALPOST-STEP
017900             THRU 2400-RUN-BALPOST-STEP-EXIT
019000         PERFORM 2460-RUN-RNDRPT-STEP
019100             THRU 2460-RUN-RNDRPT-STEP-EXIT
019200     END-IF.
019210     IF NOT WS-NIGHT-FAILED
019220         PERFORM 2480-RUN-CHGJRNL-STEP
019230             THRU 2480-RUN-CHGJRNL-STEP-EXIT
019240     END-IF.
019250     IF NOT WS-NIGHT-FAILED
019260         PERFORM 2490-RUN-FXPOSN-STEP
019270             THRU 2490-RUN-FXPOSN-STEP-EXIT
019280     END-IF.
019285     IF NOT WS-NIGHT-FAILED
019286         PERFORM 2495-RUN-SURVEIL-STEP
019287             THRU 2495-RUN-SURVEIL-STEP-EXIT
019288     END-IF.
019289     IF NOT WS-NIGHT-FAILED
019290         PERFORM 2497-RUN-AUDSEAL-STEP
019291             THRU 2497-RUN-AUDSEAL-STEP-EXIT
019292     END-IF.
019293     IF NOT WS-NIGHT-FAILED
019294         PERFORM 2499-RUN-MISEXTR-STEP
019295             THRU 2499-RUN-MISEXTR-STEP-EXIT
019296     END-IF.
019300     PERFORM 7500-MARK-DATE-RUN
019400         THRU 7500-MARK-DATE-RUN-EXIT.
019500     PERFORM 8900-CLOSE-NIGHT-LOG
035000         THRU 1110-READ-NEXT-CAL-EXIT.
035100 1120-SKIP-NON-WORKING-EXIT.
035200     EXIT.
035205*-----------------------------------------------------------
035210* 1600-RUN-AUDVRFY-STEP - PROVE THE AUDIT LOG STILL MATCHES
035215*     ITS SEALS BEFORE ANYTHING RUNS AGAINST IT
035220*-----------------------------------------------------------
035225 1600-RUN-AUDVRFY-STEP.
035230     MOVE 'AUDVRFY     ' TO WS-STEP-NAME.
035235     PERFORM 7000-STAMP-STEP-START
035240         THRU 7000-STAMP-STEP-START-EXIT.
035245     MOVE ZERO TO RETURN-CODE.
035250     CALL 'AUDVRFY' USING WS-BUS-DATE.
035255     PERFORM 7100-JUDGE-STEP-END
035260         THRU 7100-JUDGE-STEP-END-EXIT.
035265 1600-RUN-AUDVRFY-STEP-EXIT.
035270     EXIT.
035300*-----------------------------------------------------------
035400* 1700-RUN-SUBCHECK-STEP - LIST EVERY ACTIVE BRANCH WITH NO
035500*     DAY FILE CHECKED OFF FOR THE ESTABLISHED BUSINESS
039300         THRU 7100-JUDGE-STEP-END-EXIT.
039400 2000-RUN-CALCNITE-STEP-EXIT.
039500     EXIT.
039502*-----------------------------------------------------------
039504* 2050-RUN-LOANPOST-STEP - POST THE DAY'S LOAN PAYMENTS TO
039506*     THE LOAN MASTER FOR THE ESTABLISHED BUSINESS DATE
039508*-----------------------------------------------------------
039510 2050-RUN-LOANPOST-STEP.
039512     MOVE 'LOANPOST    ' TO WS-STEP-NAME.
039514     PERFORM 7000-STAMP-STEP-START
039516         THRU 7000-STAMP-STEP-START-EXIT.
039518     MOVE ZERO TO RETURN-CODE.
039520     CALL 'LOANPOST' USING WS-BUS-DATE.
039522     PERFORM 7100-JUDGE-STEP-END
039524         THRU 7100-JUDGE-STEP-END-EXIT.
039526 2050-RUN-LOANPOST-STEP-EXIT.
039528     EXIT.
039530*-----------------------------------------------------------
039532* 2060-RUN-DEPBOOK-STEP - BOOK THE DAY'S NEW TERM DEPOSITS TO
039534*     THE DEPOSIT MASTER FOR THE ESTABLISHED BUSINESS DATE
039536*-----------------------------------------------------------
039538 2060-RUN-DEPBOOK-STEP.
039540     MOVE 'DEPBOOK     ' TO WS-STEP-NAME.
039542     PERFORM 7000-STAMP-STEP-START
039544         THRU 7000-STAMP-STEP-START-EXIT.
039546     MOVE ZERO TO RETURN-CODE.
039548     CALL 'DEPBOOK' USING WS-BUS-DATE.
039550     PERFORM 7100-JUDGE-STEP-END
039552         THRU 7100-JUDGE-STEP-END-EXIT.
039554 2060-RUN-DEPBOOK-STEP-EXIT.
039556     EXIT.
039558*-----------------------------------------------------------
039560* 2070-RUN-DEPMATUR-STEP - MATURE THE TERM DEPOSITS DUE ON OR
039562*     BEFORE THE ESTABLISHED BUSINESS DATE
039564*-----------------------------------------------------------
039566 2070-RUN-DEPMATUR-STEP.
039568     MOVE 'DEPMATUR    ' TO WS-STEP-NAME.
039570     PERFORM 7000-STAMP-STEP-START
039572         THRU 7000-STAMP-STEP-START-EXIT.
039574     MOVE ZERO TO RETURN-CODE.
039576     CALL 'DEPMATUR' USING WS-BUS-DATE.
039578     PERFORM 7100-JUDGE-STEP-END
039580         THRU 7100-JUDGE-STEP-END-EXIT.
039582 2070-RUN-DEPMATUR-STEP-EXIT.
039584     EXIT.
039585*-----------------------------------------------------------
039586* 2080-RUN-AUDEXTR-STEP - CUT THE BUSINESS DATE'S AUDIT LINES
039587*     TO THE AUDEXTR DAY EXTRACT FOR THE STEPS THAT FOLLOW
039588*-----------------------------------------------------------
039589 2080-RUN-AUDEXTR-STEP.
039590     MOVE 'AUDEXTR     ' TO WS-STEP-NAME.
039591     PERFORM 7000-STAMP-STEP-START
039592         THRU 7000-STAMP-STEP-START-EXIT.
039593     MOVE ZERO TO RETURN-CODE.
039594     CALL 'AUDEXTR' USING WS-BUS-DATE.
039595     PERFORM 7100-JUDGE-STEP-END
039596         THRU 7100-JUDGE-STEP-END-EXIT.
039597 2080-RUN-AUDEXTR-STEP-EXIT.
039598     EXIT.
039600*-----------------------------------------------------------
039700* 2100-RUN-EODSUMMARY-STEP - RUN THE END-OF-DAY SUMMARY
039800*-----------------------------------------------------------
041500     PERFORM 7000-STAMP-STEP-START
041600         THRU 7000-STAMP-STEP-START-EXIT.
041700     MOVE ZERO TO RETURN-CODE.
041800     CALL 'BRANCHRPT' USING WS-BUS-DATE.
041900     PERFORM 7100-JUDGE-STEP-END
042000         THRU 7100-JUDGE-STEP-END-EXIT.
042100 2200-RUN-BRANCHRPT-STEP-EXIT.
042800     PERFORM 7000-STAMP-STEP-START
042900         THRU 7000-STAMP-STEP-START-EXIT.
043000     MOVE ZERO TO RETURN-CODE.
043100     CALL 'RECONCIL' USING WS-BUS-DATE.
043200     PERFORM 7100-JUDGE-STEP-END
043300         THRU 7100-JUDGE-STEP-END-EXIT.
043400 2300-RUN-RECONCIL-STEP-EXIT.
048900         THRU 7100-JUDGE-STEP-END-EXIT.
049000 2360-RUN-TRENDRPT-STEP-EXIT.
049100     EXIT.
049105*-----------------------------------------------------------
049111* 2390-RUN-BRMERGE-STEP - CARRY OUT THE APPROVED BRANCH
049117*     MERGES BEFORE BALPOST POSTS THE NIGHT
049123*-----------------------------------------------------------
049129 2390-RUN-BRMERGE-STEP.
049135     MOVE 'BRMERGE     ' TO WS-STEP-NAME.
049141     PERFORM 7000-STAMP-STEP-START
049147         THRU 7000-STAMP-STEP-START-EXIT.
049153     MOVE ZERO TO RETURN-CODE.
049159     CALL 'BRMERGE' USING WS-BUS-DATE.
049165     PERFORM 7100-JUDGE-STEP-END
049171         THRU 7100-JUDGE-STEP-END-EXIT.
049177 2390-RUN-BRMERGE-STEP-EXIT.
049183     EXIT.
049200*-----------------------------------------------------------
049300* 2400-RUN-BALPOST-STEP - RUN THE BRANCH-BALANCE POSTING
049400*     AGAINST THE ESTABLISHED BUSINESS DATE
054500         THRU 7100-JUDGE-STEP-END-EXIT.
054600 2460-RUN-RNDRPT-STEP-EXIT.
054700     EXIT.
054701*-----------------------------------------------------------
054702* 2480-RUN-CHGJRNL-STEP - RUN THE MASTER-FILE CHANGE JOURNAL
054703*     OVER THE MAINTENANCE AUDIT TRAILS FOR THE ESTABLISHED
054704*     BUSINESS DATE
054705*-----------------------------------------------------------
054706 2480-RUN-CHGJRNL-STEP.
054707     MOVE 'CHGJRNL     ' TO WS-STEP-NAME.
054708     PERFORM 7000-STAMP-STEP-START
054709         THRU 7000-STAMP-STEP-START-EXIT.
054710     MOVE ZERO TO RETURN-CODE.
054711     CALL 'CHGJRNL' USING WS-BUS-DATE.
054712     PERFORM 7100-JUDGE-STEP-END
054713         THRU 7100-JUDGE-STEP-END-EXIT.
054714 2480-RUN-CHGJRNL-STEP-EXIT.
054715     EXIT.
054716*-----------------------------------------------------------
054717* 2490-RUN-FXPOSN-STEP - RUN THE FOREIGN-CURRENCY POSITION
054718*     REPORT FOR THE MONTH TO THE ESTABLISHED BUSINESS DATE
054719*-----------------------------------------------------------
054720 2490-RUN-FXPOSN-STEP.
054721     MOVE 'FXPOSN      ' TO WS-STEP-NAME.
054722     PERFORM 7000-STAMP-STEP-START
054723         THRU 7000-STAMP-STEP-START-EXIT.
054724     MOVE ZERO TO RETURN-CODE.
054725     CALL 'FXPOSN' USING WS-BUS-DATE.
054726     PERFORM 7100-JUDGE-STEP-END
054727         THRU 7100-JUDGE-STEP-END-EXIT.
054728 2490-RUN-FXPOSN-STEP-EXIT.
054729     EXIT.
054730*-----------------------------------------------------------
054731* 2495-RUN-SURVEIL-STEP - RUN THE LARGE-VALUE AND
054732*     STRUCTURING SURVEILLANCE OVER THE BUSINESS DATE'S
054733*     AUDIT LOG
054734*-----------------------------------------------------------
054735 2495-RUN-SURVEIL-STEP.
054736     MOVE 'SURVEIL     ' TO WS-STEP-NAME.
054737     PERFORM 7000-STAMP-STEP-START
054738         THRU 7000-STAMP-STEP-START-EXIT.
054739     MOVE ZERO TO RETURN-CODE.
054740     CALL 'SURVEIL' USING WS-BUS-DATE.
054741     PERFORM 7100-JUDGE-STEP-END
054742         THRU 7100-JUDGE-STEP-END-EXIT.
054743 2495-RUN-SURVEIL-STEP-EXIT.
054744     EXIT.
054745*-----------------------------------------------------------
054746* 2497-RUN-AUDSEAL-STEP - SEAL THE AUDIT LINES WRITTEN SINCE
054747*     THE LAST SEAL, ONCE EVERY OTHER STEP HAS RUN
054748*-----------------------------------------------------------
054749 2497-RUN-AUDSEAL-STEP.
054750     MOVE 'AUDSEAL     ' TO WS-STEP-NAME.
054751     PERFORM 7000-STAMP-STEP-START
054752         THRU 7000-STAMP-STEP-START-EXIT.
054753     MOVE ZERO TO RETURN-CODE.
054754     CALL 'AUDSEAL' USING WS-BUS-DATE.
054755     PERFORM 7100-JUDGE-STEP-END
054756         THRU 7100-JUDGE-STEP-END-EXIT.
054757 2497-RUN-AUDSEAL-STEP-EXIT.
054758     EXIT.
054759*-----------------------------------------------------------
054760* 2499-RUN-MISEXTR-STEP - CUT THE NIGHT'S MIS EXTRACT FILES
054761*     FOR THE DATA WAREHOUSE. THE NIGHT-RUN LOG IS CLOSED
054762*     ACROSS THE CALL SO THE EXTRACT CAN READ EVERY STEP
054763*     LOGGED SO FAR, AND REOPENED TO LOG THIS ONE.
054764*-----------------------------------------------------------
054765 2499-RUN-MISEXTR-STEP.
054766     MOVE 'MISEXTR     ' TO WS-STEP-NAME.
054767     PERFORM 7000-STAMP-STEP-START
054768         THRU 7000-STAMP-STEP-START-EXIT.
054769     PERFORM 8900-CLOSE-NIGHT-LOG
054770         THRU 8900-CLOSE-NIGHT-LOG-EXIT.
054771     MOVE ZERO TO RETURN-CODE.
054772     CALL 'MISEXTR' USING WS-BUS-DATE.
054773     PERFORM 1000-OPEN-NIGHT-LOG
054774         THRU 1000-OPEN-NIGHT-LOG-EXIT.
054775     PERFORM 7100-JUDGE-STEP-END
054776         THRU 7100-JUDGE-STEP-END-EXIT.
054777 2499-RUN-MISEXTR-STEP-EXIT.
054778     EXIT.
054800*-----------------------------------------------------------
054900* 7000-STAMP-STEP-START - RECORD THE STEP'S START TIME AND
055000*     ANNOUNCE IT ON THE CONSOLE
