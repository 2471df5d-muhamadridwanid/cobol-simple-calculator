006100*                  PROOF CAN TELL TERMINAL WORK FROM THE
006200*                  BATCH WORK IT ACTUALLY PROVES - ONLINE
006300*                  POSTINGS WERE MANUFACTURING FALSE GAPS.
006310* 2026-09-06  RH   STAMP THE SIGNED-ON CICS USER (THE FIRST FOUR
006320*                  CHARACTERS OF THE USERID, WHICH THE SECURITY
006330*                  ADMINISTRATORS KEEP EQUAL TO THE OPERMAST ID)
006340*                  ON EVERY AUDIT LINE AND RESULT RECORD, AND
006350*                  CARRY THE WIDER 84-BYTE AUDIT LINE, 66-BYTE
006360*                  RESULT RECORD AND 84-BYTE REPOST RECORD.
006365* 2026-09-07  RH   CARRY THE 92-BYTE AUDIT LINE, 72-BYTE RESULT
006370*                  RECORD AND 90-BYTE REPOST RECORD; ONLINE WORK
006375*                  IS NOT CURRENCY-CONVERTED, SO THE NEW CURRENCY
006380*                  CODES ARE LEFT BLANK.
006400*-----------------------------------------------------------
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
009900 01  WS-NUM-CHK                 PIC S9(04)      COMP VALUE ZERO.
010000 01  WS-AUDIT-TDQ               PIC X(04) VALUE 'CAUD'.
010100 01  WS-RESULT-FILE             PIC X(08) VALUE 'RESULTKS'.
010200 01  WS-AUDIT-LGTH              PIC S9(04) COMP VALUE +92.
010300 01  WS-RSLT-LGTH               PIC S9(04) COMP VALUE +72.
010400 01  WS-REPOST-TDQ              PIC X(04) VALUE 'CRPQ'.
010500 01  WS-RPOST-LGTH              PIC S9(04) COMP VALUE +90.
010600     COPY AUDITREC.
010700     COPY RSLTREC.
010800     COPY RPOSTREC.
011100 01  WS-TRANS-SEQ               PIC 9(04)       COMP VALUE ZERO.
011200 01  WS-TRANS-SEQ-DISPLAY       PIC 9(04).
011300 01  WS-OPER-NAME               PIC X(14).
011325 01  WS-SIGNON-USER.
011350     05  WS-USER-OPERATOR       PIC X(04).
011375     05  FILLER                 PIC X(04).
011400 LINKAGE SECTION.
011500 01  DFHCOMMAREA                PIC X(17).
011600 PROCEDURE DIVISION.
033400     END-EVALUATE.
033500     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
033600     ACCEPT WS-AUDIT-TIME FROM TIME.
033625     EXEC CICS ASSIGN
033650         USERID(WS-SIGNON-USER)
033675     END-EXEC.
033700     MOVE SPACES TO AUDIT-LINE.
033800     MOVE WS-AUDIT-DATE TO AL-DATE.
033900     MOVE WS-AUDIT-TIME TO AL-TIME.
034400     MOVE CA-NUM2       TO AL-NUM2-CONV.
034500     MOVE CA-RESULT     TO AL-RESULT.
034600     MOVE 'O'           TO AL-ORIGIN.
034650     MOVE WS-USER-OPERATOR TO AL-OPERATOR.
034700     EXEC CICS WRITEQ TD
034800         QUEUE(WS-AUDIT-TDQ)
034900         FROM(AUDIT-LINE)
036800     MOVE CA-NUM1       TO RT-NUM1.
036900     MOVE CA-NUM2       TO RT-NUM2.
037000     MOVE CA-RESULT     TO RT-RESULT.
037050     MOVE WS-USER-OPERATOR TO RT-OPERATOR.
037075     MOVE SPACES        TO RT-CURR1 RT-CURR2.
037100     EXEC CICS WRITE
037200         FILE(WS-RESULT-FILE)
037300         FROM(RESULT-TRANS-RECORD)
