001630*                  (COUNT -1, NEGATED TOTAL) WHEN IT BACKS A
001640*                  CONFIRMED DOUBLE OUT OF AN ALREADY-POSTED
001650*                  DAY, SO THE MONTH-END TIE-OUT STILL PROVES.
001655* 2026-09-18  RH   ADDED SH-ORIGIN (THE AL-ORIGIN OF THE LINES
001660*                  IN THE BUCKET) SO THE MONTHLY CHARGEBACK RUN
001665*                  CAN PRICE BATCH, CONSOLE AND ONLINE VOLUMES
001670*                  SEPARATELY. OLDER RECORDS READ BACK WITH A
001675*                  SPACE ORIGIN AND ARE PRICED AS BATCH.
001680* 2026-09-25  RH   ADDED SH-FROM-LATE FOR ORIGIN 'L', THE LATE
001685*                  ITEMS LATEPOST POSTS FOR A DAY ALREADY
001690*                  POSTED, SO THEY STAND APART AS PRIOR-DAY
001695*                  ADJUSTMENTS IN THE HISTORY.
001700*-----------------------------------------------------------
001800 01  STAT-HISTORY-RECORD.
001900     05  SH-DATE                PIC 9(08).
002100     05  SH-OPERATION           PIC X(14).
002200     05  SH-COUNT               PIC S9(07).
002300     05  SH-TOTAL               PIC S9(09)V99.
002400     05  SH-ORIGIN              PIC X(01).
002500         88  SH-FROM-BATCH      VALUE 'B' ' '.
002600         88  SH-FROM-CONSOLE    VALUE 'C'.
002700         88  SH-FROM-ONLINE     VALUE 'O'.
002800         88  SH-FROM-REVERSAL   VALUE 'R'.
002900         88  SH-FROM-LATE       VALUE 'L'.
