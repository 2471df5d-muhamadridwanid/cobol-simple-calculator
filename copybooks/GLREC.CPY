001900* DATE       INIT  DESCRIPTION
002000* ---------- ----  ----------------------------------------
002100* 2026-08-24  RH   ORIGINAL COPYBOOK.
002125* 2026-09-18  RH   CHGBILL ALSO CUTS ITS MONTHLY CHARGEBACK FEED
002150*                  (CHGGL) IN THIS LAYOUT, WITH THE BRANCH ITSELF
002175*                  AS THE COST CENTER.
002200*-----------------------------------------------------------
002300 01  GL-JOURNAL-RECORD.
002400     05  GL-REC-TYPE            PIC X(01).
