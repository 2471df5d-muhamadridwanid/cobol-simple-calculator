000100*-----------------------------------------------------------
000200*    HELDREC.CPY
000300*-----------------------------------------------------------
000400*    HELD-TRANSACTION RECORD LAYOUT FOR THE HELDTRN QUEUE.
000500*    CALCEDIT WRITES ONE RECORD, STATUS 'H', FOR EVERY DETAIL
000600*    THAT PASSES THE FIELD EDITS BUT IS OVER ITS LIMMAST VALUE
000700*    LIMIT, CARRYING THE WHOLE 36-BYTE TRANSACTION IMAGE AND
000800*    THE LIMIT IT BROKE (SOURCE 'B' FOR THE BRANCH'S OWN ROW,
000900*    'D' FOR THE DEFAULT ROW, 'U' WHEN LIMMAST COULD NOT BE
001000*    READ AND EVERY DETAIL WAS HELD). HELDREL LETS A
001100*    SUPERVISOR MARK EACH ITEM RELEASED ('R') OR DECLINED
001200*    ('D', WITH A REASON), STAMPED WITH WHO DECIDED AND WHEN.
001300*    THE NEXT CALCEDIT RUN RELEASES 'R' ITEMS TO CLEANTRN,
001400*    RETURNS 'D' ITEMS TO THE BRANCH THROUGH TRANREJ, AND
001500*    CARRIES 'H' ITEMS FORWARD ON HELDNEW, WHICH THE JCL SWAPS
001600*    IN AS THE NEW QUEUE.
001610*    A DETAIL OF A LATE BATCH - ONE WHOSE HEADER DATE BALPOST
001620*    HAD ALREADY POSTED FOR THE BRANCH - IS HELD WITH
001630*    HT-LATE-FLAG 'L' WHEN OVER ITS LIMIT, OR 'M' (NO LIMIT
001640*    BROKEN) WHEN THE MONTH OF ITS DATE IS ALREADY CLOSED ON
001650*    CLOSECTL. HT-HELD-DATE THEN CARRIES THAT VALUE DATE, AND
001660*    A RELEASED LATE ITEM GOES BACK TO CLEANTRN IN A BATCH OF
001670*    ITS OWN UNDER THAT DATE.
001700*-----------------------------------------------------------
001800*                 MODIFICATION HISTORY
001900*-----------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* ---------- ----  ----------------------------------------
002200* 2026-09-10  RH   ORIGINAL COPYBOOK.
002225* 2026-09-25  RH   ADDED HT-LATE-FLAG OUT OF THE FILLER FOR LATE
002250*                  ITEMS AND ITEMS HELD FOR A CLOSED MONTH.
002300*-----------------------------------------------------------
002400 01  HELD-TRANS-RECORD.
002500     05  HT-HELD-DATE           PIC 9(08).
002600     05  HT-HELD-TIME           PIC 9(08).
002700     05  HT-TRANS-IMAGE         PIC X(36).
002800     05  HT-LIMIT-VALUE         PIC S9(05)V99.
002900     05  HT-LIMIT-SOURCE        PIC X(01).
003000         88  HT-BRANCH-LIMIT    VALUE 'B'.
003100         88  HT-DEFAULT-LIMIT   VALUE 'D'.
003200         88  HT-LIMITS-UNREAD   VALUE 'U'.
003300     05  HT-STATUS              PIC X(01).
003400         88  HT-HELD            VALUE 'H'.
003500         88  HT-RELEASED        VALUE 'R'.
003600         88  HT-DECLINED        VALUE 'D'.
003700     05  HT-DECIDED-BY          PIC X(04).
003800     05  HT-DECIDED-DATE        PIC 9(08).
003900     05  HT-DECLINE-REASON      PIC X(24).
003925     05  HT-LATE-FLAG           PIC X(01).
003950         88  HT-LATE-ITEM       VALUE 'L' 'M'.
003975         88  HT-LATE-CLOSED-MONTH VALUE 'M'.
004000     05  FILLER                 PIC X(02).
