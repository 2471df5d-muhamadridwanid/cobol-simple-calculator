001200*    BEFORE LETTING AN OPERATOR APPROVE A PENDING DUAL-CONTROL
001300*    CHANGE, AND REFUSES THE OPERATOR WHO REQUESTED IT.
001400*    OPERMNT MAINTAINS THE MASTER AT THE CONSOLE.
001410*    EACH OPERATOR ALSO CARRIES A HASHED PASSWORD (ZERO MEANS
001420*    NONE SET YET), THE DATE IT WAS LAST CHANGED (ZERO MEANS
001430*    IT MUST BE CHANGED AT THE NEXT SIGN-ON), A COUNT OF
001440*    CONSECUTIVE FAILED PASSWORDS AND A LOCK FLAG THAT ONLY
001450*    AN ADMINISTRATOR CAN CLEAR THROUGH OPERMNT. SEE SGNPROC.
001500*-----------------------------------------------------------
001600*                 MODIFICATION HISTORY
001700*-----------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------
002000* 2026-08-24  RH   ORIGINAL COPYBOOK.
002010* 2026-09-04  RH   ADDED OP-PASSWORD-HASH, OP-PWD-CHANGED-DATE,
002020*                  OP-FAILED-ATTEMPTS AND OP-LOCK-FLAG FOR
002030*                  PASSWORD SIGN-ON, EXPIRY AND LOCKOUT. THE
002040*                  MASTER IS RELOADED WITH THE NEW FIELDS
002050*                  ZERO / 'N'.
002100*-----------------------------------------------------------
002200 01  OPERATOR-MASTER-RECORD.
002300     05  OP-OPER-ID             PIC X(04).
003500         88  OP-MAY-ADMIN       VALUE 'Y'.
003600     05  OP-UPDATED-BY          PIC X(04).
003700     05  OP-UPDATED-DATE        PIC 9(08).
003800     05  OP-PASSWORD-HASH       PIC 9(09).
003900     05  OP-PWD-CHANGED-DATE    PIC 9(08).
004000     05  OP-FAILED-ATTEMPTS     PIC 9(02).
004100     05  OP-LOCK-FLAG           PIC X(01).
004200         88  OP-LOCKED          VALUE 'Y'.
004300         88  OP-NOT-LOCKED      VALUE 'N'.
