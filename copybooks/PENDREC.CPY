001100*    PENDNEW FOR THE JCL TO SWAP IN AS THE LIVE QUEUE, THE
001200*    WAY EXCPREPR RECYCLES EXCPFILE. AUDIT ASKED FOR THIS
001300*    AFTER THE LAST RATE INCIDENT.
001310*    A BRANCH MERGE (TYPE M) NAMES THE CLOSING BRANCH IN
001320*    PD-BRANCH AND THE SURVIVING BRANCH IN PD-MERGE-INTO. ONCE
001330*    APPROVED, PENDAPPR STAMPS THE APPROVER AND DATE ON IT AND
001340*    PASSES IT TO THE MERGEQ QUEUE IN THIS SAME LAYOUT, FOR THE
001350*    NIGHTLY BRMERGE RUN TO CARRY OUT.
001360*    A FEE TARIFF CHANGE (TYPE F) CARRIES THE FEEMAST ROW IN
001370*    PD-FEE-DATA - THE BRANCH ('****' FOR THE DEFAULT ROW) IN
001380*    PD-BRANCH, THE EFFECTIVE DATE IN PD-EFF-DATE AND THE OLD
001390*    AND NEW PER-ITEM PRICE IN PD-OLD-RATE AND PD-NEW-RATE.
001400*-----------------------------------------------------------
001500*                 MODIFICATION HISTORY
001600*-----------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------
001900* 2026-08-24  RH   ORIGINAL COPYBOOK.
001920* 2026-09-09  RH   ADDED THE BRANCH MERGE ITEM TYPE (M) WITH
001940*                  PD-MERGE-INTO, AND PD-APPROVED-BY AND
001960*                  PD-APPROVED-DATE FOR THE MERGEQ COPY, ALL
001980*                  CARVED OUT OF THE TRAILING FILLER.
001984* 2026-09-18  RH   ADDED THE FEE TARIFF ITEM TYPE (F). ITS
001988*                  OPERATION, ORIGIN AND END DATE REDEFINE THE
001992*                  MERGE/APPROVAL AREA, WHICH A FEE ITEM NEVER
001996*                  USES, SO THE RECORD LENGTH IS UNCHANGED.
002000*-----------------------------------------------------------
002100 01  PENDING-CHANGE-RECORD.
002200     05  PD-DATE                PIC 9(08).
002500     05  PD-TYPE                PIC X(01).
002600         88  PD-RATE-CHANGE     VALUE 'R'.
002700         88  PD-BRANCH-CLOSE    VALUE 'B'.
002750         88  PD-BRANCH-MERGE    VALUE 'M'.
002775         88  PD-FEE-CHANGE      VALUE 'F'.
002800     05  PD-CURR-CODE           PIC X(03).
002900     05  PD-EFF-DATE            PIC 9(08).
003000     05  PD-OLD-RATE            PIC S9(03)V9(06).
003100     05  PD-NEW-RATE            PIC S9(03)V9(06).
003200     05  PD-BRANCH              PIC X(04).
003220     05  PD-ITEM-DATA.
003225         10  PD-MERGE-INTO      PIC X(04).
003250         10  PD-APPROVED-BY     PIC X(04).
003275         10  PD-APPROVED-DATE   PIC 9(08).
003300         10  FILLER             PIC X(08).
003400     05  PD-FEE-DATA REDEFINES PD-ITEM-DATA.
003500         10  PD-FEE-OPERATION   PIC X(14).
003600         10  PD-FEE-ORIGIN      PIC X(01).
003700         10  PD-FEE-END-DATE    PIC 9(08).
003800         10  FILLER             PIC X(01).
