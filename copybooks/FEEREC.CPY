000100*-----------------------------------------------------------
000200*    FEEREC.CPY
000300*-----------------------------------------------------------
000400*    EFFECTIVE-DATED PROCESSING FEE TARIFF RECORD LAYOUT FOR
000500*    THE INDEXED FEEMAST FILE. ONE RECORD PER BRANCH, PER
000600*    OPERATION, PER ORIGIN (B BATCH, C CONSOLE, O ONLINE),
000700*    PER EFFECTIVE DATE, CARRYING THE PRICE CHARGED FOR ONE
000800*    ITEM OF THAT VOLUME. THE BRANCH '****' ROW IS THE HOUSE
000900*    DEFAULT; A ROW FOR A REAL BRANCH OVERRIDES IT WHILE IN
001000*    FORCE. A ZERO END DATE MEANS THE ROW RUNS UNTIL A LATER
001100*    EFFECTIVE DATE REPLACES IT. FEEMAINT QUEUES EVERY CHANGE
001200*    TO PENDCHG AND PENDAPPR POSTS IT ON A SECOND OPERATOR'S
001300*    APPROVAL; CHGBILL PRICES THE MONTH'S STATHIST VOLUMES
001400*    FROM IT.
001500*-----------------------------------------------------------
001600*                 MODIFICATION HISTORY
001700*-----------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------
002000* 2026-09-18  RH   ORIGINAL COPYBOOK.
002100*-----------------------------------------------------------
002200 01  FEE-MASTER-RECORD.
002300     05  FE-FEE-KEY.
002400         10  FE-BRANCH          PIC X(04).
002500             88  FE-DEFAULT-ROW VALUE '****'.
002600         10  FE-OPERATION       PIC X(14).
002700         10  FE-ORIGIN          PIC X(01).
002800         10  FE-EFF-DATE        PIC 9(08).
002900     05  FE-END-DATE            PIC 9(08).
003000     05  FE-UNIT-PRICE          PIC S9(03)V9(04).
003100     05  FE-UPDATED-BY          PIC X(04).
003200     05  FE-UPDATED-DATE        PIC 9(08).
003300     05  FE-UPDATED-TIME        PIC 9(08).
