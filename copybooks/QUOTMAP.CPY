000100*-----------------------------------------------------------
000200*    QUOTMAP.CPY
000300*-----------------------------------------------------------
000400*    SYMBOLIC MAP FOR THE TMPLQUOT ONLINE FORMULA QUOTE
000500*    TRANSACTION'S BMS MAP QUOTMAP1 (MAPSET QUOTSET). NORMALLY
000600*    GENERATED BY THE BMS ASSEMBLER FROM THE DFHMSD/DFHMDI/
000700*    DFHMDF MACROS FOR THIS MAP; CHECKED IN HERE SO THE
000800*    ONLINE PROGRAM HAS SOMETHING TO COPY AGAINST. THE
000900*    OPERATOR KEYS A TMPLMAST TEMPLATE ID, A BRANCH CODE AND
001000*    UP TO SIX PLACEHOLDER OPERANDS; THE TEN STEP LINES EACH
001100*    CARRY TWO TEMPLATE STEPS (STEPS 1-10 ON THE LEFT, 11-20
001200*    ON THE RIGHT) UNDER THE MAP'S FIXED HEADING
001300*    "ST OPER K   OPERAND   RUNNING", AND RESULT CARRIES THE
001400*    FINAL VALUE.
001500*-----------------------------------------------------------
001600*                 MODIFICATION HISTORY
001700*-----------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------
002000* 2026-09-17  RH   ORIGINAL COPYBOOK.
002100*-----------------------------------------------------------
002200 01  QUOTMAP1I.
002300     05  FILLER                PIC X(12).
002400     05  TMPLL                 PIC S9(4) COMP.
002500     05  TMPLF                 PIC X.
002600     05  FILLER REDEFINES TMPLF.
002700         10  TMPLA              PIC X.
002800     05  TMPLI                 PIC X(08).
002900     05  BRCHL                 PIC S9(4) COMP.
003000     05  BRCHF                 PIC X.
003100     05  FILLER REDEFINES BRCHF.
003200         10  BRCHA              PIC X.
003300     05  BRCHI                 PIC X(04).
003400     05  OPND1L                PIC S9(4) COMP.
003500     05  OPND1F                PIC X.
003600     05  FILLER REDEFINES OPND1F.
003700         10  OPND1A             PIC X.
003800     05  OPND1I                PIC X(09).
003900     05  OPND2L                PIC S9(4) COMP.
004000     05  OPND2F                PIC X.
004100     05  FILLER REDEFINES OPND2F.
004200         10  OPND2A             PIC X.
004300     05  OPND2I                PIC X(09).
004400     05  OPND3L                PIC S9(4) COMP.
004500     05  OPND3F                PIC X.
004600     05  FILLER REDEFINES OPND3F.
004700         10  OPND3A             PIC X.
004800     05  OPND3I                PIC X(09).
004900     05  OPND4L                PIC S9(4) COMP.
005000     05  OPND4F                PIC X.
005100     05  FILLER REDEFINES OPND4F.
005200         10  OPND4A             PIC X.
005300     05  OPND4I                PIC X(09).
005400     05  OPND5L                PIC S9(4) COMP.
005500     05  OPND5F                PIC X.
005600     05  FILLER REDEFINES OPND5F.
005700         10  OPND5A             PIC X.
005800     05  OPND5I                PIC X(09).
005900     05  OPND6L                PIC S9(4) COMP.
006000     05  OPND6F                PIC X.
006100     05  FILLER REDEFINES OPND6F.
006200         10  OPND6A             PIC X.
006300     05  OPND6I                PIC X(09).
006400     05  LINE1L                PIC S9(4) COMP.
006500     05  LINE1F                PIC X.
006600     05  FILLER REDEFINES LINE1F.
006700         10  LINE1A             PIC X.
006800     05  LINE1I                PIC X(70).
006900     05  LINE2L                PIC S9(4) COMP.
007000     05  LINE2F                PIC X.
007100     05  FILLER REDEFINES LINE2F.
007200         10  LINE2A             PIC X.
007300     05  LINE2I                PIC X(70).
007400     05  LINE3L                PIC S9(4) COMP.
007500     05  LINE3F                PIC X.
007600     05  FILLER REDEFINES LINE3F.
007700         10  LINE3A             PIC X.
007800     05  LINE3I                PIC X(70).
007900     05  LINE4L                PIC S9(4) COMP.
008000     05  LINE4F                PIC X.
008100     05  FILLER REDEFINES LINE4F.
008200         10  LINE4A             PIC X.
008300     05  LINE4I                PIC X(70).
008400     05  LINE5L                PIC S9(4) COMP.
008500     05  LINE5F                PIC X.
008600     05  FILLER REDEFINES LINE5F.
008700         10  LINE5A             PIC X.
008800     05  LINE5I                PIC X(70).
008900     05  LINE6L                PIC S9(4) COMP.
009000     05  LINE6F                PIC X.
009100     05  FILLER REDEFINES LINE6F.
009200         10  LINE6A             PIC X.
009300     05  LINE6I                PIC X(70).
009400     05  LINE7L                PIC S9(4) COMP.
009500     05  LINE7F                PIC X.
009600     05  FILLER REDEFINES LINE7F.
009700         10  LINE7A             PIC X.
009800     05  LINE7I                PIC X(70).
009900     05  LINE8L                PIC S9(4) COMP.
010000     05  LINE8F                PIC X.
010100     05  FILLER REDEFINES LINE8F.
010200         10  LINE8A             PIC X.
010300     05  LINE8I                PIC X(70).
010400     05  LINE9L                PIC S9(4) COMP.
010500     05  LINE9F                PIC X.
010600     05  FILLER REDEFINES LINE9F.
010700         10  LINE9A             PIC X.
010800     05  LINE9I                PIC X(70).
010900     05  LINE10L               PIC S9(4) COMP.
011000     05  LINE10F               PIC X.
011100     05  FILLER REDEFINES LINE10F.
011200         10  LINE10A            PIC X.
011300     05  LINE10I               PIC X(70).
011400     05  RESULTL               PIC S9(4) COMP.
011500     05  RESULTF               PIC X.
011600     05  FILLER REDEFINES RESULTF.
011700         10  RESULTA            PIC X.
011800     05  RESULTI               PIC X(10).
011900     05  MSGL                  PIC S9(4) COMP.
012000     05  MSGF                  PIC X.
012100     05  FILLER REDEFINES MSGF.
012200         10  MSGA               PIC X.
012300     05  MSGI                  PIC X(60).
012400 01  QUOTMAP1O REDEFINES QUOTMAP1I.
012500     05  FILLER                PIC X(12).
012600     05  FILLER                PIC X(03).
012700     05  TMPLO                 PIC X(08).
012800     05  FILLER                PIC X(03).
012900     05  BRCHO                 PIC X(04).
013000     05  FILLER                PIC X(03).
013100     05  OPND1O                PIC X(09).
013200     05  FILLER                PIC X(03).
013300     05  OPND2O                PIC X(09).
013400     05  FILLER                PIC X(03).
013500     05  OPND3O                PIC X(09).
013600     05  FILLER                PIC X(03).
013700     05  OPND4O                PIC X(09).
013800     05  FILLER                PIC X(03).
013900     05  OPND5O                PIC X(09).
014000     05  FILLER                PIC X(03).
014100     05  OPND6O                PIC X(09).
014200     05  FILLER                PIC X(03).
014300     05  LINE1O                PIC X(70).
014400     05  FILLER                PIC X(03).
014500     05  LINE2O                PIC X(70).
014600     05  FILLER                PIC X(03).
014700     05  LINE3O                PIC X(70).
014800     05  FILLER                PIC X(03).
014900     05  LINE4O                PIC X(70).
015000     05  FILLER                PIC X(03).
015100     05  LINE5O                PIC X(70).
015200     05  FILLER                PIC X(03).
015300     05  LINE6O                PIC X(70).
015400     05  FILLER                PIC X(03).
015500     05  LINE7O                PIC X(70).
015600     05  FILLER                PIC X(03).
015700     05  LINE8O                PIC X(70).
015800     05  FILLER                PIC X(03).
015900     05  LINE9O                PIC X(70).
016000     05  FILLER                PIC X(03).
016100     05  LINE10O               PIC X(70).
016200     05  FILLER                PIC X(03).
016300     05  RESULTO               PIC X(10).
016400     05  FILLER                PIC X(03).
016500     05  MSGO                  PIC X(60).
