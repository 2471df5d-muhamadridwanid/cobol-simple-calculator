001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------
001900* 2026-08-24  RH   ORIGINAL COPYBOOK.
001910* 2026-09-13  RH   ADDED THE GENERATION'S SEALS: HOW MANY AUDSEAL
001920*                  SEALS WERE CARRIED INTO IT, THOSE SEALS FOLDED
001930*                  INTO ONE FIGURE, AND HOW MANY ARCHIVED LINES NO
001940*                  SEAL COVERED, SO ARCHFIND CAN PROVE A
001950*                  GENERATION BEFORE SEARCHING IT. THE RECORD IS
001960*                  NOW 65 BYTES; A GENERATION CATALOGED BEFORE
001970*                  THE LOG WAS SEALED HAS SPACES HERE.
002000*-----------------------------------------------------------
002100 01  ARCHIVE-CATALOG-RECORD.
002200     05  AC-GEN-DATE            PIC 9(08).
002400     05  AC-THRU-DATE           PIC 9(08).
002500     05  AC-REC-COUNT           PIC 9(07).
002600     05  AC-HASH-TOTAL          PIC S9(11)V99.
002700     05  AC-SEAL-COUNT          PIC 9(05).
002800     05  AC-SEAL-FOLD           PIC 9(09).
002900     05  AC-UNSEALED-COUNT      PIC 9(07).
