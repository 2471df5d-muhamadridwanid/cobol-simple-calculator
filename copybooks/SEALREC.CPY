000100*-----------------------------------------------------------
000200*    SEALREC.CPY
000300*-----------------------------------------------------------
000400*    AUDIT LOG SEAL RECORD LAYOUT FOR THE AUDSEAL FILE. THE
000500*    NIGHTLY AUDSEAL STEP APPENDS ONE SEAL FOR EVERY AUDIT-LINE
000600*    DATE THAT HAS LINES ON THE LIVE LOG NOT YET UNDER A SEAL.
000700*    A SEAL COVERS THAT DATE'S LINES, COUNTED IN LOG ORDER,
000800*    FROM SE-FIRST-LINE FOR SE-LINE-COUNT LINES, SO A REVERSAL
000900*    THAT LANDS LATER UNDER AN EARLIER DATE GETS A FURTHER
001000*    SEAL OF ITS OWN AND NEVER DISTURBS THE FIRST ONE.
001100*    SE-SEAL-HASH IS WORKED (SEALPROC) FROM THE TEXT OF THE
001200*    COVERED LINES TOGETHER WITH THE DATE, RANGE AND
001300*    SE-PREV-HASH, THE SEAL OF THE RECORD BEFORE IT, SO THE
001400*    SEALS FORM ONE CHAIN IN SE-SEAL-NO ORDER AND NO LINE OR
001500*    SEAL CAN BE ALTERED, DROPPED OR SLIPPED IN WITHOUT THE
001600*    CHAIN BREAKING. SE-GEN-DATE IS ZERO WHILE THE LINES ARE
001700*    ON THE LIVE LOG; AUDITARCH SETS IT TO THE CUTOFF DATE OF
001800*    THE ARCHIVE GENERATION THE LINES ARE CARRIED INTO.
001900*-----------------------------------------------------------
002000*                 MODIFICATION HISTORY
002100*-----------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  ----------------------------------------
002400* 2026-09-13  RH   ORIGINAL COPYBOOK.
002500*-----------------------------------------------------------
002600 01  AUDIT-SEAL-RECORD.
002700     05  SE-SEAL-NO             PIC 9(06).
002800     05  SE-LINE-DATE           PIC X(08).
002900     05  SE-FIRST-LINE          PIC 9(07).
003000     05  SE-LINE-COUNT          PIC 9(07).
003100     05  SE-PREV-HASH           PIC 9(09).
003200     05  SE-SEAL-HASH           PIC 9(09).
003300     05  SE-SEALED-ON           PIC 9(08).
003400     05  SE-SEALED-TIME         PIC 9(08).
003500     05  SE-GEN-DATE            PIC 9(08).
003600     05  FILLER                 PIC X(10).
