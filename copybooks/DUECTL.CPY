000100*-----------------------------------------------------------
000200*    DUECTL.CPY
000300*-----------------------------------------------------------
000400*    SHARED WORKING STORAGE FOR THE CALENDAR-MONTH DATE
000500*    ROUTINE, USED TOGETHER WITH THE DUEPROC PROCEDURE
000600*    COPYBOOK. THE PROGRAM MOVES A YYYYMMDD DATE TO
000700*    DU-BASE-DATE AND A NUMBER OF MONTHS TO DU-MONTHS-TO-ADD,
000800*    PERFORMS 7600-ADD-MONTHS, AND TAKES THE ANSWER FROM
000900*    DU-RESULT-DATE. THE DAY OF THE MONTH IS KEPT BUT PULLED
001000*    BACK TO THE LAST DAY OF A SHORTER MONTH, SO A SCHEDULE
001100*    WORKED FROM ONE FIXED START DATE NEVER DRIFTS - A 31ST
001200*    START STAYS ON THE 31ST IN EVERY MONTH THAT HAS ONE.
001300*-----------------------------------------------------------
001400*                 MODIFICATION HISTORY
001500*-----------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------
001800* 2026-09-02  RH   ORIGINAL COPYBOOK, LIFTED OUT OF LOANPOST
001900*                  SO THE LOAN RECAST IN LOANAMRT WORKS DUE
002000*                  DATES THE SAME WAY.
002100*-----------------------------------------------------------
002200 01  DUE-DATE-CONTROL.
002300     05  DU-BASE-DATE           PIC 9(08)       VALUE ZERO.
002400     05  DU-MONTHS-TO-ADD       PIC 9(03)       COMP VALUE ZERO.
002500     05  DU-MONTH-SUM           PIC 9(05)       COMP VALUE ZERO.
002600     05  DU-YEAR-CARRY          PIC 9(05)       COMP VALUE ZERO.
002700     05  DU-LEAP-QUOT           PIC 9(05)       COMP VALUE ZERO.
002800     05  DU-LEAP-REM            PIC 9(03)       COMP VALUE ZERO.
002900     05  DU-MONTH-DAYS          PIC 9(02)       VALUE ZERO.
003000 01  DU-RESULT-DATE             PIC 9(08)       VALUE ZERO.
003100 01  DU-RESULT-PARTS REDEFINES DU-RESULT-DATE.
003200     05  DU-RESULT-YYYY         PIC 9(04).
003300     05  DU-RESULT-MM           PIC 9(02).
003400     05  DU-RESULT-DD           PIC 9(02).
003500 01  DU-MONTH-LENGTHS.
003600     05  FILLER                 PIC X(24)
003700         VALUE '312831303130313130313031'.
003800 01  DU-MONTH-LENGTH-TABLE REDEFINES DU-MONTH-LENGTHS.
003900     05  DU-MONTH-LENGTH        PIC 9(02)       OCCURS 12 TIMES.
