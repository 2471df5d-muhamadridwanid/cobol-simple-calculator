002397*                  DEFAULT 25 PCT THRESHOLD WITHOUT PROMPTING,
002398*                  AND THE EXIT IS NOW GOBACK SO THE NIGHT
002399*                  CONTROLLER GETS CONTROL BACK.
002420* 2026-09-18  RH   STATHIST RECORDS ARE NOW 45 BYTES WITH THE
002440*                  ORIGIN OF THE VOLUME; THE TRENDS STILL FOLD
002460*                  BY BRANCH AND OPERATION ACROSS ALL ORIGINS.
002480*-----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  STAT-FILE
004000     RECORD CONTAINS 45 CHARACTERS.
004100     COPY STATREC.
004200 FD  REPORT-FILE
004300     RECORD CONTAINS 80 CHARACTERS.
