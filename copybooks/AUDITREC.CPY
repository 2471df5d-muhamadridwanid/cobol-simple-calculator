001499*                  WORK NO LONGER MANUFACTURES FALSE GAPS.
001499*                  LINES WRITTEN BEFORE THE FIELD EXISTED
001499*                  READ BACK AS SPACES AND COUNT AS NEITHER.
001500* 2026-09-06  RH   ADDED AL-OPERATOR, THE SIGNED-ON OPERATOR
001504*                  (CONSOLE, ONLINE, RESUBMISSION) OR THE
001508*                  SUBMITTING INTAKE OPERATOR (BATCH) THE
001512*                  CALCULATION WAS DONE FOR; A REVERSAL OFFSET
001516*                  CARRIES THE SUPERVISOR. THE LINE IS NOW 84
001520*                  BYTES; EARLIER LINES READ BACK WITH SPACES
001524*                  THERE AND COUNT AGAINST NO OPERATOR.
001528* 2026-09-07  RH   ADDED AL-CURR1 AND AL-CURR2, THE CURRENCY
001532*                  CODES NUM1 AND NUM2 WERE ENTERED IN, SO
001536*                  TREASURY CAN TOTAL EACH BRANCH'S FOREIGN-
001540*                  CURRENCY HANDLING (FXPOSN). ONLY ADDITION AND
001544*                  SUBSTRACTION SET THEM; A REVERSAL OFFSET
001548*                  REPEATS THE ORIGINAL'S CODES. THE LINE IS NOW
001552*                  92 BYTES.
001556* 2026-09-25  RH   ADDED ORIGIN 'L' FOR A LATE ITEM - A DETAIL
001560*                  OF A BRANCH BATCH DATED TO A DAY ALREADY
001564*                  POSTED, CALCULATED BY LATEPOST. AL-DATE IS
001568*                  THE PROCESSING DATE; THE VALUE DATE IS KEPT
001572*                  ON THE LATEREG REGISTER.
001576* 2026-10-15  RH   ADDED AL-NUM2-CONV-X. A LOAN BALANCE TOO
001580*                  LARGE FOR AL-NUM2-CONV IS LOGGED AS ASTERISKS
001584*                  (AL-NUM2-CONV-TOO-LARGE), NOT CUT DOWN TO ITS
001588*                  LOW-ORDER DIGITS.
001590*-----------------------------------------------------------
001600 01  AUDIT-LINE.
001700     05  AL-DATE                PIC 9(08).
001800     05  FILLER                 PIC X(01) VALUE SPACE.
002700     05  AL-RESULT              PIC -(5)9.99.
002800     05  FILLER                 PIC X(01) VALUE SPACE.
002900     05  AL-NUM2-CONV           PIC -(5)9.99.
002925     05  AL-NUM2-CONV-X REDEFINES AL-NUM2-CONV
002950                                PIC X(09).
002975         88  AL-NUM2-CONV-TOO-LARGE VALUE '*********'.
003000     05  FILLER                 PIC X(01) VALUE SPACE.
003100     05  AL-ORIGIN              PIC X(01).
003200         88  AL-FROM-BATCH      VALUE 'B'.
003300         88  AL-FROM-CONSOLE    VALUE 'C'.
003400         88  AL-FROM-ONLINE     VALUE 'O'.
003500         88  AL-FROM-REVERSAL   VALUE 'R'.
003550         88  AL-FROM-LATE       VALUE 'L'.
003600     05  FILLER                 PIC X(01) VALUE SPACE.
003700     05  AL-OPERATOR            PIC X(04).
003800     05  FILLER                 PIC X(01) VALUE SPACE.
003900     05  AL-CURR1               PIC X(03).
004000     05  FILLER                 PIC X(01) VALUE SPACE.
004100     05  AL-CURR2               PIC X(03).
