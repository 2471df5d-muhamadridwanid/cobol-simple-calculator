002040* 2026-08-25  RH   ADDED BLOCK CODE 'C' FOR THE COMPOUND
002050*                  PASS, NOW DRIVEN BY CALCNITE LIKE THE
002060*                  OTHER CALCULATORS.
002070* 2026-09-25  RH   ADDED BLOCK CODE 'L' FOR THE LATEPOST PASS
002080*                  OVER THE NIGHT'S LATE ITEMS.
002100*-----------------------------------------------------------
002200 01  CKPT-RECORD.
002300     05  CK-BLOCK               PIC X(01).
002710         88  CK-BLOCK-PERCENT   VALUE 'P'.
002720         88  CK-BLOCK-EXPONENT  VALUE 'E'.
002730         88  CK-BLOCK-COMPOUND  VALUE 'C'.
002755         88  CK-BLOCK-LATE      VALUE 'L'.
002800     05  CK-COUNT               PIC 9(06).
002900     05  CK-DONE-FLAG           PIC X(01).
003000         88  CK-BLOCK-DONE      VALUE 'Y'.
