000100*================================================================
000200*    TESTLIM.CPY
000300*    BRANCH REVIEW LIMIT RECORD LAYOUT - TESTLIMFILE
000400*    ONE RECORD PER BRANCH/DEPARTMENT GIVING THE LARGEST AMOUNT,
000500*    EITHER SIGN, A SINGLE TRANSACTION MAY CARRY TO THE EXTRACT
000600*    WITHOUT A REVIEWER SEEING IT FIRST. BRANCH *** IS THE
000700*    DEFAULT FOR EVERY BRANCH WITHOUT A ROW OF ITS OWN. A BLANK
000800*    TRANSACTION BRANCH IS BRANCH 000, THE SAME AS EVERYWHERE
000900*    ELSE. READ BY THE REVIEW STEP (FILETESTRVW).
001000*================================================================
001100 01  TEST-LIM-REC.
001200     05  LIM-BRANCH                PIC X(03).
001300         88  LIM-DEFAULT-BRANCH            VALUE '***'.
001400     05  FILLER                    PIC X(01).
001500     05  LIM-AMOUNT                PIC 9(07)V99.
