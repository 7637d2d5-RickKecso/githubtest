000100*================================================================
000200*    TESTPRD.CPY
000300*    ACCOUNTING PERIOD CONTROL RECORD LAYOUT - TESTPRDFILE
000400*    ONE ENTRY IS APPENDED BY THE PERIOD CLOSE (FILETESTCLS)
000500*    EVERY TIME A PERIOD (YYYYMM) IS CLOSED OR REOPENED, AND THE
000600*    LATEST ENTRY FOR A PERIOD IS ITS STANDING - THE SAME
000700*    CONVENTION AS TESTPCTFILE. 'C' MEANS FINANCE HAS CLOSED AND
000800*    REPORTED THE PERIOD: THE EXTRACT (FILETESTOUT) AND THE
000900*    POSTING RUN (FILETESTPST) REFUSE ANY DETAIL EFFECTIVE IN IT
001000*    AND ROUTE IT TO THE PRIOR-PERIOD ADJUSTMENTS FILE. 'O'
001100*    MEANS AN OPERATOR REOPENED IT, AND PRD-OPERATOR SAYS WHO. A
001200*    CLOSE ENTRY CARRIES THE PERIOD-END DATE OF THE MASTER
001300*    SNAPSHOT IT TOOK AND THE SNAPSHOT'S KEY COUNT AND BALANCE
001400*    TOTAL. A PERIOD WITH NO ENTRY HAS NEVER BEEN CLOSED.
001500*================================================================
001600 01  TEST-PRD-REC.
001700     05  PRD-PERIOD                PIC 9(06).
001800     05  FILLER                    PIC X(01).
001900     05  PRD-STATUS                PIC X(01).
002000         88  PRD-CLOSED                    VALUE 'C'.
002100         88  PRD-REOPENED                  VALUE 'O'.
002200     05  FILLER                    PIC X(01).
002300     05  PRD-PERIOD-END            PIC 9(08).
002400     05  FILLER                    PIC X(01).
002500     05  PRD-MSTR-COUNT            PIC 9(09).
002600     05  FILLER                    PIC X(01).
002700     05  PRD-BALANCE-TOTAL         PIC S9(11)V99.
002800     05  FILLER                    PIC X(01).
002900     05  PRD-OPERATOR              PIC X(08).
003000     05  FILLER                    PIC X(01).
003100     05  PRD-RUN-DATE              PIC 9(08).
003200     05  FILLER                    PIC X(01).
003300     05  PRD-RUN-TIME              PIC 9(08).
