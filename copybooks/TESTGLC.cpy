000100*================================================================
000200*    TESTGLC.CPY
000300*    GL INTERFACE CONTROL RECORD LAYOUT - TESTGLCFILE
000400*    ONE ENTRY IS APPENDED BY FILETESTGLI FOR EVERY INTERFACE
000500*    ATTEMPT - 'S' WHEN THE JOURNAL WAS RELEASED TO THE LEDGER,
000600*    'H' WHEN IT WAS HELD (OUT OF BALANCE, AN UNMAPPED BRANCH,
000700*    OR THE GENERATION NOT STANDING POSTED). THE LATEST ENTRY FOR
000800*    A GENERATION DATE IS ITS STANDING, THE SAME CONVENTION AS
000900*    TESTPCTFILE. A GENERATION STANDING 'S' IS NOT INTERFACED A
001000*    SECOND TIME UNLESS THE OPERATOR PASSES THE REPOST OVERRIDE,
001100*    WHICH REVERSES THE JOURNAL ALREADY SENT.
001200*================================================================
001300 01  TEST-GLC-REC.
001400     05  GLC-GEN-DATE              PIC 9(08).
001500     05  FILLER                    PIC X(01).
001600     05  GLC-STATUS                PIC X(01).
001700         88  GLC-SENT                      VALUE 'S'.
001800         88  GLC-HELD                      VALUE 'H'.
001900     05  FILLER                    PIC X(01).
002000     05  GLC-BATCH-KIND            PIC X(01).
002100     05  FILLER                    PIC X(01).
002200     05  GLC-ENTRY-COUNT           PIC 9(09).
002300     05  FILLER                    PIC X(01).
002400     05  GLC-DR-TOTAL              PIC 9(13)V99.
002500     05  FILLER                    PIC X(01).
002600     05  GLC-CR-TOTAL              PIC 9(13)V99.
002700     05  FILLER                    PIC X(01).
002800     05  GLC-RUN-DATE              PIC 9(08).
002900     05  FILLER                    PIC X(01).
003000     05  GLC-RUN-TIME              PIC 9(08).
