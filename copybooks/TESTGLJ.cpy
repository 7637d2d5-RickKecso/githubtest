000100*================================================================
000200*    TESTGLJ.CPY
000300*    GL JOURNAL INTERFACE RECORD LAYOUT - TESTGLJFILE
000400*    ONE DATED JOURNAL FILE PER POSTED GENERATION, WRITTEN BY
000500*    FILETESTGLI FOR THE GENERAL LEDGER TO PICK UP. 'E' RECORDS
000600*    ARE JOURNAL ENTRIES - ONE DEBIT AND ONE CREDIT PER BRANCH
000700*    WITH A NON-ZERO NET MOVEMENT, THE AMOUNT ALWAYS UNSIGNED
000800*    AND ITS SIDE CARRIED IN GLJ-DR-CR. THE LAST RECORD IS A
000900*    SINGLE 'C' BATCH CONTROL RECORD CARRYING THE ENTRY COUNT AND
001000*    THE DEBIT AND CREDIT TOTALS, WHICH ARE EQUAL IN ANY JOURNAL
001100*    THAT WAS RELEASED. GLJ-ENTRY-KIND SAYS WHETHER AN ENTRY
001200*    STATES THE GENERATION'S MOVEMENT ('O') OR REVERSES THE
001300*    ENTRIES OF THE JOURNAL PREVIOUSLY SENT FOR THE SAME
001400*    GENERATION ('R') - A REPOST BATCH CARRIES BOTH, SO THE
001500*    LEDGER ENDS UP HOLDING THE GENERATION EXACTLY ONCE.
001600*================================================================
001700 01  TEST-GLJ-REC.
001800     05  GLJ-REC-TYPE              PIC X(01).
001900         88  GLJ-ENTRY-REC                 VALUE 'E'.
002000         88  GLJ-CONTROL-REC               VALUE 'C'.
002100     05  FILLER                    PIC X(01).
002200     05  GLJ-GEN-DATE              PIC 9(08).
002300     05  FILLER                    PIC X(01).
002400     05  GLJ-DETAIL                PIC X(60).
002500*----------------------------------------------------------------
002600* ENTRY VIEW OF GLJ-DETAIL (GLJ-REC-TYPE = 'E')
002700*----------------------------------------------------------------
002800     05  GLJ-DETAIL-ENTRY REDEFINES GLJ-DETAIL.
002900         10  GLJ-BRANCH            PIC X(03).
003000         10  FILLER                PIC X(01).
003100         10  GLJ-ACCOUNT           PIC X(10).
003200         10  FILLER                PIC X(01).
003300         10  GLJ-DR-CR             PIC X(01).
003400             88  GLJ-DEBIT                 VALUE 'D'.
003500             88  GLJ-CREDIT                VALUE 'C'.
003600         10  FILLER                PIC X(01).
003700         10  GLJ-AMOUNT            PIC 9(11)V99.
003800         10  FILLER                PIC X(01).
003900         10  GLJ-ENTRY-KIND        PIC X(01).
004000             88  GLJ-ORIGINAL-ENTRY        VALUE 'O'.
004100             88  GLJ-REVERSAL-ENTRY        VALUE 'R'.
004200         10  FILLER                PIC X(28).
004300*----------------------------------------------------------------
004400* BATCH CONTROL VIEW OF GLJ-DETAIL (GLJ-REC-TYPE = 'C')
004500*----------------------------------------------------------------
004600     05  GLJ-DETAIL-CONTROL REDEFINES GLJ-DETAIL.
004700         10  GLJ-CTL-ENTRY-COUNT   PIC 9(09).
004800         10  FILLER                PIC X(01).
004900         10  GLJ-CTL-DR-TOTAL      PIC 9(13)V99.
005000         10  FILLER                PIC X(01).
005100         10  GLJ-CTL-CR-TOTAL      PIC 9(13)V99.
005200         10  FILLER                PIC X(01).
005300         10  GLJ-CTL-BATCH-KIND    PIC X(01).
005400             88  GLJ-CTL-ORIGINAL-BATCH    VALUE 'O'.
005500             88  GLJ-CTL-REPOST-BATCH      VALUE 'R'.
005600         10  FILLER                PIC X(01).
005700         10  GLJ-CTL-RUN-DATE      PIC 9(08).
005800         10  FILLER                PIC X(08).
