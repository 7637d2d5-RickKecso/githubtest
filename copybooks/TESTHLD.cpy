000100*================================================================
000200*    TESTHLD.CPY
000300*    REVIEW HOLD RECORD LAYOUT - TESTHLDFILE
000400*    ONE RECORD PER EDITED TRANSACTION THE REVIEW STEP
000500*    (FILETESTRVW) KEPT OUT OF THE DAY'S FEED FOR A REVIEWER TO
000600*    LOOK AT. HLD-TRAN-DATA IS THE EXACT TEST-TRAN-REC IMAGE,
000700*    UNTOUCHED, SO A RELEASED ITEM GOES TO THE EXTRACT AS IT
000800*    ARRIVED AND A DECLINED ONE REACHES SUSPENSE AS IT ARRIVED.
000900*    HLD-HOLD-DATE AND HLD-HOLD-SEQ TOGETHER ARE THE HOLD ID THE
001000*    REVIEWER QUOTES ON THE RELEASE FILE (TESTHRL). HLD-REASON
001100*    SAYS WHY THE ITEM WAS STOPPED AND HLD-COMPARE-AMOUNT WHAT IT
001200*    WAS MEASURED AGAINST - THE BRANCH LIMIT FOR LA, THE KEY'S
001300*    AVERAGE POSTING FOR UA, ZERO FOR NL. AN ITEM STAYS ON THE
001400*    FILE AS H UNTIL A REVIEWER DECIDES IT; IT IS THEN MARKED
001500*    RELEASED OR DECLINED WITH THE DECISION DATE AND REVIEWER,
001600*    KEPT FOR THE REST OF THAT GENERATION DATE SO A RERUN OF THE
001700*    STEP NEITHER LOSES NOR REPEATS IT, AND DROPPED BY THE FIRST
001800*    RUN FOR A LATER DATE.
001900*================================================================
002000 01  TEST-HLD-REC.
002100     05  HLD-TRAN-DATA             PIC X(29).
002200     05  FILLER                    PIC X(01).
002300     05  HLD-HOLD-DATE             PIC 9(08).
002400     05  FILLER                    PIC X(01).
002500     05  HLD-HOLD-SEQ              PIC 9(05).
002600     05  FILLER                    PIC X(01).
002700     05  HLD-REASON                PIC X(02).
002800         88  HLD-OVER-LIMIT                VALUE 'LA'.
002900         88  HLD-UNUSUAL-ACTIVITY          VALUE 'UA'.
003000         88  HLD-NO-LIMIT                  VALUE 'NL'.
003100     05  FILLER                    PIC X(01).
003200     05  HLD-COMPARE-AMOUNT        PIC 9(07)V99.
003300     05  FILLER                    PIC X(01).
003400     05  HLD-STATUS                PIC X(01).
003500         88  HLD-HELD                      VALUE 'H'.
003600         88  HLD-RELEASED                  VALUE 'R'.
003700         88  HLD-DECLINED                  VALUE 'D'.
003800     05  FILLER                    PIC X(01).
003900     05  HLD-DECIDE-DATE           PIC 9(08).
004000     05  FILLER                    PIC X(01).
004100     05  HLD-REVIEWER-ID           PIC X(08).
