000100*================================================================
000200*    TESTHRL.CPY
000300*    REVIEWER RELEASE RECORD LAYOUT - TESTHRLFILE
000400*    ONE RECORD PER DECISION A REVIEWER HAS TAKEN ON AN ITEM ON
000500*    THE REVIEW HOLD FILE, QUOTING THE HOLD ID (HOLD DATE AND
000600*    SEQUENCE) FROM THE DAILY REVIEW REPORT. A RELEASES THE ITEM
000700*    INTO THE NEXT RUN'S FEED; D DECLINES IT TO SUSPENSE. THE
000800*    FILE IS KEPT BY THE REVIEWERS AND NEVER EMPTIED BY THE
000900*    BATCH - THE LATEST DECISION FOR A HOLD ID WINS, AND A
001000*    DECISION FOR AN ITEM ALREADY GONE FROM THE HOLD FILE
001100*    MATCHES NOTHING AND IS PASSED OVER.
001200*================================================================
001300 01  TEST-HRL-REC.
001400     05  HRL-HOLD-DATE             PIC 9(08).
001500     05  FILLER                    PIC X(01).
001600     05  HRL-HOLD-SEQ              PIC 9(05).
001700     05  FILLER                    PIC X(01).
001800     05  HRL-DECISION              PIC X(01).
001900         88  HRL-RELEASE                   VALUE 'A'.
002000         88  HRL-DECLINE                   VALUE 'D'.
002100     05  FILLER                    PIC X(01).
002200     05  HRL-REVIEWER-ID           PIC X(08).
