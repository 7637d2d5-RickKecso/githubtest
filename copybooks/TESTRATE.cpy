000100*================================================================
000200*    TESTRATE.CPY
000300*    ACCRUAL RATE/FEE TABLE RECORD LAYOUT - TESTRATEFILE
000400*    MAINTAINED BY FINANCE, READ BY THE MONTH-END ACCRUAL RUN
000500*    (FILETESTACR). ONE RECORD PER BRANCH AND BALANCE TIER. A
000600*    TIER APPLIES TO A MASTER BALANCE AT OR ABOVE ITS FLOOR; OF
000700*    THE BRANCH'S TIERS THE ONE WITH THE HIGHEST FLOOR NOT ABOVE
000800*    THE BALANCE WINS, SO A BRANCH NEEDS ONE LOW TIER TO COVER
000900*    ITS SMALLEST BALANCES (A NEGATIVE FLOOR COVERS OVERDRAWN
001000*    KEYS). RATE-ANNUAL-PCT IS THE ANNUAL INTEREST RATE IN
001100*    PERCENT - ONE TWELFTH OF IT IS ACCRUED EACH MONTH ON THE
001200*    SIGNED BALANCE, SO A CREDIT BALANCE EARNS AND AN OVERDRAWN
001300*    ONE IS CHARGED. RATE-MONTHLY-FEE IS A FLAT SERVICE FEE
001400*    CHARGED TO EVERY KEY IN THE TIER. BRANCH 000 IS THE BUCKET
001500*    BLANK-BRANCH KEYS FALL IN AND NEEDS TIERS LIKE ANY OTHER.
001600*================================================================
001700 01  TEST-RATE-REC.
001800     05  RATE-BRANCH               PIC X(03).
001900     05  FILLER                    PIC X(01).
002000     05  RATE-TIER-FLOOR           PIC S9(11)V99.
002100     05  FILLER                    PIC X(01).
002200     05  RATE-ANNUAL-PCT           PIC 9(02)V9(04).
002300     05  FILLER                    PIC X(01).
002400     05  RATE-MONTHLY-FEE          PIC 9(05)V99.
002500     05  FILLER                    PIC X(01).
002600     05  RATE-DESC                 PIC X(20).
