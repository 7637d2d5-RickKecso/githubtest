000100*================================================================
000200*    TESTACC.CPY
000300*    ACCRUAL CONTROL RECORD LAYOUT - TESTACCFILE
000400*    ONE ENTRY IS APPENDED BY FILETESTACR FOR EVERY ACCRUAL
000500*    PERIOD IT COMPLETES - THE PERIOD (YYYYMM), THE FEED DATE
000600*    THE ACCRUAL SOURCE FILE WAS WRITTEN FOR, AND THE NUMBER OF
000700*    KEYS AND NET AMOUNT IT CARRIED. A PERIOD WITH A 'C' ENTRY
000800*    HAS BEEN ACCRUED, AND A SECOND ACCRUAL FOR IT IS REFUSED -
000900*    THE CHARGES WOULD REACH THE MASTER TWICE. A RUN HELD FOR
001000*    EXCEPTIONS WRITES NO ENTRY AND MAY SIMPLY BE RERUN.
001100*================================================================
001200 01  TEST-ACC-REC.
001300     05  ACC-PERIOD                PIC 9(06).
001400     05  FILLER                    PIC X(01).
001500     05  ACC-STATUS                PIC X(01).
001600         88  ACC-COMPLETE                  VALUE 'C'.
001700     05  FILLER                    PIC X(01).
001800     05  ACC-FEED-DATE             PIC 9(08).
001900     05  FILLER                    PIC X(01).
002000     05  ACC-KEY-COUNT             PIC 9(09).
002100     05  FILLER                    PIC X(01).
002200     05  ACC-AMOUNT-TOTAL          PIC S9(11)V99.
002300     05  FILLER                    PIC X(01).
002400     05  ACC-RUN-DATE              PIC 9(08).
002500     05  FILLER                    PIC X(01).
002600     05  ACC-RUN-TIME              PIC 9(08).
