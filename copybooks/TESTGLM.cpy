000100*================================================================
000200*    TESTGLM.CPY
000300*    GL ACCOUNT MAPPING RECORD LAYOUT - TESTGLMFILE
000400*    ONE RECORD PER BRANCH/DEPARTMENT CODE, MAINTAINED BY
000500*    FINANCE, NAMING THE TWO GENERAL LEDGER ACCOUNTS THE BRANCH'S
000600*    DAILY MOVEMENT IS JOURNALED TO BY THE GL INTERFACE
000700*    (FILETESTGLI) - THE BRANCH'S BALANCE CONTROL ACCOUNT AND THE
000800*    CLEARING ACCOUNT IT IS OFFSET AGAINST. A NET INCREASE IN THE
000900*    BRANCH'S BALANCES DEBITS THE BALANCE ACCOUNT AND CREDITS THE
001000*    OFFSET ACCOUNT; A NET DECREASE DOES THE OPPOSITE. A BRANCH
001100*    WITH POSTINGS BUT NO RECORD HERE HOLDS THE WHOLE INTERFACE -
001200*    FINANCE ADDS THE MAPPING AND THE INTERFACE IS RERUN. BRANCH
001300*    000 IS THE BUCKET BLANK-BRANCH RECORDS REPORT UNDER AND
001400*    NEEDS A MAPPING LIKE ANY OTHER.
001500*================================================================
001600 01  TEST-GLM-REC.
001700     05  GLM-BRANCH                PIC X(03).
001800     05  FILLER                    PIC X(01).
001900     05  GLM-BAL-ACCOUNT           PIC X(10).
002000     05  FILLER                    PIC X(01).
002100     05  GLM-OFFSET-ACCOUNT        PIC X(10).
002200     05  FILLER                    PIC X(01).
002300     05  GLM-DESC                  PIC X(30).
