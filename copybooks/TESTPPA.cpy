000100*================================================================
000200*    TESTPPA.CPY
000300*    PRIOR-PERIOD ADJUSTMENTS RECORD LAYOUT - TESTPPAFILE
000400*    A DETAIL WHOSE EFFECTIVE DATE FALLS IN A CLOSED ACCOUNTING
000500*    PERIOD IS REFUSED BY FILETESTOUT OR FILETESTPST AND
000600*    APPENDED HERE INSTEAD OF MOVING A BALANCE FINANCE HAS
000700*    ALREADY SIGNED OFF. PPA-TRAN-DATA IS A TEST-TRAN-REC IMAGE
000800*    - THE FEED TRANSACTION UNTOUCHED WHEN THE EXTRACT REFUSED
000900*    IT, OR ONE BUILT FROM THE EXTRACT DETAIL (ACTION 'A') WHEN
001000*    THE POSTING RUN DID - SO A CONTROLLER WHO RE-DATES AN ITEM
001100*    CAN FEED IT STRAIGHT BACK IN. PPA-PERIOD IS THE CLOSED
001200*    PERIOD IT FELL IN, PPA-GEN-DATE THE GENERATION THAT REFUSED
001300*    IT AND PPA-PROGRAM THE PROGRAM THAT DID. THE FILE IS A
001400*    WAREHOUSE, APPENDED ACROSS DAYS; FILETESTADJ REPORTS IT.
001410*    PPA-TRAN-VIEW BREAKS THE IMAGE OUT IN THE TRANSACTION
001420*    LAYOUT FOR THE PROGRAMS THAT READ THE FILE BACK.
001500*================================================================
001600 01  TEST-PPA-REC.
001700     05  PPA-TRAN-DATA             PIC X(29).
001710     05  PPA-TRAN-VIEW REDEFINES PPA-TRAN-DATA.
001720         10  PPA-KEY               PIC X(04).
001730         10  FILLER                PIC X(01).
001740         10  PPA-AMOUNT            PIC S9(07)V99.
001750         10  FILLER                PIC X(01).
001760         10  PPA-EFF-DATE          PIC 9(08).
001770         10  FILLER                PIC X(01).
001780         10  PPA-ACTION-CODE       PIC X(01).
001790         10  FILLER                PIC X(01).
001795         10  PPA-BRANCH            PIC X(03).
001800     05  FILLER                    PIC X(01).
001900     05  PPA-PERIOD                PIC 9(06).
002000     05  FILLER                    PIC X(01).
002100     05  PPA-GEN-DATE              PIC 9(08).
002200     05  FILLER                    PIC X(01).
002300     05  PPA-PROGRAM               PIC X(12).
002400     05  FILLER                    PIC X(01).
002500     05  PPA-REFUSE-DATE           PIC 9(08).
002600     05  FILLER                    PIC X(01).
002700     05  PPA-REFUSE-TIME           PIC 9(08).
