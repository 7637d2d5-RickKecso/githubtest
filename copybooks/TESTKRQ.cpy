000100*================================================================
000200*    TESTKRQ.CPY
000300*    KEY MAINTENANCE APPROVAL QUEUE RECORD LAYOUT - TESTKRQFILE
000400*    PERMANENT INDEXED FILE, KEYED BY THE EXTRACT KEY, HOLDING
000500*    EACH KEY REFERENCE CHANGE AN OPERATOR HAS ASKED FOR AT THE
000600*    MAINTENANCE SCREEN (FILETESTKMO) AND THAT NO SECOND
000700*    OPERATOR HAS YET APPROVED OR REJECTED. THE ACTION CODES ARE
000800*    THE MAINTENANCE FEED'S: A ADD, C CHANGE DESCRIPTION, X
000900*    CLOSE, R REOPEN. ONE REQUEST MAY STAND PER KEY AT A TIME.
001000*    KRQ-MAKER-ID IS THE OPERATOR WHO ASKED AND KRQ-MAKE-DATE /
001100*    KRQ-MAKE-TIME WHEN. A REQUEST LEAVES THE QUEUE WHEN IT IS
001200*    APPROVED, REJECTED OR EXPIRED, AND GOES TO THE KEY
001300*    MAINTENANCE AUDIT FILE (TESTKAU) AS IT DOES.
001400*================================================================
001500 01  TEST-KRQ-REC.
001600     05  KRQ-KEY                   PIC X(04).
001700     05  FILLER                    PIC X(01).
001800     05  KRQ-ACTION                PIC X(01).
001900         88  KRQ-ACTION-ADD                VALUE 'A'.
002000         88  KRQ-ACTION-CHANGE             VALUE 'C'.
002100         88  KRQ-ACTION-CLOSE              VALUE 'X'.
002200         88  KRQ-ACTION-REOPEN             VALUE 'R'.
002300     05  FILLER                    PIC X(01).
002400     05  KRQ-DESC                  PIC X(30).
002500     05  FILLER                    PIC X(01).
002600     05  KRQ-MAKER-ID              PIC X(08).
002700     05  FILLER                    PIC X(01).
002800     05  KRQ-MAKE-DATE             PIC 9(08).
002900     05  FILLER                    PIC X(01).
003000     05  KRQ-MAKE-TIME             PIC 9(08).
