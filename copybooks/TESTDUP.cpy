000100*================================================================
000200*    TESTDUP.CPY
000300*    FINGERPRINT HISTORY RECORD LAYOUT - TESTDUPFILE
000400*    ONE RECORD PER DISTINCT TRANSACTION FILETESTEDT HAS PASSED
000500*    WITHIN THE RETENTION WINDOW, KEYED BY ITS FINGERPRINT - KEY,
000600*    AMOUNT, EFFECTIVE DATE, ACTION CODE AND BRANCH. A BLANK
000700*    ACTION IS FINGERPRINTED AS 'A' AND A BLANK BRANCH AS '000',
000800*    THE SAME MEANING THE EXTRACT GIVES THEM, SO AN OLD-LAYOUT
000900*    RESEND STILL MATCHES. DUP-FIRST-SEEN IS THE GENERATION DATE
001000*    THE TRANSACTION FIRST PASSED AND DUP-SOURCE-ID THE SOURCE
001100*    IT CAME FROM. A LATER TRANSACTION WITH THE SAME FINGERPRINT
001200*    IS SUSPENDED AS A DUPLICATE (REASON 08).
001300*================================================================
001400 01  TEST-DUP-REC.
001500     05  DUP-FINGERPRINT.
001600         10  DUP-KEY               PIC X(04).
001700         10  FILLER                PIC X(01).
001800         10  DUP-AMOUNT            PIC S9(07)V99.
001900         10  FILLER                PIC X(01).
002000         10  DUP-EFF-DATE          PIC 9(08).
002100         10  FILLER                PIC X(01).
002200         10  DUP-ACTION-CODE       PIC X(01).
002300         10  FILLER                PIC X(01).
002400         10  DUP-BRANCH            PIC X(03).
002500     05  FILLER                    PIC X(01).
002600     05  DUP-FIRST-SEEN            PIC 9(08).
002700     05  FILLER                    PIC X(01).
002800     05  DUP-SOURCE-ID             PIC X(08).
