000100*================================================================
000200*    TESTKAU.CPY
000300*    KEY MAINTENANCE AUDIT RECORD LAYOUT - TESTKAUFILE
000400*    ONE ENTRY IS APPENDED FOR EVERY KEY REFERENCE CHANGE REQUEST
000500*    THAT LEAVES THE APPROVAL QUEUE (TESTKRQ): KAU-OUTCOME A WHEN
000600*    A SECOND OPERATOR APPROVED IT AND IT WAS APPLIED TO THE KEY
000700*    REFERENCE MASTER, R WHEN IT WAS REJECTED - BY THE CHECKER,
000800*    OR BECAUSE THE KEY'S STANDING HAD CHANGED AND THE REQUEST
000900*    COULD NO LONGER BE APPLIED - AND E WHEN IT EXPIRED
001000*    UNAPPROVED. THE REQUEST ITSELF, THE MAKER'S ID AND TIMESTAMP,
001100*    AND THE CHECKER'S ID AND THE TIME OF THE DECISION ARE ALL
001200*    KEPT. AN EXPIRED REQUEST HAS NO CHECKER; KAU-CHECKER-ID
001300*    CARRIES THE JOB ID OF THE RUN THAT EXPIRED IT. THE FILE IS
001400*    PERMANENT AND APPEND-ONLY; FILETESTKAR REPORTS ONE DAY OF IT.
001500*================================================================
001600 01  TEST-KAU-REC.
001700     05  KAU-KEY                   PIC X(04).
001800     05  FILLER                    PIC X(01).
001900     05  KAU-ACTION                PIC X(01).
002000     05  FILLER                    PIC X(01).
002100     05  KAU-DESC                  PIC X(30).
002200     05  FILLER                    PIC X(01).
002300     05  KAU-OUTCOME               PIC X(01).
002400         88  KAU-APPROVED                  VALUE 'A'.
002500         88  KAU-REJECTED                  VALUE 'R'.
002600         88  KAU-EXPIRED                   VALUE 'E'.
002700     05  FILLER                    PIC X(01).
002800     05  KAU-MAKER-ID              PIC X(08).
002900     05  FILLER                    PIC X(01).
003000     05  KAU-MAKE-DATE             PIC 9(08).
003100     05  FILLER                    PIC X(01).
003200     05  KAU-MAKE-TIME             PIC 9(08).
003300     05  FILLER                    PIC X(01).
003400     05  KAU-CHECKER-ID            PIC X(08).
003500     05  FILLER                    PIC X(01).
003600     05  KAU-CHECK-DATE            PIC 9(08).
003700     05  FILLER                    PIC X(01).
003800     05  KAU-CHECK-TIME            PIC 9(08).
003900     05  FILLER                    PIC X(01).
004000     05  KAU-REASON                PIC X(30).
