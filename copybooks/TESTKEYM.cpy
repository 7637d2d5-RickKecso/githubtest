000100*================================================================
000200*    TESTKEYM.CPY
000300*    KEY MAINTENANCE FEED RECORD LAYOUT - TESTKEYINFILE
000400*    ONE ACTION PER RECORD AGAINST THE KEY REFERENCE MASTER,
000500*    APPLIED BY FILETESTKEY: A ADDS A KEY, C CHANGES ITS
000600*    DESCRIPTION, X CLOSES IT, R REOPENS IT. THE DORMANT KEY
000700*    SWEEP (FILETESTDRM) APPENDS ITS X CLOSE ACTIONS IN THIS
000800*    LAYOUT SO THEY ARE APPLIED ON THE NEXT MAINTENANCE RUN.
000900*================================================================
001000 01  KEYM-TRAN-REC.
001100     05  KEYM-ACTION               PIC X(01).
001200         88  KEYM-ACTION-ADD               VALUE 'A'.
001300         88  KEYM-ACTION-CHANGE            VALUE 'C'.
001400         88  KEYM-ACTION-CLOSE             VALUE 'X'.
001500         88  KEYM-ACTION-REOPEN            VALUE 'R'.
001600     05  FILLER                    PIC X(01).
001700     05  KEYM-KEY                  PIC X(04).
001800     05  FILLER                    PIC X(01).
001900     05  KEYM-DESC                 PIC X(30).
