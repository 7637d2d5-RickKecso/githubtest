000100*================================================================
000200*    TESTRAW.CPY
000300*    RAW FEED RECORD LAYOUT - TESTTRANIN (testtranin.txt)
000400*    THE MERGED RAW FEED FILETESTCOL BUILDS, FILETESTRCY APPENDS
000500*    ITS CORRECTIONS TO AND FILETESTEDT READS. RAW-TRAN-DATA IS
000600*    THE TEST-TRAN-REC IMAGE EXACTLY AS THE UPSTREAM SENT IT;
000700*    RAW-SOURCE-ID IS THE SOURCE ID FROM THE BATCH HEADER OF THE
000800*    ENVELOPE THE ROW ARRIVED IN, OR RECYCLE FOR A CORRECTION
000900*    MERGED BY THE SUSPENSE RECYCLE. A FEED CUT BEFORE THE
001000*    COLUMN EXISTED READS BACK WITH A BLANK SOURCE ID.
001100*================================================================
001200 01  TEST-RAW-REC.
001300     05  RAW-TRAN-DATA             PIC X(29).
001400     05  FILLER                    PIC X(01).
001500     05  RAW-SOURCE-ID             PIC X(08).
001600         88  RAW-SOURCE-RECYCLE            VALUE 'RECYCLE'.
001700         88  RAW-SOURCE-UNKNOWN            VALUE SPACES.
