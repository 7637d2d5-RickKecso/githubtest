004260*                  AN OUTAGE LEAVES GENERATIONS WAITING, NOT
004261*                  DUPLICATED OR LOST. THE AUDIT IMAGE STAYS ON
004262*                  CATALOG UNDER THE .done NAME.
004270* 2026-10-15  RK   THE RAW FEED NOW CARRIES A SOURCE ID AFTER THE
004275*                  TRANSACTION IMAGE (TESTRAW). A CORRECTION IS
004280*                  APPENDED UNDER SOURCE ID RECYCLE, WHICH THE
004285*                  EDIT TAKES AS THE RELEASE OF AN ITEM IT HELD AS
004290*                  A DUPLICATE (REASON 08) - A GENUINE REPEAT IS
004295*                  LET THROUGH BY CORRECTING IT UNCHANGED.
004300*================================================================
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
010500* EDIT RUN PICKS THEM UP WITH THE DAY'S NORMAL TRAFFIC
010600*----------------------------------------------------------------
010700 FD  TESTTRANIN.
010800     COPY TESTRAW.
010900*----------------------------------------------------------------
011000* RUN-LOG / AUDIT TRAIL FILE
011100*----------------------------------------------------------------
050600*                          EDIT AGAIN - A CORRECTION THAT IS
050700*                          STILL WRONG SIMPLY COMES BACK AS A
050800*                          FRESH SUSPENSE ITEM.
050820*                          THE DUPLICATE CHECK IS THE EXCEPTION -
050840*                          THE RECYCLE SOURCE ID MARKS IT AS
050860*                          ALREADY JUDGED, SO A GENUINE REPEAT
050880*                          CORRECTED UNCHANGED IS NOT HELD TWICE.
050900*================================================================
051000 4000-RELEASE-CORRECTED.
051100     MOVE SPACES                TO TEST-RAW-REC.
051120     MOVE RCY-CORR-DATA-SAVE    TO RAW-TRAN-DATA.
051140     MOVE 'RECYCLE'             TO RAW-SOURCE-ID.
051160     WRITE TEST-RAW-REC.
051200     ADD 1 TO RCY-CORRECTED-COUNT.
051300     MOVE 'CORRECTED' TO RCY-LIN-ACTION.
051400     PERFORM 5500-PRINT-ITEM
