002400*                  BALANCES AS READ = APPLIED + REJECTED, THE
002500*                  SAME ARITHMETIC THE OPERATIONS SUMMARY PROVES
002600*                  FOR EVERY OTHER FEED.
002610* 2026-10-15  RK   THE MAINTENANCE FEED LAYOUT MOVED TO COPYBOOK
002620*                  TESTKEYM, SHARED WITH THE DORMANT KEY SWEEP
002630*                  (FILETESTDRM) THAT APPENDS CLOSE ACTIONS TO
002640*                  THIS FEED. THE RECORD IS UNCHANGED.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005300* KEY MAINTENANCE FEED - ONE ACTION PER RECORD
005400*----------------------------------------------------------------
005500 FD  TESTKEYINFILE.
005600     COPY TESTKEYM.
006600*----------------------------------------------------------------
006700* KEY REFERENCE MASTER BEING MAINTAINED
006800*----------------------------------------------------------------
