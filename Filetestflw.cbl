000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTFLW.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - FLOW-OF-RECORDS PROOF, RUN
001200*                  AS THE LAST STEP OF THE DAILY CHAIN. EACH STEP
001300*                  BALANCES ITS OWN RUN-LOG ENTRY, BUT NOTHING
001400*                  PROVED THAT WHAT ONE STEP HANDED ON IS WHAT THE
001500*                  NEXT STEP TOOK IN. THIS PROGRAM WALKS ONE
001600*                  GENERATION DATE FROM THE SOURCES THE COLLECTOR
001700*                  ACCEPTED TO THE AMOUNT THE POSTING RUN MOVED ON
001800*                  THE MASTER, TAKING EACH STEP'S COUNTS FROM THE
001900*                  RUN-LOG AND CHECKING THEM AGAINST THE FILES
002000*                  THEMSELVES - THE RAW FEED, THE SUSPENSE
002100*                  GENERATION, THE EDITED FEED, THE EXTRACT
002200*                  GENERATION, THE POSTING JOURNAL AND THE
002300*                  PRIOR-PERIOD ADJUSTMENTS. IT PRINTS A ONE-PAGE
002400*                  FLOW STATEMENT, RECORDS IN AGAINST RECORDS OUT
002500*                  FOR EVERY HAND-OFF, AND ENDS RC 8 NAMING THE
002600*                  FIRST STEP THAT DOES NOT BALANCE. A STEP WITH
002700*                  NO RUN-LOG ENTRY FOR THE DATE IS A BREAK TOO.
002800*                  PARM 1 IS THE GENERATION DATE (DEFAULT TODAY),
002900*                  PARM 2 THE JOB ID.
002910* 2026-10-15  RK   THE REVIEW HOLD STEP (FILETESTRVW) NOW STANDS
002920*                  BETWEEN THE EDIT AND THE RELEASE. ITS RUN-LOG
002930*                  ENTRY IS PROVED AS A HAND-OFF OF ITS OWN - THE
002940*                  EDIT'S CLEAN ITEMS AGAINST THE ITEMS IT PASSED
002950*                  AND TOOK OFF THE FEED - ITS DECLINES JOIN THE
002960*                  EDIT'S SUSPENSE IN THE SUSPENSE FILE PROOF, AND
002970*                  THE EDITED FEED IS NOW WHAT IT PASSED AND
002980*                  RELEASED PLUS THE PENDING RELEASES.
002981* 2026-10-15  RK   A NEW HAND-OFF, ACCRUAL TO EXTRACT, PROVES THE
002982*                  MONTH-END ACCRUAL REACHED THE GENERATION - THE
002983*                  ROWS THE COLLECTOR LOGGED FOR THE ACCRUAL
002984*                  SOURCE AGAINST THE ACCRUAL ROWS ON THE RAW FEED
002985*                  WHOSE KEY STANDS ON THE EXTRACT FOR THE SAME
002986*                  BRANCH. AN ACCRUAL ITEM REJECTED, SUSPENDED,
002987*                  HELD OR DIVERTED ANYWHERE ON THE WAY BREAKS THE
002988*                  FLOW.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FLW-LOG-FILE-STATUS.
004100
004200     SELECT TESTTRANIN ASSIGN TO 'testtranin.txt'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FLW-RAW-FILE-STATUS.
004500
004600     SELECT TESTSUSPFILE ASSIGN TO 'TESTSUSP'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FLW-SUSP-FILE-STATUS.
004900
005000     SELECT TESTTRANFILE ASSIGN TO 'testtranfile.txt'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FLW-TRAN-FILE-STATUS.
005300
005400     SELECT TESTOUTPUTFILE ASSIGN TO 'TESTOUT'
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS TEST-OUTPUT-KEY
005800         FILE STATUS IS FLW-OUT-FILE-STATUS.
005900
006000     SELECT TESTHSTFILE ASSIGN TO 'testhstfile.txt'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FLW-HST-FILE-STATUS.
006300
006400     SELECT TESTPPAFILE ASSIGN TO 'testppafile.txt'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FLW-PPA-FILE-STATUS.
006700
006800     SELECT FLW-PRINT-FILE ASSIGN TO 'filetestflw.txt'
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000 DATA DIVISION.
007100 FILE SECTION.
007200*----------------------------------------------------------------
007300* RUN-LOG / AUDIT TRAIL FILE - EVERY STEP'S OWN COUNTS
007400*----------------------------------------------------------------
007500 FD  TESTLOGFILE.
007600     COPY TESTLOG.
007700*----------------------------------------------------------------
007800* RAW FEED BUILT BY FILETESTCOL AND TOPPED UP BY FILETESTRCY
007900*----------------------------------------------------------------
008000 FD  TESTTRANIN.
008100     COPY TESTRAW.
008200*----------------------------------------------------------------
008300* THE GENERATION'S SUSPENSE FILE WRITTEN BY FILETESTEDT AND
008310* ADDED TO BY FILETESTRVW
008400*----------------------------------------------------------------
008500 FD  TESTSUSPFILE.
008600     COPY TESTSUSP.
008700*----------------------------------------------------------------
008800* EDITED FEED - FILETESTEDT'S CLEAN ITEMS LESS THOSE FILETESTRVW
008840* HOLDS, PLUS ITS RELEASES AND FILETESTREL'S, AS FILETESTOUT
008880* READS IT
009000*----------------------------------------------------------------
009100 FD  TESTTRANFILE.
009200     COPY TESTTRAN.
009300*----------------------------------------------------------------
009400* THE DATED EXTRACT GENERATION - TESTOUT IS REPOINTED AT IT
009500*----------------------------------------------------------------
009600 FD  TESTOUTPUTFILE.
009700     COPY TESTOUT.
009800*----------------------------------------------------------------
009900* POSTING-HISTORY JOURNAL WRITTEN BY FILETESTPST
010000*----------------------------------------------------------------
010100 FD  TESTHSTFILE.
010200     COPY TESTHST.
010300*----------------------------------------------------------------
010400* PRIOR-PERIOD ADJUSTMENTS - ITEMS REFUSED BY A CLOSED PERIOD
010500*----------------------------------------------------------------
010600 FD  TESTPPAFILE.
010700     COPY TESTPPA.
010800*----------------------------------------------------------------
010900* PRINTED FLOW STATEMENT
011000*----------------------------------------------------------------
011100 FD  FLW-PRINT-FILE.
011200 01  FLW-PRINT-LINE                PIC X(80).
011300 WORKING-STORAGE SECTION.
011400*----------------------------------------------------------------
011500* SWITCHES AND COUNTERS
011600*----------------------------------------------------------------
011700 77  FLW-LOG-EOF-SW                PIC X(01)      VALUE 'N'.
011800     88  FLW-EOF-LOG                                VALUE 'Y'.
011900 77  FLW-RAW-EOF-SW                PIC X(01)      VALUE 'N'.
012000     88  FLW-EOF-RAW                                VALUE 'Y'.
012100 77  FLW-SUSP-EOF-SW               PIC X(01)      VALUE 'N'.
012200     88  FLW-EOF-SUSPENSE                           VALUE 'Y'.
012300 77  FLW-TRAN-EOF-SW               PIC X(01)      VALUE 'N'.
012400     88  FLW-EOF-TRAN                               VALUE 'Y'.
012500 77  FLW-OUT-EOF-SW                PIC X(01)      VALUE 'N'.
012600     88  FLW-EOF-OUTPUT                             VALUE 'Y'.
012700 77  FLW-HST-EOF-SW                PIC X(01)      VALUE 'N'.
012800     88  FLW-EOF-HISTORY                            VALUE 'Y'.
012900 77  FLW-PPA-EOF-SW                PIC X(01)      VALUE 'N'.
013000     88  FLW-EOF-PPA                                VALUE 'Y'.
013100 77  FLW-GEN-MISSING-SW            PIC X(01)      VALUE 'N'.
013200     88  FLW-GEN-MISSING                            VALUE 'Y'.
013300 77  FLW-BREAK-SW                  PIC X(01)      VALUE 'N'.
013400     88  FLW-FLOW-BROKEN                            VALUE 'Y'.
013500 77  FLW-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
013600 77  FLW-RAW-FILE-STATUS           PIC X(02)      VALUE SPACES.
013700 77  FLW-SUSP-FILE-STATUS          PIC X(02)      VALUE SPACES.
013800 77  FLW-TRAN-FILE-STATUS          PIC X(02)      VALUE SPACES.
013900 77  FLW-OUT-FILE-STATUS           PIC X(02)      VALUE SPACES.
014000 77  FLW-HST-FILE-STATUS           PIC X(02)      VALUE SPACES.
014100 77  FLW-PPA-FILE-STATUS           PIC X(02)      VALUE SPACES.
014200 77  FLW-STEP-COUNT                PIC 9(04) COMP  VALUE ZERO.
014300 77  FLW-BALANCED-COUNT            PIC 9(04) COMP  VALUE ZERO.
014400 77  FLW-BROKEN-COUNT              PIC 9(04) COMP  VALUE ZERO.
014500 77  FLW-FIRST-BREAK               PIC X(24)      VALUE SPACES.
014600*----------------------------------------------------------------
014700* COUNTS TAKEN FROM THE RUN-LOG. THE COLLECTOR LOGS ONE ENTRY PER
014800*    SOURCE, ALL STAMPED WITH THE SAME RUN DATE AND TIME, SO ONLY
014900*    THE LATEST COLLECTION FOR THE DATE IS SUMMED. THE RECYCLE'S
015000*    SUMMARY ENTRY CARRIES NO GENERATION DATE OF ITS OWN - THE ONE
015100*    THAT COUNTS IS THE LAST ONE LOGGED AFTER THE DATE'S
015200*    COLLECTION AND BEFORE ITS EDIT, SINCE A RE-COLLECTION
015300*    REBUILDS THE RAW FEED WITHOUT IT.
015400*----------------------------------------------------------------
015500 77  FLW-COL-FOUND-SW              PIC X(01)      VALUE 'N'.
015600     88  FLW-COL-FOUND                              VALUE 'Y'.
015700 77  FLW-COL-RUN-DATE              PIC 9(08)      VALUE ZERO.
015800 77  FLW-COL-RUN-TIME              PIC 9(08)      VALUE ZERO.
015900 77  FLW-COL-ACCEPTED-SRC          PIC 9(04) COMP  VALUE ZERO.
016000 77  FLW-COL-REJECTED-SRC          PIC 9(04) COMP  VALUE ZERO.
016100 77  FLW-COL-ACCEPTED-ROWS         PIC 9(09) COMP  VALUE ZERO.
016200 77  FLW-COL-REJECTED-ROWS         PIC 9(09) COMP  VALUE ZERO.
016300 77  FLW-RCY-SEEN-SW               PIC X(01)      VALUE 'N'.
016400     88  FLW-RCY-SEEN                               VALUE 'Y'.
016500 77  FLW-RCY-SEEN-CORRECTED        PIC 9(09) COMP  VALUE ZERO.
016600 77  FLW-RCY-SEEN-HELD             PIC 9(09) COMP  VALUE ZERO.
016700 77  FLW-RCY-FOUND-SW              PIC X(01)      VALUE 'N'.
016800     88  FLW-RCY-FOUND                              VALUE 'Y'.
016900 77  FLW-RCY-CORRECTED             PIC 9(09) COMP  VALUE ZERO.
017000 77  FLW-RCY-HELD                  PIC 9(09) COMP  VALUE ZERO.
017100 77  FLW-EDT-FOUND-SW              PIC X(01)      VALUE 'N'.
017200     88  FLW-EDT-FOUND                              VALUE 'Y'.
017300 77  FLW-EDT-CLEAN                 PIC 9(09) COMP  VALUE ZERO.
017400 77  FLW-EDT-SUSPENDED             PIC 9(09) COMP  VALUE ZERO.
017500 77  FLW-REL-FOUND-SW              PIC X(01)      VALUE 'N'.
017600     88  FLW-REL-FOUND                              VALUE 'Y'.
017700 77  FLW-REL-READ                  PIC 9(09) COMP  VALUE ZERO.
017800 77  FLW-REL-RELEASED              PIC 9(09) COMP  VALUE ZERO.
017900 77  FLW-REL-KEPT                  PIC 9(09) COMP  VALUE ZERO.
017910 77  FLW-RVW-FOUND-SW              PIC X(01)      VALUE 'N'.
017920     88  FLW-RVW-FOUND                              VALUE 'Y'.
017930 77  FLW-RVW-PASSED                PIC 9(09) COMP  VALUE ZERO.
017940 77  FLW-RVW-TAKEN                 PIC 9(09) COMP  VALUE ZERO.
017950 77  FLW-RVW-RELEASED              PIC 9(09) COMP  VALUE ZERO.
017960 77  FLW-RVW-DECLINED              PIC 9(09) COMP  VALUE ZERO.
018000 77  FLW-OUT-FOUND-SW              PIC X(01)      VALUE 'N'.
018100     88  FLW-OUT-FOUND                              VALUE 'Y'.
018200 77  FLW-OUT-READ                  PIC 9(09) COMP  VALUE ZERO.
018300 77  FLW-OUT-APPLIED               PIC 9(09) COMP  VALUE ZERO.
018400 77  FLW-OUT-REJECTED              PIC 9(09) COMP  VALUE ZERO.
018500 77  FLW-OUT-DIVERTED              PIC 9(09) COMP  VALUE ZERO.
018600 77  FLW-OUT-ADDS                  PIC 9(09) COMP  VALUE ZERO.
018700 77  FLW-OUT-CHANGES               PIC 9(09) COMP  VALUE ZERO.
018800 77  FLW-OUT-DELETES               PIC 9(09) COMP  VALUE ZERO.
018900 77  FLW-PST-FOUND-SW              PIC X(01)      VALUE 'N'.
019000     88  FLW-PST-FOUND                              VALUE 'Y'.
019100 77  FLW-PST-POSTED                PIC 9(09) COMP  VALUE ZERO.
019200 77  FLW-PST-REFUSED               PIC 9(09) COMP  VALUE ZERO.
019210 77  FLW-ACR-SENT                  PIC 9(09) COMP  VALUE ZERO.
019300*----------------------------------------------------------------
019400* COUNTS TAKEN FROM THE FILES THEMSELVES
019500*----------------------------------------------------------------
019600 77  FLW-RAW-TOTAL-ROWS            PIC 9(09) COMP  VALUE ZERO.
019700 77  FLW-RAW-SOURCE-ROWS           PIC 9(09) COMP  VALUE ZERO.
019800 77  FLW-RAW-RECYCLE-ROWS          PIC 9(09) COMP  VALUE ZERO.
019900 77  FLW-SUSP-ROWS                 PIC 9(09) COMP  VALUE ZERO.
020000 77  FLW-FEED-ROWS                 PIC 9(09) COMP  VALUE ZERO.
020100 77  FLW-GEN-DETAILS               PIC 9(09) COMP  VALUE ZERO.
020200 77  FLW-HST-ENTRIES               PIC 9(09) COMP  VALUE ZERO.
020300 77  FLW-PPA-ENTRIES               PIC 9(09) COMP  VALUE ZERO.
020310 77  FLW-ACR-APPLIED               PIC 9(09) COMP  VALUE ZERO.
020400 77  FLW-GEN-AMOUNT         PIC S9(11)V99  COMP-3 VALUE ZERO.
020500 77  FLW-HST-AMOUNT         PIC S9(11)V99  COMP-3 VALUE ZERO.
020600 77  FLW-PPA-AMOUNT         PIC S9(11)V99  COMP-3 VALUE ZERO.
020610*----------------------------------------------------------------
020620* ONE ACCRUAL ITEM FROM THE RAW FEED, LOOKED UP ON THE EXTRACT
020630*----------------------------------------------------------------
020640     COPY TESTTRAN REPLACING
020650         ==TEST-TRAN-REC== BY ==FLW-ACR-ITEM==
020660         LEADING ==TRAN== BY ==FLW-ACR==.
020700*----------------------------------------------------------------
020800* ONE HAND-OFF BEING PROVED - SET UP BY 5000-PROVE-FLOW FOR EACH
020900*    STEP IN CHAIN ORDER
021000*----------------------------------------------------------------
021100 77  FLW-STEP-NAME                 PIC X(24)      VALUE SPACES.
021200 77  FLW-STEP-IN                   PIC 9(09) COMP  VALUE ZERO.
021300 77  FLW-STEP-OUT                  PIC 9(09) COMP  VALUE ZERO.
021400 77  FLW-STEP-RAN-SW               PIC X(01)      VALUE 'N'.
021500     88  FLW-STEP-RAN                               VALUE 'Y'.
021600 77  FLW-AMOUNT-IN          PIC S9(11)V99  COMP-3 VALUE ZERO.
021700 77  FLW-AMOUNT-OUT         PIC S9(11)V99  COMP-3 VALUE ZERO.
021800*----------------------------------------------------------------
021900* PARAMETER AND RUN-LOG WORK AREAS
022000*----------------------------------------------------------------
022100 77  FLW-GEN-DATE                  PIC 9(08)      VALUE ZERO.
022200 77  FLW-TODAY-DATE                PIC 9(08)      VALUE ZERO.
022300 77  FLW-TODAY-TIME                PIC 9(08)      VALUE ZERO.
022400 77  FLW-RUN-JOBID                 PIC X(08)      VALUE SPACES.
022500 77  FLW-SUSP-FILENAME             PIC X(40)      VALUE SPACES.
022600 77  FLW-OUTPUT-FILENAME           PIC X(40)      VALUE SPACES.
022700 77  FLW-COMPLETION-SW             PIC X(01)      VALUE 'N'.
022800     88  FLW-NORMAL-COMPLETION                      VALUE 'N'.
022900     88  FLW-ABNORMAL-COMPLETION                     VALUE 'A'.
023000*----------------------------------------------------------------
023100* PAGE HEADING AND REPORT LINES
023200*----------------------------------------------------------------
023300 01  FLW-HDR-TITLE.
023400     05  FILLER                    PIC X(80)
023500         VALUE 'CHAIN FLOW-OF-RECORDS PROOF'.
023600 01  FLW-HDR-DATE-LINE.
023700     05  FILLER                    PIC X(12)
023800         VALUE 'GENERATION:'.
023900     05  FLW-HDR-DATE              PIC 9(08).
024000 01  FLW-HDR-RULE.
024100     05  FILLER                    PIC X(64)      VALUE ALL '-'.
024200 01  FLW-HDR-COLUMNS.
024300     05  FILLER                    PIC X(40)
024400         VALUE '  HAND-OFF                   RECORDS IN'.
024500     05  FILLER                    PIC X(40)
024600         VALUE ' RECORDS OUT RESULT'.
024700 01  FLW-HDR-AMT-COLUMNS.
024800     05  FILLER                    PIC X(40)
024900         VALUE '  AMOUNT                        AMOUNT I'.
025000     05  FILLER                    PIC X(40)
025100         VALUE 'N      AMOUNT OUT RESULT'.
025200 01  FLW-STEP-LINE.
025300     05  FILLER                    PIC X(02)      VALUE SPACES.
025400     05  FLW-LIN-NAME              PIC X(24).
025500     05  FILLER                    PIC X(01)      VALUE SPACES.
025600     05  FLW-LIN-IN                PIC ZZZ,ZZZ,ZZ9.
025700     05  FILLER                    PIC X(01)      VALUE SPACES.
025800     05  FLW-LIN-OUT               PIC ZZZ,ZZZ,ZZ9.
025900     05  FILLER                    PIC X(01)      VALUE SPACES.
026000     05  FLW-LIN-RESULT            PIC X(16).
026100 01  FLW-AMT-LINE.
026200     05  FILLER                    PIC X(02)      VALUE SPACES.
026300     05  FLW-AMT-NAME              PIC X(24).
026400     05  FILLER                    PIC X(01)      VALUE SPACES.
026500     05  FLW-AMT-IN                PIC -(11)9.99.
026600     05  FILLER                    PIC X(01)      VALUE SPACES.
026700     05  FLW-AMT-OUT               PIC -(11)9.99.
026800     05  FILLER                    PIC X(01)      VALUE SPACES.
026900     05  FLW-AMT-RESULT            PIC X(16).
027000 01  FLW-TOTAL-LINE.
027100     05  FILLER                    PIC X(02)      VALUE SPACES.
027200     05  FLW-TOT-NAME              PIC X(22).
027300     05  FILLER                    PIC X(01)      VALUE SPACES.
027400     05  FLW-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.
027500 01  FLW-TOTAL-AMT-LINE.
027600     05  FILLER                    PIC X(02)      VALUE SPACES.
027700     05  FLW-TOT-AMT-NAME          PIC X(22).
027800     05  FILLER                    PIC X(01)      VALUE SPACES.
027900     05  FLW-TOT-AMOUNT            PIC -(11)9.99.
028000 01  FLW-RESULT-LINE.
028100     05  FILLER                    PIC X(02)      VALUE SPACES.
028200     05  FLW-RES-TEXT              PIC X(26).
028300     05  FLW-RES-STEP              PIC X(24).
028400 PROCEDURE DIVISION.
028500*================================================================
028600* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROOF
028700*================================================================
028800 0000-MAINLINE.
028900     PERFORM 1050-GET-PARMS
029000         THRU 1050-EXIT.
029100     PERFORM 1000-INITIALIZE
029200         THRU 1000-EXIT.
029300     PERFORM 2000-SCAN-RUNLOG
029400         THRU 2000-EXIT.
029500     PERFORM 3000-COUNT-RAW-FEED
029600         THRU 3000-EXIT.
029700     PERFORM 3100-COUNT-SUSPENSE
029800         THRU 3100-EXIT.
029900     PERFORM 3200-COUNT-EDITED-FEED
030000         THRU 3200-EXIT.
030100     PERFORM 3300-COUNT-EXTRACT
030200         THRU 3300-EXIT.
030300     PERFORM 3400-SUM-JOURNAL
030400         THRU 3400-EXIT.
030500     PERFORM 3500-SUM-REFUSALS
030600         THRU 3500-EXIT.
030620     PERFORM 3600-CHECK-ACCRUAL
030640         THRU 3600-EXIT.
030700     PERFORM 5000-PROVE-FLOW
030800         THRU 5000-EXIT.
030900     PERFORM 6000-PRINT-TOTALS
031000         THRU 6000-EXIT.
031100     PERFORM 8000-TERMINATE
031200         THRU 8000-EXIT.
031300     STOP RUN.
031400*================================================================
031500* 1000-INITIALIZE - OPEN THE REPORT AND WRITE THE HEADING
031600*================================================================
031700 1000-INITIALIZE.
031800     ACCEPT FLW-TODAY-TIME     FROM TIME.
031900     OPEN OUTPUT FLW-PRINT-FILE.
032000     WRITE FLW-PRINT-LINE        FROM FLW-HDR-TITLE.
032100     MOVE FLW-GEN-DATE           TO FLW-HDR-DATE.
032200     WRITE FLW-PRINT-LINE        FROM FLW-HDR-DATE-LINE.
032300     WRITE FLW-PRINT-LINE        FROM FLW-HDR-RULE.
032400 1000-EXIT.
032500     EXIT.
032600*================================================================
032700* 1050-GET-PARMS - GENERATION DATE (PARM 1, DEFAULT TODAY) AND JOB
032800*                  ID (PARM 2)
032900*================================================================
033000 1050-GET-PARMS.
033100     ACCEPT FLW-TODAY-DATE     FROM DATE YYYYMMDD.
033200     DISPLAY 1 UPON ARGUMENT-NUMBER.
033300     ACCEPT FLW-GEN-DATE       FROM ARGUMENT-VALUE
033400         ON EXCEPTION MOVE FLW-TODAY-DATE TO FLW-GEN-DATE.
033500     DISPLAY 2 UPON ARGUMENT-NUMBER.
033600     ACCEPT FLW-RUN-JOBID      FROM ARGUMENT-VALUE
033700         ON EXCEPTION MOVE 'FILETSTFL' TO FLW-RUN-JOBID.
033800 1050-EXIT.
033900     EXIT.
034000*================================================================
034100* 2000-SCAN-RUNLOG - READ THE WHOLE RUN-LOG ONCE, KEEPING EACH
034200*                    CHAIN STEP'S LATEST ENTRY FOR THE DATE. NO
034300*                    RUN-LOG AT ALL LEAVES EVERY STEP UNFOUND.
034400*================================================================
034500 2000-SCAN-RUNLOG.
034600     OPEN INPUT TESTLOGFILE.
034700     IF FLW-LOG-FILE-STATUS NOT = '00'
034800         GO TO 2000-EXIT.
034900     MOVE 'N'                  TO FLW-LOG-EOF-SW.
035000     PERFORM 2100-SCAN-LOG-ENTRY
035100         THRU 2100-EXIT
035200         UNTIL FLW-EOF-LOG.
035300     CLOSE TESTLOGFILE.
035400 2000-EXIT.
035500     EXIT.
035600*================================================================
035700* 2100-SCAN-LOG-ENTRY - FOLD ONE RUN-LOG ENTRY IN. A RECYCLE
035800*                       SUMMARY IS NOTED WHATEVER ITS DATE (ITS
035900*                       WRITE-OFF ENTRIES, ONE DELETE EACH, ARE
036000*                       PASSED OVER); EVERY OTHER STEP IS MATCHED
036100*                       ON THE GENERATION DATE IT LOGGED.
036200*================================================================
036300 2100-SCAN-LOG-ENTRY.
036400     READ TESTLOGFILE
036500         AT END
036600             MOVE 'Y' TO FLW-LOG-EOF-SW
036700             GO TO 2100-EXIT.
036800     IF LOG-PROGRAM = 'FILETESTRCY'
036900         IF LOG-DEL-COUNT = ZERO
037000             MOVE 'Y'                 TO FLW-RCY-SEEN-SW
037100             MOVE LOG-REC-COUNT       TO FLW-RCY-SEEN-CORRECTED
037200             MOVE LOG-PEND-COUNT      TO FLW-RCY-SEEN-HELD
037300         END-IF
037400         GO TO 2100-EXIT.
037500     IF LOG-GEN-DATE IS NOT NUMERIC
037600         GO TO 2100-EXIT.
037700     IF LOG-GEN-DATE NOT = FLW-GEN-DATE
037800         GO TO 2100-EXIT.
037900     EVALUATE LOG-PROGRAM
038000         WHEN 'FILETESTCOL'
038100             PERFORM 2200-TAKE-COLLECTION
038200                 THRU 2200-EXIT
038300         WHEN 'FILETESTEDT'
038400             MOVE 'Y'                 TO FLW-EDT-FOUND-SW
038500             MOVE LOG-REC-COUNT       TO FLW-EDT-CLEAN
038600             MOVE LOG-REJECT-COUNT    TO FLW-EDT-SUSPENDED
038700             MOVE FLW-RCY-SEEN-SW     TO FLW-RCY-FOUND-SW
038800             MOVE FLW-RCY-SEEN-CORRECTED TO FLW-RCY-CORRECTED
038900             MOVE FLW-RCY-SEEN-HELD   TO FLW-RCY-HELD
038910         WHEN 'FILETESTRVW'
038920             MOVE 'Y'                 TO FLW-RVW-FOUND-SW
038930             MOVE LOG-ADD-COUNT       TO FLW-RVW-PASSED
038940             MOVE LOG-CHG-COUNT       TO FLW-RVW-TAKEN
038950             MOVE LOG-REL-COUNT       TO FLW-RVW-RELEASED
038960             MOVE LOG-REJECT-COUNT    TO FLW-RVW-DECLINED
039000         WHEN 'FILETESTREL'
039100             MOVE 'Y'                 TO FLW-REL-FOUND-SW
039200             MOVE LOG-TRAN-READ-COUNT TO FLW-REL-READ
039300             MOVE LOG-REC-COUNT       TO FLW-REL-RELEASED
039400             MOVE LOG-PEND-COUNT      TO FLW-REL-KEPT
039500         WHEN 'FILETESTOUT'
039600             MOVE 'Y'                 TO FLW-OUT-FOUND-SW
039700             MOVE LOG-TRAN-READ-COUNT TO FLW-OUT-READ
039800             MOVE LOG-REC-COUNT       TO FLW-OUT-APPLIED
039900             MOVE LOG-REJECT-COUNT    TO FLW-OUT-REJECTED
040000             MOVE LOG-PEND-COUNT      TO FLW-OUT-DIVERTED
040100             MOVE LOG-ADD-COUNT       TO FLW-OUT-ADDS
040200             MOVE LOG-CHG-COUNT       TO FLW-OUT-CHANGES
040300             MOVE LOG-DEL-COUNT       TO FLW-OUT-DELETES
040400         WHEN 'FILETESTPST'
040500             MOVE 'Y'                 TO FLW-PST-FOUND-SW
040600             MOVE LOG-REC-COUNT       TO FLW-PST-POSTED
040700             MOVE LOG-REJECT-COUNT    TO FLW-PST-REFUSED
040800     END-EVALUATE.
040900 2100-EXIT.
041000     EXIT.
041100*================================================================
041200* 2200-TAKE-COLLECTION - ONE COLLECTOR ENTRY (ONE SOURCE) FOR THE
041300*                        DATE. A NEW RUN STAMP IS A RE-COLLECTION,
041400*                        WHICH REBUILT THE RAW FEED, SO THE SUMS
041500*                        START AGAIN AND ANY RECYCLE SEEN BEFORE
041600*                        IT NO LONGER COUNTS. A REJECTED SOURCE
041700*                        LOGS ABNORMAL COMPLETION AND ITS ROWS
041800*                        REJECTED. THE ACCRUAL SOURCE'S ROWS ARE
041900*                        KEPT APART, ACCEPTED OR NOT, FOR THE
041910*                        ACCRUAL HAND-OFF.
041920*================================================================
042000 2200-TAKE-COLLECTION.
042100     IF LOG-RUN-DATE NOT = FLW-COL-RUN-DATE
042200     OR LOG-RUN-TIME NOT = FLW-COL-RUN-TIME
042300         MOVE LOG-RUN-DATE         TO FLW-COL-RUN-DATE
042400         MOVE LOG-RUN-TIME         TO FLW-COL-RUN-TIME
042500         MOVE ZERO                 TO FLW-COL-ACCEPTED-SRC
042600         MOVE ZERO                 TO FLW-COL-REJECTED-SRC
042700         MOVE ZERO                 TO FLW-COL-ACCEPTED-ROWS
042800         MOVE ZERO                 TO FLW-COL-REJECTED-ROWS
042850         MOVE ZERO                 TO FLW-ACR-SENT
042900     END-IF.
043000     MOVE 'Y'                  TO FLW-COL-FOUND-SW.
043100     MOVE 'N'                  TO FLW-RCY-SEEN-SW.
043200     IF LOG-ABNORMAL-COMPLETION
043300         ADD 1                 TO FLW-COL-REJECTED-SRC
043400         ADD LOG-REJECT-COUNT  TO FLW-COL-REJECTED-ROWS
043500     ELSE
043600         ADD 1                 TO FLW-COL-ACCEPTED-SRC
043700         ADD LOG-REC-COUNT     TO FLW-COL-ACCEPTED-ROWS
043800     END-IF.
043810     IF LOG-JOB-ID = 'ACCRUAL'
043820         ADD LOG-REC-COUNT LOG-REJECT-COUNT TO FLW-ACR-SENT
043830     END-IF.
043900 2200-EXIT.
044000     EXIT.
044100*================================================================
044200* 3000-COUNT-RAW-FEED - COUNT THE RAW FEED, SPLITTING THE ROWS THE
044300*                       COLLECTOR MERGED FROM THE CORRECTIONS THE
044400*                       RECYCLE APPENDED
044500*================================================================
044600 3000-COUNT-RAW-FEED.
044700     OPEN INPUT TESTTRANIN.
044800     IF FLW-RAW-FILE-STATUS NOT = '00'
044900         GO TO 3000-EXIT.
045000     MOVE 'N'                  TO FLW-RAW-EOF-SW.
045100     PERFORM 3010-COUNT-RAW-ROW
045200         THRU 3010-EXIT
045300         UNTIL FLW-EOF-RAW.
045400     CLOSE TESTTRANIN.
045500 3000-EXIT.
045600     EXIT.
045700*================================================================
045800* 3010-COUNT-RAW-ROW - COUNT ONE RAW FEED ROW
045900*================================================================
046000 3010-COUNT-RAW-ROW.
046100     READ TESTTRANIN
046200         AT END
046300             MOVE 'Y' TO FLW-RAW-EOF-SW
046400             GO TO 3010-EXIT.
046500     ADD 1 TO FLW-RAW-TOTAL-ROWS.
046600     IF RAW-SOURCE-RECYCLE
046700         ADD 1 TO FLW-RAW-RECYCLE-ROWS
046800     ELSE
046900         ADD 1 TO FLW-RAW-SOURCE-ROWS
047000     END-IF.
047100 3010-EXIT.
047200     EXIT.
047300*================================================================
047400* 3100-COUNT-SUSPENSE - COUNT THE GENERATION'S SUSPENSE FILE. NONE
047500*                       ON CATALOG COUNTS AS EMPTY - THE EDIT ROW
047600*                       SHOWS WHETHER THE EDIT RAN.
047700*================================================================
047800 3100-COUNT-SUSPENSE.
047900     MOVE SPACES               TO FLW-SUSP-FILENAME.
048000     STRING 'testsuspfile.'    DELIMITED BY SIZE
048100            FLW-GEN-DATE       DELIMITED BY SIZE
048200            '.txt'             DELIMITED BY SIZE
048300            INTO FLW-SUSP-FILENAME.
048400     DISPLAY 'TESTSUSP' UPON ENVIRONMENT-NAME.
048500     DISPLAY FLW-SUSP-FILENAME UPON ENVIRONMENT-VALUE.
048600     OPEN INPUT TESTSUSPFILE.
048700     IF FLW-SUSP-FILE-STATUS NOT = '00'
048800         GO TO 3100-EXIT.
048900     MOVE 'N'                  TO FLW-SUSP-EOF-SW.
049000     PERFORM 3110-COUNT-SUSP-ROW
049100         THRU 3110-EXIT
049200         UNTIL FLW-EOF-SUSPENSE.
049300     CLOSE TESTSUSPFILE.
049400 3100-EXIT.
049500     EXIT.
049600*================================================================
049700* 3110-COUNT-SUSP-ROW - COUNT ONE SUSPENDED ITEM
049800*================================================================
049900 3110-COUNT-SUSP-ROW.
050000     READ TESTSUSPFILE
050100         AT END
050200             MOVE 'Y' TO FLW-SUSP-EOF-SW
050300             GO TO 3110-EXIT.
050400     ADD 1 TO FLW-SUSP-ROWS.
050500 3110-EXIT.
050600     EXIT.
050700*================================================================
050800* 3200-COUNT-EDITED-FEED - COUNT THE EDITED FEED THE EXTRACT READ
050900*================================================================
051000 3200-COUNT-EDITED-FEED.
051100     OPEN INPUT TESTTRANFILE.
051200     IF FLW-TRAN-FILE-STATUS NOT = '00'
051300         GO TO 3200-EXIT.
051400     MOVE 'N'                  TO FLW-TRAN-EOF-SW.
051500     PERFORM 3210-COUNT-FEED-ROW
051600         THRU 3210-EXIT
051700         UNTIL FLW-EOF-TRAN.
051800     CLOSE TESTTRANFILE.
051900 3200-EXIT.
052000     EXIT.
052100*================================================================
052200* 3210-COUNT-FEED-ROW - COUNT ONE EDITED FEED TRANSACTION
052300*================================================================
052400 3210-COUNT-FEED-ROW.
052500     READ TESTTRANFILE
052600         AT END
052700             MOVE 'Y' TO FLW-TRAN-EOF-SW
052800             GO TO 3210-EXIT.
052900     ADD 1 TO FLW-FEED-ROWS.
053000 3210-EXIT.
053100     EXIT.
053200*================================================================
053300* 3300-COUNT-EXTRACT - COUNT AND TOTAL THE DETAIL RECORDS ON THE
053400*                      DATED EXTRACT GENERATION, THE SAME NAME AND
053500*                      KEY-ORDER SWEEP FILETESTRCN USES
053600*================================================================
053700 3300-COUNT-EXTRACT.
053800     MOVE SPACES               TO FLW-OUTPUT-FILENAME.
053900     STRING 'testoutputfile.'  DELIMITED BY SIZE
054000            FLW-GEN-DATE       DELIMITED BY SIZE
054100            INTO FLW-OUTPUT-FILENAME.
054200     DISPLAY 'TESTOUT' UPON ENVIRONMENT-NAME.
054300     DISPLAY FLW-OUTPUT-FILENAME UPON ENVIRONMENT-VALUE.
054400     OPEN INPUT TESTOUTPUTFILE.
054500     IF FLW-OUT-FILE-STATUS NOT = '00'
054600         MOVE 'Y' TO FLW-GEN-MISSING-SW
054700         GO TO 3300-EXIT.
054800     MOVE 'N'                  TO FLW-OUT-EOF-SW.
054900     MOVE LOW-VALUES           TO TEST-OUTPUT-KEY.
055000     START TESTOUTPUTFILE KEY IS NOT LESS THAN TEST-OUTPUT-KEY
055100         INVALID KEY
055200             MOVE 'Y' TO FLW-OUT-EOF-SW.
055300     PERFORM 3310-COUNT-DETAIL
055400         THRU 3310-EXIT
055500         UNTIL FLW-EOF-OUTPUT.
055600     CLOSE TESTOUTPUTFILE.
055700 3300-EXIT.
055800     EXIT.
055900*================================================================
056000* 3310-COUNT-DETAIL - ONE EXTRACT RECORD. HEADER AND TRAILER ARE
056100*                     PASSED OVER.
056200*================================================================
056300 3310-COUNT-DETAIL.
056400     READ TESTOUTPUTFILE NEXT RECORD
056500         AT END
056600             MOVE 'Y' TO FLW-OUT-EOF-SW
056700             GO TO 3310-EXIT.
056800     IF NOT TEST-DETAIL-RECORD
056900         GO TO 3310-EXIT.
057000     ADD 1 TO FLW-GEN-DETAILS.
057100     IF TEST-DTL-AMOUNT IS NUMERIC
057200         ADD TEST-DTL-AMOUNT TO FLW-GEN-AMOUNT.
057300 3310-EXIT.
057400     EXIT.
057500*================================================================
057600* 3400-SUM-JOURNAL - COUNT AND TOTAL THE POSTING JOURNAL ENTRIES
057700*                    POSTED FROM THIS GENERATION - THE AMOUNT THAT
057800*                    ACTUALLY MOVED ON THE MASTER
057900*================================================================
058000 3400-SUM-JOURNAL.
058100     OPEN INPUT TESTHSTFILE.
058200     IF FLW-HST-FILE-STATUS NOT = '00'
058300         GO TO 3400-EXIT.
058400     MOVE 'N'                  TO FLW-HST-EOF-SW.
058500     PERFORM 3410-SUM-JOURNAL-ENTRY
058600         THRU 3410-EXIT
058700         UNTIL FLW-EOF-HISTORY.
058800     CLOSE TESTHSTFILE.
058900 3400-EXIT.
059000     EXIT.
059100*================================================================
059200* 3410-SUM-JOURNAL-ENTRY - ONE JOURNAL ENTRY
059300*================================================================
059400 3410-SUM-JOURNAL-ENTRY.
059500     READ TESTHSTFILE
059600         AT END
059700             MOVE 'Y' TO FLW-HST-EOF-SW
059800             GO TO 3410-EXIT.
059900     IF HST-GEN-DATE NOT = FLW-GEN-DATE
060000         GO TO 3410-EXIT.
060100     ADD 1 TO FLW-HST-ENTRIES.
060200     IF HST-AMOUNT IS NUMERIC
060300         ADD HST-AMOUNT TO FLW-HST-AMOUNT.
060400 3410-EXIT.
060500     EXIT.
060600*================================================================
060700* 3500-SUM-REFUSALS - COUNT AND TOTAL THE DETAILS OF THIS
060800*                     GENERATION THE POSTING RUN REFUSED INTO THE
060900*                     PRIOR-PERIOD ADJUSTMENTS. THE EXTRACT'S OWN
061000*                     REFUSALS NEVER REACHED THE GENERATION AND
061100*                     ARE LEFT OUT.
061200*================================================================
061300 3500-SUM-REFUSALS.
061400     OPEN INPUT TESTPPAFILE.
061500     IF FLW-PPA-FILE-STATUS NOT = '00'
061600         GO TO 3500-EXIT.
061700     MOVE 'N'                  TO FLW-PPA-EOF-SW.
061800     PERFORM 3510-SUM-REFUSAL
061900         THRU 3510-EXIT
062000         UNTIL FLW-EOF-PPA.
062100     CLOSE TESTPPAFILE.
062200 3500-EXIT.
062300     EXIT.
062400*================================================================
062500* 3510-SUM-REFUSAL - ONE PRIOR-PERIOD ADJUSTMENT
062600*================================================================
062700 3510-SUM-REFUSAL.
062800     READ TESTPPAFILE
062900         AT END
063000             MOVE 'Y' TO FLW-PPA-EOF-SW
063100             GO TO 3510-EXIT.
063200     IF PPA-PROGRAM NOT = 'FILETESTPST'
063300         GO TO 3510-EXIT.
063400     IF PPA-GEN-DATE NOT = FLW-GEN-DATE
063500         GO TO 3510-EXIT.
063600     ADD 1 TO FLW-PPA-ENTRIES.
063700     IF PPA-AMOUNT IS NUMERIC
063800         ADD PPA-AMOUNT TO FLW-PPA-AMOUNT.
063900 3510-EXIT.
064000     EXIT.
064002*================================================================
064003* 3600-CHECK-ACCRUAL - COUNT THE ACCRUAL SOURCE'S ROWS ON THE RAW
064004*                      FEED THAT REACHED THE GENERATION - THE KEY
064005*                      IS ON THE EXTRACT AS A DETAIL FOR THE SAME
064006*                      BRANCH, A BLANK BRANCH BEING BRANCH 000. NO
064007*                      GENERATION LEAVES THE COUNT AT ZERO.
064008*================================================================
064009 3600-CHECK-ACCRUAL.
064010     IF FLW-GEN-MISSING
064011         GO TO 3600-EXIT.
064012     OPEN INPUT TESTTRANIN.
064013     IF FLW-RAW-FILE-STATUS NOT = '00'
064014         GO TO 3600-EXIT.
064015     OPEN INPUT TESTOUTPUTFILE.
064016     IF FLW-OUT-FILE-STATUS NOT = '00'
064017         CLOSE TESTTRANIN
064018         GO TO 3600-EXIT.
064019     MOVE 'N'                  TO FLW-RAW-EOF-SW.
064020     PERFORM 3610-CHECK-ACCRUAL-ROW
064021         THRU 3610-EXIT
064022         UNTIL FLW-EOF-RAW.
064023     CLOSE TESTOUTPUTFILE.
064024     CLOSE TESTTRANIN.
064025 3600-EXIT.
064026     EXIT.
064027*================================================================
064028* 3610-CHECK-ACCRUAL-ROW - LOOK ONE ACCRUAL ROW UP ON THE EXTRACT.
064029*                          FILETESTOUT NETS AN ACCRUAL AND THE
064030*                          DAY'S OWN MOVEMENT FOR A KEY INTO ONE
064031*                          DETAIL, MARKS IT NETTED AND REJECTS ANY
064032*                          LATER CHANGE FOR THE KEY, SO A NETTED
064033*                          DETAIL STILL HOLDS THE ACCRUAL. AN
064034*                          ACCRUAL ADDED ALONE AND LATER CHANGED
064035*                          IS REPLACED BY THE CHANGE - THE KEY
064036*                          STILL STANDS AND COUNTS HERE, AS THE
064037*                          CORRECTION OF THAT ACCRUAL.
064038*================================================================
064039 3610-CHECK-ACCRUAL-ROW.
064040     READ TESTTRANIN
064041         AT END
064042             MOVE 'Y' TO FLW-RAW-EOF-SW
064043             GO TO 3610-EXIT.
064044     IF RAW-SOURCE-ID NOT = 'ACCRUAL'
064045         GO TO 3610-EXIT.
064046     MOVE RAW-TRAN-DATA        TO FLW-ACR-ITEM.
064047     IF FLW-ACR-BRANCH = SPACES
064048         MOVE '000'            TO FLW-ACR-BRANCH.
064049     MOVE FLW-ACR-KEY          TO TEST-OUTPUT-KEY.
064050     READ TESTOUTPUTFILE
064051         INVALID KEY
064052             GO TO 3610-EXIT.
064053     IF NOT TEST-DETAIL-RECORD
064054         GO TO 3610-EXIT.
064055     IF TEST-DTL-BRANCH NOT = FLW-ACR-BRANCH
064056         GO TO 3610-EXIT.
064057     ADD 1 TO FLW-ACR-APPLIED.
064058 3610-EXIT.
064059     EXIT.
064100*================================================================
064200* 5000-PROVE-FLOW - PROVE EACH HAND-OFF IN CHAIN ORDER, RECORDS IN
064300*                   AGAINST RECORDS OUT:
064400*                   SOURCES COLLECTED - ROWS THE COLLECTOR LOGGED
064500*                     AS ACCEPTED AGAINST SOURCE ROWS ON THE FEED
064600*                   CORRECTIONS RECYCLED - ITEMS THE RECYCLE
064700*                     LOGGED CORRECTED AGAINST RECYCLE FEED ROWS
064800*                   FRONT-END EDIT - RAW FEED ROWS AGAINST CLEAN
064900*                     PLUS SUSPENDED
065000*                   REVIEW HOLD - CLEAN ITEMS AGAINST THOSE THE
065100*                     REVIEW PASSED PLUS THOSE IT TOOK OFF
065200*                   SUSPENSE FILE - EDIT SUSPENDED PLUS REVIEW
065300*                     DECLINED AGAINST THE SUSPENSE GENERATION
065400*                   PENDING RELEASE - PENDING ITEMS READ AGAINST
065500*                     RELEASED PLUS STILL PENDING
065600*                   EDITED FEED - REVIEW PASSED AND RELEASED PLUS
065700*                     PENDING RELEASED AGAINST THE FEED READ
065800*                   EXTRACT - FEED ROWS AGAINST APPLIED, REJECTED
065900*                     AND DIVERTED TO PENDING
065910*                   ACCRUAL TO EXTRACT - ACCRUAL ROWS COLLECTED
065920*                     AGAINST THOSE STANDING ON THE GENERATION
066000*                   POSTING - DETAILS ON THE GENERATION AGAINST
066100*                     POSTED PLUS REFUSED
066200*                   POSTING JOURNAL - DETAILS POSTED AGAINST
066300*                     JOURNAL ENTRIES FOR THE GENERATION
066400*                   REFUSALS FILED - DETAILS REFUSED AGAINST THE
066500*                     GENERATION'S POSTING-RUN ADJUSTMENTS
066600*                   AND LAST THE AMOUNT: THE GENERATION'S DETAIL
066700*                   TOTAL AGAINST THE AMOUNT JOURNALED PLUS THE
066800*                   AMOUNT REFUSED.
066900*================================================================
067000 5000-PROVE-FLOW.
067100     WRITE FLW-PRINT-LINE        FROM FLW-HDR-COLUMNS.
067200     MOVE 'SOURCES COLLECTED'    TO FLW-STEP-NAME.
067300     MOVE FLW-COL-FOUND-SW       TO FLW-STEP-RAN-SW.
067400     MOVE FLW-COL-ACCEPTED-ROWS  TO FLW-STEP-IN.
067500     MOVE FLW-RAW-SOURCE-ROWS    TO FLW-STEP-OUT.
067600     PERFORM 5100-PROVE-STEP
067700         THRU 5100-EXIT.
067800     MOVE 'CORRECTIONS RECYCLED' TO FLW-STEP-NAME.
067900     MOVE FLW-RCY-FOUND-SW       TO FLW-STEP-RAN-SW.
068000     MOVE FLW-RCY-CORRECTED      TO FLW-STEP-IN.
068100     MOVE FLW-RAW-RECYCLE-ROWS   TO FLW-STEP-OUT.
068200     PERFORM 5100-PROVE-STEP
068300         THRU 5100-EXIT.
068400     MOVE 'FRONT-END EDIT'       TO FLW-STEP-NAME.
068500     MOVE FLW-EDT-FOUND-SW       TO FLW-STEP-RAN-SW.
068600     MOVE FLW-RAW-TOTAL-ROWS     TO FLW-STEP-IN.
068700     ADD FLW-EDT-CLEAN FLW-EDT-SUSPENDED
068800         GIVING FLW-STEP-OUT.
068900     PERFORM 5100-PROVE-STEP
069000         THRU 5100-EXIT.
069010     MOVE 'REVIEW HOLD'          TO FLW-STEP-NAME.
069020     MOVE FLW-RVW-FOUND-SW       TO FLW-STEP-RAN-SW.
069030     MOVE FLW-EDT-CLEAN          TO FLW-STEP-IN.
069040     ADD FLW-RVW-PASSED FLW-RVW-TAKEN
069050         GIVING FLW-STEP-OUT.
069060     PERFORM 5100-PROVE-STEP
069070         THRU 5100-EXIT.
069100     MOVE 'SUSPENSE FILE'        TO FLW-STEP-NAME.
069200     MOVE FLW-EDT-FOUND-SW       TO FLW-STEP-RAN-SW.
069220     IF NOT FLW-RVW-FOUND
069240         MOVE 'N'                TO FLW-STEP-RAN-SW.
069260     ADD FLW-EDT-SUSPENDED FLW-RVW-DECLINED
069280         GIVING FLW-STEP-IN.
069400     MOVE FLW-SUSP-ROWS          TO FLW-STEP-OUT.
069500     PERFORM 5100-PROVE-STEP
069600         THRU 5100-EXIT.
069700     MOVE 'PENDING RELEASE'      TO FLW-STEP-NAME.
069800     MOVE FLW-REL-FOUND-SW       TO FLW-STEP-RAN-SW.
069900     MOVE FLW-REL-READ           TO FLW-STEP-IN.
070000     ADD FLW-REL-RELEASED FLW-REL-KEPT
070100         GIVING FLW-STEP-OUT.
070200     PERFORM 5100-PROVE-STEP
070300         THRU 5100-EXIT.
070400     MOVE 'EDITED FEED'          TO FLW-STEP-NAME.
070500     MOVE FLW-REL-FOUND-SW       TO FLW-STEP-RAN-SW.
070520     IF NOT FLW-RVW-FOUND
070540         MOVE 'N'                TO FLW-STEP-RAN-SW.
070560     ADD FLW-RVW-PASSED FLW-RVW-RELEASED FLW-REL-RELEASED
070580         GIVING FLW-STEP-IN.
070800     MOVE FLW-FEED-ROWS          TO FLW-STEP-OUT.
070900     PERFORM 5100-PROVE-STEP
071000         THRU 5100-EXIT.
071100     MOVE 'EXTRACT'              TO FLW-STEP-NAME.
071200     MOVE FLW-OUT-FOUND-SW       TO FLW-STEP-RAN-SW.
071300     MOVE FLW-FEED-ROWS          TO FLW-STEP-IN.
071400     ADD FLW-OUT-APPLIED FLW-OUT-REJECTED FLW-OUT-DIVERTED
071500         GIVING FLW-STEP-OUT.
071600     PERFORM 5100-PROVE-STEP
071700         THRU 5100-EXIT.
071710     MOVE 'ACCRUAL TO EXTRACT'   TO FLW-STEP-NAME.
071720     MOVE FLW-OUT-FOUND-SW       TO FLW-STEP-RAN-SW.
071730     MOVE FLW-ACR-SENT           TO FLW-STEP-IN.
071740     MOVE FLW-ACR-APPLIED        TO FLW-STEP-OUT.
071750     PERFORM 5100-PROVE-STEP
071760         THRU 5100-EXIT.
071800     MOVE 'POSTING'              TO FLW-STEP-NAME.
071900     MOVE FLW-PST-FOUND-SW       TO FLW-STEP-RAN-SW.
072000     MOVE FLW-GEN-DETAILS        TO FLW-STEP-IN.
072100     ADD FLW-PST-POSTED FLW-PST-REFUSED
072200         GIVING FLW-STEP-OUT.
072300     PERFORM 5100-PROVE-STEP
072400         THRU 5100-EXIT.
072500     MOVE 'POSTING JOURNAL'      TO FLW-STEP-NAME.
072600     MOVE FLW-PST-FOUND-SW       TO FLW-STEP-RAN-SW.
072700     MOVE FLW-PST-POSTED         TO FLW-STEP-IN.
072800     MOVE FLW-HST-ENTRIES        TO FLW-STEP-OUT.
072900     PERFORM 5100-PROVE-STEP
073000         THRU 5100-EXIT.
073100     MOVE 'REFUSALS FILED'       TO FLW-STEP-NAME.
073200     MOVE FLW-PST-FOUND-SW       TO FLW-STEP-RAN-SW.
073300     MOVE FLW-PST-REFUSED        TO FLW-STEP-IN.
073400     MOVE FLW-PPA-ENTRIES        TO FLW-STEP-OUT.
073500     PERFORM 5100-PROVE-STEP
073600         THRU 5100-EXIT.
073700     WRITE FLW-PRINT-LINE        FROM FLW-HDR-AMT-COLUMNS.
073800     PERFORM 5200-PROVE-AMOUNT
073900         THRU 5200-EXIT.
074000 5000-EXIT.
074100     EXIT.
074200*================================================================
074300* 5100-PROVE-STEP - PRINT ONE HAND-OFF. A STEP WITH NO RUN-LOG
074400*                   ENTRY FOR THE DATE, OR WHOSE COUNTS DO NOT
074500*                   MEET, BREAKS THE FLOW; THE FIRST BREAK IS THE
074600*                   ONE NAMED AT THE FOOT OF THE STATEMENT.
074700*================================================================
074800 5100-PROVE-STEP.
074900     ADD 1 TO FLW-STEP-COUNT.
075000     MOVE SPACES               TO FLW-STEP-LINE.
075100     MOVE FLW-STEP-NAME        TO FLW-LIN-NAME.
075200     IF NOT FLW-STEP-RAN
075300         MOVE 'STEP NOT RUN'   TO FLW-LIN-RESULT
075400         GO TO 5100-BREAK.
075500     MOVE FLW-STEP-IN          TO FLW-LIN-IN.
075600     MOVE FLW-STEP-OUT         TO FLW-LIN-OUT.
075700     IF FLW-STEP-IN = FLW-STEP-OUT
075800         MOVE 'BALANCED'       TO FLW-LIN-RESULT
075900         WRITE FLW-PRINT-LINE  FROM FLW-STEP-LINE
076000         ADD 1 TO FLW-BALANCED-COUNT
076100         GO TO 5100-EXIT.
076200     MOVE 'OUT OF BALANCE'     TO FLW-LIN-RESULT.
076300 5100-BREAK.
076400     WRITE FLW-PRINT-LINE      FROM FLW-STEP-LINE.
076500     ADD 1 TO FLW-BROKEN-COUNT.
076600     IF NOT FLW-FLOW-BROKEN
076700         MOVE 'Y'              TO FLW-BREAK-SW
076800         MOVE FLW-STEP-NAME    TO FLW-FIRST-BREAK
076900     END-IF.
077000 5100-EXIT.
077100     EXIT.
077200*================================================================
077300* 5200-PROVE-AMOUNT - THE GENERATION'S DETAIL TOTAL AGAINST THE
077400*                     AMOUNT JOURNALED ONTO THE MASTER PLUS THE
077500*                     AMOUNT REFUSED. NO GENERATION OR NO POSTING
077600*                     RUN BREAKS IT THE SAME AS A MISSING STEP.
077700*================================================================
077800 5200-PROVE-AMOUNT.
077900     ADD 1 TO FLW-STEP-COUNT.
078000     MOVE SPACES               TO FLW-AMT-LINE.
078100     MOVE 'AMOUNT TO MASTER'   TO FLW-AMT-NAME.
078200     MOVE FLW-AMT-NAME         TO FLW-STEP-NAME.
078300     IF FLW-GEN-MISSING
078400         MOVE 'NO GENERATION'  TO FLW-AMT-RESULT
078500         GO TO 5200-BREAK.
078600     IF NOT FLW-PST-FOUND
078700         MOVE 'STEP NOT RUN'   TO FLW-AMT-RESULT
078800         GO TO 5200-BREAK.
078900     MOVE FLW-GEN-AMOUNT       TO FLW-AMOUNT-IN.
079000     ADD FLW-HST-AMOUNT FLW-PPA-AMOUNT
079100         GIVING FLW-AMOUNT-OUT.
079200     MOVE FLW-AMOUNT-IN        TO FLW-AMT-IN.
079300     MOVE FLW-AMOUNT-OUT       TO FLW-AMT-OUT.
079400     IF FLW-AMOUNT-IN = FLW-AMOUNT-OUT
079500         MOVE 'BALANCED'       TO FLW-AMT-RESULT
079600         WRITE FLW-PRINT-LINE  FROM FLW-AMT-LINE
079700         ADD 1 TO FLW-BALANCED-COUNT
079800         GO TO 5200-EXIT.
079900     MOVE 'OUT OF BALANCE'     TO FLW-AMT-RESULT.
080000 5200-BREAK.
080100     WRITE FLW-PRINT-LINE      FROM FLW-AMT-LINE.
080200     ADD 1 TO FLW-BROKEN-COUNT.
080300     IF NOT FLW-FLOW-BROKEN
080400         MOVE 'Y'              TO FLW-BREAK-SW
080500         MOVE FLW-STEP-NAME    TO FLW-FIRST-BREAK
080600     END-IF.
080700 5200-EXIT.
080800     EXIT.
080900*================================================================
081000* 6000-PRINT-TOTALS - WHERE THE DAY'S RECORDS WENT, STEP BY STEP,
081100*                     THEN THE VERDICT
081200*================================================================
081300 6000-PRINT-TOTALS.
081400     WRITE FLW-PRINT-LINE       FROM FLW-HDR-RULE.
081500     MOVE 'SOURCES ACCEPTED'    TO FLW-TOT-NAME.
081600     MOVE FLW-COL-ACCEPTED-SRC  TO FLW-TOT-VALUE.
081700     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
081800     MOVE 'SOURCES REJECTED'    TO FLW-TOT-NAME.
081900     MOVE FLW-COL-REJECTED-SRC  TO FLW-TOT-VALUE.
082000     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
082100     MOVE 'ROWS REJECTED WHOLE' TO FLW-TOT-NAME.
082200     MOVE FLW-COL-REJECTED-ROWS TO FLW-TOT-VALUE.
082300     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
082400     MOVE 'CORRECTIONS RECYCLED' TO FLW-TOT-NAME.
082500     MOVE FLW-RCY-CORRECTED     TO FLW-TOT-VALUE.
082600     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
082700     MOVE 'SUSPENSE STILL HELD' TO FLW-TOT-NAME.
082800     MOVE FLW-RCY-HELD          TO FLW-TOT-VALUE.
082900     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
083000     MOVE 'EDIT CLEAN'          TO FLW-TOT-NAME.
083100     MOVE FLW-EDT-CLEAN         TO FLW-TOT-VALUE.
083200     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
083300     MOVE 'EDIT SUSPENDED'      TO FLW-TOT-NAME.
083400     MOVE FLW-EDT-SUSPENDED     TO FLW-TOT-VALUE.
083500     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
083510     MOVE 'REVIEW PASSED'       TO FLW-TOT-NAME.
083515     MOVE FLW-RVW-PASSED        TO FLW-TOT-VALUE.
083520     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
083525     MOVE 'REVIEW TAKEN OFF FEED' TO FLW-TOT-NAME.
083530     MOVE FLW-RVW-TAKEN         TO FLW-TOT-VALUE.
083535     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
083540     MOVE 'REVIEW RELEASED'     TO FLW-TOT-NAME.
083545     MOVE FLW-RVW-RELEASED      TO FLW-TOT-VALUE.
083550     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
083555     MOVE 'REVIEW DECLINED'     TO FLW-TOT-NAME.
083560     MOVE FLW-RVW-DECLINED      TO FLW-TOT-VALUE.
083565     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
083600     MOVE 'PENDING RELEASED'    TO FLW-TOT-NAME.
083700     MOVE FLW-REL-RELEASED      TO FLW-TOT-VALUE.
083800     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
083900     MOVE 'PENDING KEPT'        TO FLW-TOT-NAME.
084000     MOVE FLW-REL-KEPT          TO FLW-TOT-VALUE.
084100     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
084200     MOVE 'EXTRACT ADDS'        TO FLW-TOT-NAME.
084300     MOVE FLW-OUT-ADDS          TO FLW-TOT-VALUE.
084400     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
084500     MOVE 'EXTRACT CHANGES'     TO FLW-TOT-NAME.
084600     MOVE FLW-OUT-CHANGES       TO FLW-TOT-VALUE.
084700     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
084800     MOVE 'EXTRACT DELETES'     TO FLW-TOT-NAME.
084900     MOVE FLW-OUT-DELETES       TO FLW-TOT-VALUE.
085000     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
085100     MOVE 'EXTRACT REJECTED'    TO FLW-TOT-NAME.
085200     MOVE FLW-OUT-REJECTED      TO FLW-TOT-VALUE.
085300     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
085400     MOVE 'DIVERTED TO PENDING' TO FLW-TOT-NAME.
085500     MOVE FLW-OUT-DIVERTED      TO FLW-TOT-VALUE.
085600     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
085700     MOVE 'DETAILS POSTED'      TO FLW-TOT-NAME.
085800     MOVE FLW-PST-POSTED        TO FLW-TOT-VALUE.
085900     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
086000     MOVE 'POSTINGS REFUSED'    TO FLW-TOT-NAME.
086100     MOVE FLW-PST-REFUSED       TO FLW-TOT-VALUE.
086200     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-LINE.
086300     MOVE 'AMOUNT MOVED ON MASTER' TO FLW-TOT-AMT-NAME.
086400     MOVE FLW-HST-AMOUNT        TO FLW-TOT-AMOUNT.
086500     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-AMT-LINE.
086600     MOVE 'AMOUNT REFUSED'      TO FLW-TOT-AMT-NAME.
086700     MOVE FLW-PPA-AMOUNT        TO FLW-TOT-AMOUNT.
086800     WRITE FLW-PRINT-LINE       FROM FLW-TOTAL-AMT-LINE.
086900     WRITE FLW-PRINT-LINE       FROM FLW-HDR-RULE.
087000     MOVE SPACES                TO FLW-RESULT-LINE.
087100     IF FLW-FLOW-BROKEN
087200         MOVE 'FLOW BROKEN - FIRST AT'  TO FLW-RES-TEXT
087300         MOVE FLW-FIRST-BREAK   TO FLW-RES-STEP
087400     ELSE
087500         MOVE 'FLOW PROVED END TO END'  TO FLW-RES-TEXT
087600     END-IF.
087700     WRITE FLW-PRINT-LINE       FROM FLW-RESULT-LINE.
087800 6000-EXIT.
087900     EXIT.
088000*================================================================
088100* 8000-TERMINATE - CLOSE THE REPORT, WRITE THE RUN-LOG ENTRY AND
088200*                  SET THE GATE RETURN CODE - 8 WHEN ANY HAND-OFF
088300*                  FAILED TO BALANCE SO THE SCHEDULER SEES IT.
088400*================================================================
088500 8000-TERMINATE.
088600     CLOSE FLW-PRINT-FILE.
088700     IF FLW-FLOW-BROKEN
088800         DISPLAY 'FILETESTFLW: FLOW BROKEN AT ' FLW-FIRST-BREAK
088900         MOVE 'A' TO FLW-COMPLETION-SW
089000     END-IF.
089100     PERFORM 9000-WRITE-RUNLOG
089200         THRU 9000-EXIT.
089300     IF FLW-FLOW-BROKEN
089400         MOVE 8 TO RETURN-CODE
089500     END-IF.
089600 8000-EXIT.
089700     EXIT.
089800*================================================================
089900* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
090000*                     READ IS THE HAND-OFFS PROVED, APPLIED THOSE
090100*                     THAT BALANCED AND REJECTED THOSE THAT DID
090200*                     NOT, SO THE ENTRY BALANCES AS READ = APPLIED
090300*                     + REJECTED.
090400*================================================================
090500 9000-WRITE-RUNLOG.
090600     OPEN EXTEND TESTLOGFILE.
090700     IF FLW-LOG-FILE-STATUS NOT = '00'
090800         OPEN OUTPUT TESTLOGFILE.
090900     MOVE SPACES               TO TEST-LOG-REC.
091000     MOVE FLW-TODAY-DATE       TO LOG-RUN-DATE.
091100     MOVE FLW-TODAY-TIME       TO LOG-RUN-TIME.
091200     MOVE FLW-RUN-JOBID        TO LOG-JOB-ID.
091300     MOVE FLW-STEP-COUNT       TO LOG-TRAN-READ-COUNT.
091400     MOVE FLW-BALANCED-COUNT   TO LOG-REC-COUNT.
091500     MOVE FLW-BROKEN-COUNT     TO LOG-REJECT-COUNT.
091600     MOVE ZERO                 TO LOG-ADD-COUNT.
091700     MOVE ZERO                 TO LOG-CHG-COUNT.
091800     MOVE ZERO                 TO LOG-DEL-COUNT.
091900     MOVE FLW-GEN-DATE         TO LOG-GEN-DATE.
092000     MOVE 'FILETESTFLW'        TO LOG-PROGRAM.
092100     MOVE ZERO                 TO LOG-PEND-COUNT.
092200     MOVE ZERO                 TO LOG-REL-COUNT.
092300     MOVE FLW-COMPLETION-SW    TO LOG-COMPLETION-CODE.
092400     WRITE TEST-LOG-REC.
092500     CLOSE TESTLOGFILE.
092600 9000-EXIT.
092700     EXIT.
