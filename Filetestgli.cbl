000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTGLI.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - GENERAL LEDGER JOURNAL
001200*                  INTERFACE. FINANCE USED TO KEY EACH DAY'S
001300*                  MOVEMENT INTO THE LEDGER BY HAND OFF THE
001400*                  BRANCH SUBTOTAL ROWS OF THE POSTING CONTROL
001500*                  TOTALS. THIS RUN TAKES ONE GENERATION THAT
001600*                  STANDS POSTED ('C' ON TESTPCTFILE), NETS ITS
001700*                  DETAIL AMOUNTS BY BRANCH THE SAME WAY THE
001800*                  POSTING RUN SUBTOTALS THEM, MAPS EACH BRANCH
001900*                  TO ITS LEDGER ACCOUNTS THROUGH THE ACCOUNT-
002000*                  MAPPING TABLE (TESTGLMFILE) AND WRITES A DATED
002100*                  JOURNAL FILE - ONE BALANCED DEBIT/CREDIT PAIR
002200*                  PER BRANCH AND A BATCH CONTROL RECORD WITH THE
002300*                  ENTRY COUNT AND DEBIT AND CREDIT TOTALS. THE
002400*                  JOURNAL IS BUILT ON A WORK FILE AND ONLY
002500*                  SWAPPED INTO PLACE WHEN IT PROVES - DEBITS
002600*                  EQUAL CREDITS, EVERY BRANCH MAPPED, DETAILS
002700*                  READ EQUAL TO THE TRAILER COUNT. ANYTHING
002800*                  ELSE HOLDS THE WHOLE INTERFACE WITH RETURN
002900*                  CODE 8; THE LEDGER NEVER SEES A PARTIAL
003000*                  JOURNAL. EVERY ATTEMPT IS RECORDED ON THE GL
003100*                  INTERFACE CONTROL FILE (TESTGLCFILE) AND A
003200*                  GENERATION ALREADY SENT IS REFUSED, UNLESS
003300*                  THE OPERATOR PASSES 'REPOST' (PARM 3) AFTER A
003400*                  MASTER RESTORE AND REPOST - THEN THE JOURNAL
003500*                  ALREADY SENT IS REVERSED ENTRY FOR ENTRY AND
003600*                  THE GENERATION RESTATED IN THE SAME BATCH, SO
003700*                  THE LEDGER HOLDS IT ONCE, NEVER TWICE. PARM 1
003800*                  IS THE GENERATION DATE (DEFAULT TODAY), PARM 2
003900*                  THE JOB ID. RUNS AFTER FILETESTPST IN THE
004000*                  DAILY CHAIN.
004007* 2026-10-15  RK   A DETAIL THE POSTING RUN REFUSED FOR A CLOSED
004014*                  ACCOUNTING PERIOD NEVER MOVED A BALANCE, SO IT
004021*                  IS NO LONGER JOURNALED. THE KEYS FILETESTPST
004028*                  WROTE TO THE PRIOR-PERIOD ADJUSTMENTS FILE
004035*                  (TESTPPAFILE) FOR THE GENERATION ARE LOADED
004042*                  BEFORE THE SWEEP AND THOSE DETAILS ARE LEFT OUT
004049*                  OF THE BRANCH ROWS, SO THE JOURNAL AGREES WITH
004056*                  THE POSTING RUN'S BRANCH SUBTOTALS. THEY STILL
004063*                  COUNT AS DETAILS READ FOR THE TRAILER CHECK,
004070*                  ARE PRINTED AS DETAILS REFUSED AND RIDE AS
004077*                  REJECTS ON THE RUN-LOG. A REFUSED-KEY TABLE TOO
004084*                  SMALL FOR THE GENERATION HOLDS THE INTERFACE.
004085* 2026-10-15  RK   THE RUN'S SENT/HELD STANDING IS KEPT IN WORKING
004087*                  STORAGE UNTIL THE CONTROL FILE IS OPEN, NOT IN
004089*                  THE CLOSED FILE'S RECORD AREA.
004091* 2026-10-15  RK   A GENERATION EVER SENT STAYS SENT - A LATER
004093*                  HELD ENTRY NO LONGER HIDES THE JOURNAL ALREADY
004095*                  AT THE LEDGER, SO IT IS REFUSED OR REPOSTED
004097*                  WITH A REVERSAL, NEVER SENT AS A FRESH BATCH.
004100*================================================================
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT TESTOUTPUTFILE ASSIGN TO 'TESTOUT'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TEST-OUTPUT-KEY
005200         FILE STATUS IS GLI-OUT-FILE-STATUS.
005300
005400     SELECT TESTPCTFILE ASSIGN TO 'testpctfile.txt'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS GLI-PCT-FILE-STATUS.
005700
005800     SELECT TESTGLMFILE ASSIGN TO 'testglmap.txt'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS GLI-GLM-FILE-STATUS.
006100
006200     SELECT TESTGLCFILE ASSIGN TO 'testglcfile.txt'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS GLI-GLC-FILE-STATUS.
006500
006600     SELECT TESTGLJFILE ASSIGN TO 'TESTGLJ'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS GLI-GLJ-FILE-STATUS.
006900
007000     SELECT TESTGLJPRIOR ASSIGN TO 'TESTGLJP'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS GLI-PRV-FILE-STATUS.
007300
007400     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS GLI-LOG-FILE-STATUS.
007700
007710     SELECT TESTPPAFILE ASSIGN TO 'testppafile.txt'
007720         ORGANIZATION IS LINE SEQUENTIAL
007730         FILE STATUS IS GLI-PPA-FILE-STATUS.
007740
007800     SELECT GLI-PRINT-FILE ASSIGN TO 'filetestgli.txt'
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200*----------------------------------------------------------------
008300* POSTED EXTRACT GENERATION BEING INTERFACED
008400*----------------------------------------------------------------
008500 FD  TESTOUTPUTFILE.
008600     COPY TESTOUT.
008700*----------------------------------------------------------------
008800* POSTING CONTROL FILE - THE GENERATION MUST STAND POSTED
008900*----------------------------------------------------------------
009000 FD  TESTPCTFILE.
009100     COPY TESTPCT.
009200*----------------------------------------------------------------
009300* GL ACCOUNT MAPPING TABLE - ONE RECORD PER BRANCH
009400*----------------------------------------------------------------
009500 FD  TESTGLMFILE.
009600     COPY TESTGLM.
009700*----------------------------------------------------------------
009800* GL INTERFACE CONTROL FILE - LATEST ENTRY PER DATE WINS
009900*----------------------------------------------------------------
010000 FD  TESTGLCFILE.
010100     COPY TESTGLC.
010200*----------------------------------------------------------------
010300* JOURNAL WORK FILE - BUILT HERE, SWAPPED OVER THE DATED JOURNAL
010400* ONLY WHEN THE BATCH PROVES
010500*----------------------------------------------------------------
010600 FD  TESTGLJFILE.
010700     COPY TESTGLJ.
010800*----------------------------------------------------------------
010900* JOURNAL PREVIOUSLY SENT FOR THE GENERATION - READ ONLY ON A
011000* REPOST, TO BE REVERSED
011100*----------------------------------------------------------------
011200 FD  TESTGLJPRIOR.
011300 01  GLI-PRIOR-REC                 PIC X(71).
011400*----------------------------------------------------------------
011500* RUN-LOG / AUDIT TRAIL FILE
011600*----------------------------------------------------------------
011700 FD  TESTLOGFILE.
011800     COPY TESTLOG.
011816*----------------------------------------------------------------
011832* PRIOR-PERIOD ADJUSTMENTS FILE - DETAILS THE POSTING RUN REFUSED
011848*----------------------------------------------------------------
011864 FD  TESTPPAFILE.
011880     COPY TESTPPA.
011900*----------------------------------------------------------------
012000* PRINTED INTERFACE REPORT
012100*----------------------------------------------------------------
012200 FD  GLI-PRINT-FILE.
012300 01  GLI-PRINT-LINE                PIC X(80).
012400 WORKING-STORAGE SECTION.
012500*----------------------------------------------------------------
012600* SWITCHES AND FILE STATUS FIELDS
012700*----------------------------------------------------------------
012800 77  GLI-OUT-EOF-SW                PIC X(01)      VALUE 'N'.
012900     88  GLI-EOF-OUTPUT                             VALUE 'Y'.
013000 77  GLI-PCT-EOF-SW                PIC X(01)      VALUE 'N'.
013100     88  GLI-EOF-CONTROL                            VALUE 'Y'.
013200 77  GLI-GLM-EOF-SW                PIC X(01)      VALUE 'N'.
013300     88  GLI-EOF-MAPPING                            VALUE 'Y'.
013400 77  GLI-GLC-EOF-SW                PIC X(01)      VALUE 'N'.
013500     88  GLI-EOF-INTERFACE                          VALUE 'Y'.
013600 77  GLI-PRV-EOF-SW                PIC X(01)      VALUE 'N'.
013700     88  GLI-EOF-PRIOR                              VALUE 'Y'.
013800 77  GLI-TRL-FOUND-SW              PIC X(01)      VALUE 'N'.
013900     88  GLI-TRL-FOUND                              VALUE 'Y'.
014000 77  GLI-HOLD-SW                   PIC X(01)      VALUE 'N'.
014100     88  GLI-INTERFACE-HELD                         VALUE 'Y'.
014200 77  GLI-OUT-FILE-STATUS           PIC X(02)      VALUE SPACES.
014300 77  GLI-PCT-FILE-STATUS           PIC X(02)      VALUE SPACES.
014400 77  GLI-GLM-FILE-STATUS           PIC X(02)      VALUE SPACES.
014500 77  GLI-GLC-FILE-STATUS           PIC X(02)      VALUE SPACES.
014600 77  GLI-GLJ-FILE-STATUS           PIC X(02)      VALUE SPACES.
014700 77  GLI-PRV-FILE-STATUS           PIC X(02)      VALUE SPACES.
014800 77  GLI-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
014900*----------------------------------------------------------------
015000* STANDING OF THE GENERATION ON THE POSTING CONTROL FILE - SPACE
015100* MEANS NO ENTRY FOR THE DATE - AND WHETHER ANY INTERFACE CONTROL
015110* ENTRY FOR THE DATE RECORDS ITS JOURNAL SENT
015200*----------------------------------------------------------------
015300 77  GLI-PARM-OVERRIDE             PIC X(08)      VALUE SPACES.
015400     88  GLI-REPOST-FORCED                         VALUE 'REPOST'.
015500 77  GLI-PCT-STANDING              PIC X(01)      VALUE SPACES.
015600     88  GLI-GEN-POSTED                             VALUE 'C'.
015700 77  GLI-SENT-SW                   PIC X(01)      VALUE 'N'.
015800     88  GLI-ALREADY-SENT                           VALUE 'Y'.
015810* THIS RUN'S STANDING ('S' SENT, 'H' HELD) FOR ITS CONTROL ENTRY
015820 77  GLI-RUN-STANDING              PIC X(01)      VALUE SPACES.
015900 77  GLI-BATCH-KIND                PIC X(01)      VALUE 'O'.
016000     88  GLI-REPOST-BATCH                           VALUE 'R'.
016100 77  GLI-HOLD-REASON               PIC X(40)      VALUE SPACES.
016200*----------------------------------------------------------------
016300* BRANCH TABLE - NET DETAIL AMOUNT AND COUNT PER BRANCH 000-999
016400* AND THE BRANCH'S LEDGER ACCOUNTS FROM THE MAPPING TABLE.
016500* SUBSCRIPT IS THE BRANCH NUMBER PLUS ONE; A BLANK OR NON-
016600* NUMERIC BRANCH FALLS IN BRANCH 000, THE SAME BUCKET THE
016700* POSTING RUN SUBTOTALS IT UNDER.
016800*----------------------------------------------------------------
016900 01  GLI-BRANCH-TABLE.
017000     05  GLI-BRANCH-ROW OCCURS 1000 TIMES.
017100         10  GLI-BR-COUNT          PIC 9(09)  COMP VALUE ZERO.
017200         10  GLI-BR-AMOUNT     PIC S9(11)V99  COMP-3 VALUE ZERO.
017300         10  GLI-BR-MAPPED-SW      PIC X(01)      VALUE 'N'.
017400             88  GLI-BR-MAPPED                      VALUE 'Y'.
017500         10  GLI-BR-BAL-ACCOUNT    PIC X(10)      VALUE SPACES.
017600         10  GLI-BR-OFF-ACCOUNT    PIC X(10)      VALUE SPACES.
017700 77  GLI-BR-SUB                    PIC 9(04) COMP  VALUE ZERO.
017800 77  GLI-BR-NUM                    PIC 9(03)      VALUE ZERO.
017900 77  GLI-POST-BRANCH               PIC X(03)      VALUE SPACES.
018000*----------------------------------------------------------------
018100* COUNTERS AND BATCH TOTALS
018200*----------------------------------------------------------------
018300 77  GLI-DETAIL-COUNT              PIC 9(09) COMP  VALUE ZERO.
018400 77  GLI-TRL-REC-COUNT             PIC 9(09)      VALUE ZERO.
018500 77  GLI-MAP-COUNT                 PIC 9(09) COMP  VALUE ZERO.
018600 77  GLI-UNMAPPED-COUNT            PIC 9(09) COMP  VALUE ZERO.
018700 77  GLI-ENTRY-COUNT               PIC 9(09) COMP  VALUE ZERO.
018800 77  GLI-REVERSAL-COUNT            PIC 9(09) COMP  VALUE ZERO.
018900 77  GLI-DR-TOTAL              PIC 9(13)V99  COMP-3 VALUE ZERO.
019000 77  GLI-CR-TOTAL              PIC 9(13)V99  COMP-3 VALUE ZERO.
019100 77  GLI-ENTRY-AMOUNT          PIC 9(11)V99  COMP-3 VALUE ZERO.
019200 77  GLI-DR-ACCOUNT                PIC X(10)      VALUE SPACES.
019300 77  GLI-CR-ACCOUNT                PIC X(10)      VALUE SPACES.
019305*----------------------------------------------------------------
019310* KEYS OF THE GENERATION'S DETAILS THE POSTING RUN REFUSED FOR A
019315* CLOSED ACCOUNTING PERIOD - NOT JOURNALED. A KEY IS HELD ONCE
019320* HOWEVER MANY TIMES A REPOST REFUSED IT AGAIN.
019325*----------------------------------------------------------------
019330 01  GLI-REFUSED-TABLE.
019335     05  GLI-RFS-KEY               PIC X(04)
019340                                   OCCURS 5000 TIMES.
019345 77  GLI-RFS-MAX                   PIC 9(04) COMP  VALUE 5000.
019350 77  GLI-RFS-COUNT                 PIC 9(04) COMP  VALUE ZERO.
019355 77  GLI-RFS-SUB                   PIC 9(04) COMP  VALUE ZERO.
019360 77  GLI-RFS-FOUND-SUB             PIC 9(04) COMP  VALUE ZERO.
019365 77  GLI-RFS-SEARCH-KEY            PIC X(04)      VALUE SPACES.
019370 77  GLI-REFUSED-COUNT             PIC 9(09) COMP  VALUE ZERO.
019375 77  GLI-PPA-FILE-STATUS           PIC X(02)      VALUE SPACES.
019380 77  GLI-PPA-EOF-SW                PIC X(01)      VALUE 'N'.
019385     88  GLI-EOF-ADJUSTMENT                         VALUE 'Y'.
019400*----------------------------------------------------------------
019500* GENERATION, JOURNAL FILENAME AND RUN-LOG WORK AREAS
019600*----------------------------------------------------------------
019700 77  GLI-PARM-DATE                 PIC 9(08)      VALUE ZERO.
019800 77  GLI-TODAY-DATE                PIC 9(08)      VALUE ZERO.
019900 77  GLI-TODAY-TIME                PIC 9(08)      VALUE ZERO.
020000 77  GLI-RUN-JOBID                 PIC X(08)      VALUE SPACES.
020100 77  GLI-COMPLETION-SW             PIC X(01)      VALUE 'N'.
020200     88  GLI-NORMAL-COMPLETION                      VALUE 'N'.
020300     88  GLI-ABNORMAL-COMPLETION                     VALUE 'A'.
020400 77  GLI-OUTPUT-FILENAME           PIC X(40)      VALUE SPACES.
020500*----------------------------------------------------------------
020600* FILE MANAGEMENT CALL WORK AREAS - SAME HANDLING AS FILETESTREL
020700*----------------------------------------------------------------
020800 77  GLI-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
020900 77  GLI-OLD-NAME                  PIC X(40)      VALUE SPACES.
021000 77  GLI-NEW-NAME                  PIC X(40)      VALUE SPACES.
021100*----------------------------------------------------------------
021200* PAGE HEADING AND REPORT LINES
021300*----------------------------------------------------------------
021400 01  GLI-HDR-TITLE.
021500     05  FILLER                    PIC X(80)
021600         VALUE 'GENERAL LEDGER JOURNAL INTERFACE'.
021700 01  GLI-HDR-GEN-LINE.
021800     05  FILLER                    PIC X(12)
021900         VALUE 'GENERATION:'.
022000     05  GLI-HDR-GEN-DATE          PIC 9(08).
022100     05  FILLER                    PIC X(02)      VALUE SPACES.
022200     05  GLI-HDR-BATCH             PIC X(20).
022300 01  GLI-HDR-RULE.
022400     05  FILLER                    PIC X(64)      VALUE ALL '-'.
022500 01  GLI-ENTRY-LINE.
022600     05  FILLER                    PIC X(02)      VALUE SPACES.
022700     05  GLI-LIN-KIND              PIC X(08).
022800     05  FILLER                    PIC X(01)      VALUE SPACES.
022900     05  FILLER                    PIC X(03)
023000         VALUE 'BR:'.
023100     05  GLI-LIN-BRANCH            PIC X(03).
023200     05  FILLER                    PIC X(01)      VALUE SPACES.
023300     05  GLI-LIN-ACCOUNT           PIC X(10).
023400     05  FILLER                    PIC X(01)      VALUE SPACES.
023500     05  GLI-LIN-DR-CR             PIC X(02).
023600     05  FILLER                    PIC X(01)      VALUE SPACES.
023700     05  GLI-LIN-AMOUNT            PIC Z(10)9.99.
023800 01  GLI-UNMAPPED-LINE.
023900     05  FILLER                    PIC X(02)      VALUE SPACES.
024000     05  FILLER                    PIC X(08)
024100         VALUE 'UNMAPPED'.
024200     05  FILLER                    PIC X(01)      VALUE SPACES.
024300     05  FILLER                    PIC X(03)
024400         VALUE 'BR:'.
024500     05  GLI-UNM-BRANCH            PIC 9(03).
024600     05  FILLER                    PIC X(01)      VALUE SPACES.
024700     05  GLI-UNM-COUNT             PIC ZZZ,ZZZ,ZZ9.
024800     05  FILLER                    PIC X(01)      VALUE SPACES.
024900     05  GLI-UNM-AMOUNT            PIC -(11)9.99.
025000 01  GLI-TOTAL-LINE.
025100     05  FILLER                    PIC X(02)      VALUE SPACES.
025200     05  GLI-TOT-NAME              PIC X(22).
025300     05  FILLER                    PIC X(01)      VALUE SPACES.
025400     05  GLI-TOT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.
025500 01  GLI-AMOUNT-LINE.
025600     05  FILLER                    PIC X(02)      VALUE SPACES.
025700     05  GLI-AMT-NAME              PIC X(22).
025800     05  FILLER                    PIC X(01)      VALUE SPACES.
025900     05  GLI-AMT-VALUE             PIC Z(12)9.99.
026000 01  GLI-CHECK-LINE.
026100     05  FILLER                    PIC X(02)      VALUE SPACES.
026200     05  GLI-CHK-NAME              PIC X(22).
026300     05  FILLER                    PIC X(01)      VALUE SPACES.
026400     05  GLI-CHK-EXPECTED          PIC Z(12)9.99.
026500     05  FILLER                    PIC X(01)      VALUE SPACES.
026600     05  GLI-CHK-ACTUAL            PIC Z(12)9.99.
026700     05  FILLER                    PIC X(02)      VALUE SPACES.
026800     05  GLI-CHK-RESULT            PIC X(04).
026900 01  GLI-SUMMARY-LINE.
027000     05  FILLER                    PIC X(17)
027100         VALUE 'GL INTERFACE:   '.
027200     05  GLI-SUMMARY-RESULT        PIC X(06).
027300     05  FILLER                    PIC X(01)      VALUE SPACES.
027400     05  GLI-SUMMARY-REASON        PIC X(40).
027500 PROCEDURE DIVISION.
027600*================================================================
027700* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE INTERFACE RUN
027800*================================================================
027900 0000-MAINLINE.
028000     PERFORM 1050-SET-FILENAMES
028100         THRU 1050-EXIT.
028200     PERFORM 1000-INITIALIZE
028300         THRU 1000-EXIT.
028400     PERFORM 1100-CHECK-POSTED
028500         THRU 1100-EXIT.
028600     PERFORM 1200-CHECK-INTERFACE
028700         THRU 1200-EXIT.
028800     PERFORM 1300-LOAD-MAPPING
028900         THRU 1300-EXIT.
028933     PERFORM 1400-LOAD-REFUSED
028966         THRU 1400-EXIT.
029000     PERFORM 2000-SAVE-TRAILER
029100         THRU 2000-EXIT.
029200     PERFORM 3100-START-DETAIL-SWEEP
029300         THRU 3100-EXIT.
029400     PERFORM 3000-TALLY-DETAIL
029500         THRU 3000-EXIT
029600         UNTIL GLI-EOF-OUTPUT.
029700     PERFORM 4000-BUILD-JOURNAL
029800         THRU 4000-EXIT.
029900     PERFORM 5000-PROVE-BATCH
030000         THRU 5000-EXIT.
030100     PERFORM 7000-RELEASE-OR-HOLD
030200         THRU 7000-EXIT.
030300     PERFORM 6000-PRINT-TOTALS
030400         THRU 6000-EXIT.
030500     PERFORM 8000-TERMINATE
030600         THRU 8000-EXIT.
030700     STOP RUN.
030800*================================================================
030900* 1000-INITIALIZE - OPEN THE GENERATION AND THE REPORT. A
031000*                   GENERATION THAT WILL NOT OPEN ABENDS - THERE
031100*                   IS NOTHING TO JOURNAL FROM.
031200*================================================================
031300 1000-INITIALIZE.
031400     ACCEPT GLI-TODAY-DATE     FROM DATE YYYYMMDD.
031500     ACCEPT GLI-TODAY-TIME     FROM TIME.
031600     DISPLAY 2 UPON ARGUMENT-NUMBER.
031700     ACCEPT GLI-RUN-JOBID      FROM ARGUMENT-VALUE
031800         ON EXCEPTION MOVE 'FILETSTGL' TO GLI-RUN-JOBID.
031900     OPEN OUTPUT GLI-PRINT-FILE.
032000     WRITE GLI-PRINT-LINE        FROM GLI-HDR-TITLE.
032100     MOVE GLI-PARM-DATE          TO GLI-HDR-GEN-DATE.
032200     IF GLI-REPOST-FORCED
032300         MOVE 'REPOST REQUESTED'  TO GLI-HDR-BATCH
032400     END-IF.
032500     WRITE GLI-PRINT-LINE        FROM GLI-HDR-GEN-LINE.
032600     WRITE GLI-PRINT-LINE        FROM GLI-HDR-RULE.
032700     OPEN INPUT TESTOUTPUTFILE.
032800     IF GLI-OUT-FILE-STATUS NOT = '00'
032900         MOVE 'A' TO GLI-COMPLETION-SW
033000         MOVE 'GENERATION NOT FOUND' TO GLI-PRINT-LINE
033100         WRITE GLI-PRINT-LINE
033200         CLOSE GLI-PRINT-FILE
033300         PERFORM 9000-WRITE-RUNLOG
033400             THRU 9000-EXIT
033500         MOVE 16 TO RETURN-CODE
033600         STOP RUN.
033700 1000-EXIT.
033800     EXIT.
033900*================================================================
034000* 1050-SET-FILENAMES - GENERATION DATE (PARM 1, DEFAULT TODAY)
034100*                      AND THE REPOST OVERRIDE (PARM 3), THE SAME
034200*                      PARMS THE POSTING RUN TAKES. POINTS THE
034300*                      TESTOUT DDNAME AT THE GENERATION, THE
034400*                      TESTGLJ DDNAME AT THE JOURNAL WORK FILE
034500*                      AND THE TESTGLJP DDNAME AT THE DATED
034600*                      JOURNAL ITSELF (READ ONLY ON A REPOST).
034700*================================================================
034800 1050-SET-FILENAMES.
034900     DISPLAY 1 UPON ARGUMENT-NUMBER.
035000     ACCEPT GLI-PARM-DATE      FROM ARGUMENT-VALUE
035100         ON EXCEPTION ACCEPT GLI-PARM-DATE FROM DATE YYYYMMDD.
035200     DISPLAY 3 UPON ARGUMENT-NUMBER.
035300     ACCEPT GLI-PARM-OVERRIDE  FROM ARGUMENT-VALUE
035400         ON EXCEPTION MOVE SPACES TO GLI-PARM-OVERRIDE.
035500     STRING 'testoutputfile.' DELIMITED BY SIZE
035600            GLI-PARM-DATE      DELIMITED BY SIZE
035700            '.txt'             DELIMITED BY SIZE
035800            INTO GLI-OUTPUT-FILENAME.
035900     DISPLAY 'TESTOUT' UPON ENVIRONMENT-NAME.
036000     DISPLAY GLI-OUTPUT-FILENAME UPON ENVIRONMENT-VALUE.
036100     STRING 'testgljfile.'    DELIMITED BY SIZE
036200            GLI-PARM-DATE      DELIMITED BY SIZE
036300            '.new'             DELIMITED BY SIZE
036400            INTO GLI-NEW-NAME.
036500     STRING 'testgljfile.'    DELIMITED BY SIZE
036600            GLI-PARM-DATE      DELIMITED BY SIZE
036700            '.txt'             DELIMITED BY SIZE
036800            INTO GLI-OLD-NAME.
036900     DISPLAY 'TESTGLJ' UPON ENVIRONMENT-NAME.
037000     DISPLAY GLI-NEW-NAME UPON ENVIRONMENT-VALUE.
037100     DISPLAY 'TESTGLJP' UPON ENVIRONMENT-NAME.
037200     DISPLAY GLI-OLD-NAME UPON ENVIRONMENT-VALUE.
037300 1050-EXIT.
037400     EXIT.
037500*================================================================
037600* 1100-CHECK-POSTED - THE GENERATION'S LATEST POSTING CONTROL
037700*                     ENTRY MUST BE 'C'. A GENERATION NEVER
037800*                     POSTED, OR ONE WHOSE POSTING ABENDED MID-
037900*                     SWEEP, HAS NOT MOVED THE MASTER BY ITS FULL
038000*                     AMOUNT AND IS NOT JOURNALED - THE
038100*                     INTERFACE IS HELD.
038200*================================================================
038300 1100-CHECK-POSTED.
038400     MOVE SPACES               TO GLI-PCT-STANDING.
038500     OPEN INPUT TESTPCTFILE.
038600     IF GLI-PCT-FILE-STATUS = '00'
038700         PERFORM 1110-SCAN-POSTING-ENTRY
038800             THRU 1110-EXIT
038900             UNTIL GLI-EOF-CONTROL
039000         CLOSE TESTPCTFILE
039100     END-IF.
039200     IF NOT GLI-GEN-POSTED
039300         MOVE 'GENERATION NOT STANDING POSTED'
039400             TO GLI-HOLD-REASON
039500         PERFORM 7500-HOLD-EARLY
039600             THRU 7500-EXIT.
039700 1100-EXIT.
039800     EXIT.
039900*================================================================
040000* 1110-SCAN-POSTING-ENTRY - KEEP THE STATUS OF EVERY POSTING
040100*                           CONTROL ENTRY FOR THE DATE; THE LAST
040200*                           ONE READ STANDS
040300*================================================================
040400 1110-SCAN-POSTING-ENTRY.
040500     READ TESTPCTFILE
040600         AT END
040700             MOVE 'Y' TO GLI-PCT-EOF-SW
040800             GO TO 1110-EXIT.
040900     IF PCT-GEN-DATE IS NUMERIC
041000         IF PCT-GEN-DATE = GLI-PARM-DATE
041100             MOVE PCT-STATUS TO GLI-PCT-STANDING
041200         END-IF
041300     END-IF.
041400 1110-EXIT.
041500     EXIT.
041600*================================================================
041700* 1200-CHECK-INTERFACE - ESTABLISH WHETHER A JOURNAL HAS ALREADY
041800*                        GONE TO THE LEDGER FOR THE GENERATION. A
041900*                        GENERATION WITH ANY SENT ENTRY IS
042000*                        REFUSED - A SECOND COPY WOULD DOUBLE THE
042100*                        LEDGER - UNLESS THE REPOST OVERRIDE WAS
042200*                        PASSED, WHEN THIS BATCH BECOMES A REPOST
042300*                        BATCH THAT REVERSES THE SENT JOURNAL
042400*                        FIRST. A LATER HELD ENTRY DOES NOT UNDO A
042500*                        SEND. A GENERATION ONLY EVER HELD HAS
042510*                        SENT NOTHING AND IS SIMPLY RETRIED.
042600*================================================================
042700 1200-CHECK-INTERFACE.
042800     MOVE 'N'                  TO GLI-SENT-SW.
042900     OPEN INPUT TESTGLCFILE.
043000     IF GLI-GLC-FILE-STATUS = '00'
043100         PERFORM 1210-SCAN-INTERFACE-ENTRY
043200             THRU 1210-EXIT
043300             UNTIL GLI-EOF-INTERFACE
043400         CLOSE TESTGLCFILE
043500     END-IF.
043600     IF GLI-ALREADY-SENT AND GLI-REPOST-FORCED
043700         MOVE 'R' TO GLI-BATCH-KIND
043800         MOVE 'REPOST - SENT JOURNAL WILL BE REVERSED'
043900             TO GLI-PRINT-LINE
044000         WRITE GLI-PRINT-LINE
044100         GO TO 1200-EXIT.
044200     IF GLI-ALREADY-SENT
044300         MOVE 'JOURNAL ALREADY SENT - RUN REFUSED'
044400             TO GLI-PRINT-LINE
044500         WRITE GLI-PRINT-LINE
044600         CLOSE TESTOUTPUTFILE
044700         CLOSE GLI-PRINT-FILE
044800         MOVE 'A' TO GLI-COMPLETION-SW
044900         PERFORM 9000-WRITE-RUNLOG
045000             THRU 9000-EXIT
045100         MOVE 8 TO RETURN-CODE
045200         STOP RUN.
045300 1200-EXIT.
045400     EXIT.
045500*================================================================
045600* 1210-SCAN-INTERFACE-ENTRY - NOTE WHETHER ANY INTERFACE CONTROL
045700*                             ENTRY FOR THE DATE RECORDS THE
045800*                             JOURNAL SENT
045900*================================================================
046000 1210-SCAN-INTERFACE-ENTRY.
046100     READ TESTGLCFILE
046200         AT END
046300             MOVE 'Y' TO GLI-GLC-EOF-SW
046400             GO TO 1210-EXIT.
046500     IF GLC-GEN-DATE IS NUMERIC
046600         IF GLC-GEN-DATE = GLI-PARM-DATE
046700             IF GLC-SENT
046710                 MOVE 'Y' TO GLI-SENT-SW
046720             END-IF
046800         END-IF
046900     END-IF.
047000 1210-EXIT.
047100     EXIT.
047200*================================================================
047300* 1300-LOAD-MAPPING - LOAD THE ACCOUNT-MAPPING TABLE INTO THE
047400*                     BRANCH TABLE. NO MAPPING FILE LEAVES EVERY
047500*                     BRANCH UNMAPPED, AND THE FIRST BRANCH WITH
047600*                     POSTINGS WILL HOLD THE INTERFACE. A
047700*                     MAPPING ROW WHOSE BRANCH IS NOT NUMERIC IS
047800*                     IGNORED - NO POSTING CAN REACH IT.
047900*================================================================
048000 1300-LOAD-MAPPING.
048100     OPEN INPUT TESTGLMFILE.
048200     IF GLI-GLM-FILE-STATUS NOT = '00'
048300         MOVE 'ACCOUNT MAPPING TABLE NOT FOUND' TO GLI-PRINT-LINE
048400         WRITE GLI-PRINT-LINE
048500         GO TO 1300-EXIT.
048600     PERFORM 1310-LOAD-MAPPING-ROW
048700         THRU 1310-EXIT
048800         UNTIL GLI-EOF-MAPPING.
048900     CLOSE TESTGLMFILE.
049000 1300-EXIT.
049100     EXIT.
049200*================================================================
049300* 1310-LOAD-MAPPING-ROW - PLACE ONE MAPPING ROW AGAINST ITS
049400*                         BRANCH. A LATER ROW FOR THE SAME BRANCH
049500*                         REPLACES AN EARLIER ONE.
049600*================================================================
049700 1310-LOAD-MAPPING-ROW.
049800     READ TESTGLMFILE
049900         AT END
050000             MOVE 'Y' TO GLI-GLM-EOF-SW
050100             GO TO 1310-EXIT.
050200     IF GLM-BRANCH IS NOT NUMERIC
050300         GO TO 1310-EXIT.
050400     MOVE GLM-BRANCH           TO GLI-BR-NUM.
050500     ADD GLI-BR-NUM 1 GIVING GLI-BR-SUB.
050600     MOVE 'Y'                  TO GLI-BR-MAPPED-SW (GLI-BR-SUB).
050700     MOVE GLM-BAL-ACCOUNT      TO GLI-BR-BAL-ACCOUNT (GLI-BR-SUB).
050800     MOVE GLM-OFFSET-ACCOUNT   TO GLI-BR-OFF-ACCOUNT (GLI-BR-SUB).
050900     ADD 1 TO GLI-MAP-COUNT.
051000 1310-EXIT.
051100     EXIT.
051101*================================================================
051102* 1400-LOAD-REFUSED - LOAD THE KEYS THE POSTING RUN WROTE TO THE
051103*                     PRIOR-PERIOD ADJUSTMENTS FILE FOR THIS
051104*                     GENERATION. NO FILE MEANS NOTHING WAS EVER
051105*                     REFUSED. MORE KEYS THAN THE TABLE HOLDS
051106*                     HOLDS THE INTERFACE RATHER THAN JOURNAL A
051107*                     DETAIL THAT NEVER POSTED.
051108*================================================================
051109 1400-LOAD-REFUSED.
051110     OPEN INPUT TESTPPAFILE.
051111     IF GLI-PPA-FILE-STATUS NOT = '00'
051112         GO TO 1400-EXIT.
051113     PERFORM 1410-LOAD-REFUSED-ROW
051114         THRU 1410-EXIT
051115         UNTIL GLI-EOF-ADJUSTMENT.
051116     CLOSE TESTPPAFILE.
051117 1400-EXIT.
051118     EXIT.
051119*================================================================
051120* 1410-LOAD-REFUSED-ROW - KEEP ONE ADJUSTMENTS ENTRY THE POSTING
051121*                         RUN WROTE FOR THIS GENERATION. ENTRIES
051122*                         FROM THE EXTRACT RUN NEVER REACHED THE
051123*                         GENERATION AND ARE PASSED OVER.
051124*================================================================
051125 1410-LOAD-REFUSED-ROW.
051126     READ TESTPPAFILE
051127         AT END
051128             MOVE 'Y' TO GLI-PPA-EOF-SW
051129             GO TO 1410-EXIT.
051130     IF PPA-PROGRAM NOT = 'FILETESTPST'
051131         GO TO 1410-EXIT.
051132     IF PPA-GEN-DATE NOT = GLI-PARM-DATE
051133         GO TO 1410-EXIT.
051134     MOVE PPA-KEY              TO GLI-RFS-SEARCH-KEY.
051135     PERFORM 1420-FIND-REFUSED
051136         THRU 1420-EXIT.
051137     IF GLI-RFS-FOUND-SUB > ZERO
051138         GO TO 1410-EXIT.
051139     IF GLI-RFS-COUNT NOT < GLI-RFS-MAX
051140         CLOSE TESTPPAFILE
051141         MOVE 'REFUSED DETAIL TABLE FULL' TO GLI-HOLD-REASON
051142         PERFORM 7500-HOLD-EARLY
051143             THRU 7500-EXIT.
051144     ADD 1 TO GLI-RFS-COUNT.
051145     MOVE PPA-KEY              TO GLI-RFS-KEY (GLI-RFS-COUNT).
051146 1410-EXIT.
051147     EXIT.
051148*================================================================
051149* 1420-FIND-REFUSED - LOOK UP GLI-RFS-SEARCH-KEY AMONG THE REFUSED
051150*                     KEYS. NOT FOUND LEAVES THE FOUND SUBSCRIPT
051151*                     ZERO.
051152*================================================================
051153 1420-FIND-REFUSED.
051154     MOVE ZERO                 TO GLI-RFS-FOUND-SUB.
051155     MOVE 1                    TO GLI-RFS-SUB.
051156     PERFORM 1425-TEST-REFUSED
051157         THRU 1425-EXIT
051158         UNTIL GLI-RFS-SUB > GLI-RFS-COUNT
051159            OR GLI-RFS-FOUND-SUB > ZERO.
051160 1420-EXIT.
051161     EXIT.
051162*================================================================
051163* 1425-TEST-REFUSED - TEST ONE ROW OF THE REFUSED-KEY TABLE
051164*================================================================
051165 1425-TEST-REFUSED.
051166     IF GLI-RFS-KEY (GLI-RFS-SUB) = GLI-RFS-SEARCH-KEY
051167         MOVE GLI-RFS-SUB      TO GLI-RFS-FOUND-SUB.
051168     ADD 1 TO GLI-RFS-SUB.
051169 1425-EXIT.
051170     EXIT.
051200*================================================================
051300* 2000-SAVE-TRAILER - FETCH THE RESERVED-KEY TRAILER BY DIRECT
051400*                     READ AND SAVE ITS DETAIL COUNT BEFORE THE
051500*                     SWEEP REUSES THE RECORD AREA
051600*================================================================
051700 2000-SAVE-TRAILER.
051800     MOVE 'TRL1'                TO TEST-OUTPUT-KEY.
051900     READ TESTOUTPUTFILE
052000         INVALID KEY
052100             CONTINUE.
052200     IF GLI-OUT-FILE-STATUS = '00'
052300         MOVE 'Y'               TO GLI-TRL-FOUND-SW
052400         MOVE TEST-TRL-REC-COUNT TO GLI-TRL-REC-COUNT
052500     END-IF.
052600 2000-EXIT.
052700     EXIT.
052800*================================================================
052900* 3000-TALLY-DETAIL - NET ONE DETAIL'S AMOUNT INTO ITS BRANCH
053000*                     ROW - THE SAME BRANCH RULE THE POSTING RUN
053100*                     APPLIES, SO THE JOURNAL AGREES WITH ITS
053200*                     BRANCH SUBTOTALS LINE FOR LINE
053225*                     A DETAIL THE POSTING RUN REFUSED FOR A
053250*                     CLOSED PERIOD IS COUNTED READ BUT NOT
053275*                     JOURNALED.
053300*================================================================
053400 3000-TALLY-DETAIL.
053500     IF NOT TEST-DETAIL-RECORD
053600         GO TO 3000-NEXT.
053612     MOVE TEST-OUTPUT-KEY       TO GLI-RFS-SEARCH-KEY.
053624     PERFORM 1420-FIND-REFUSED
053636         THRU 1420-EXIT.
053648     IF GLI-RFS-FOUND-SUB > ZERO
053660         ADD 1 TO GLI-REFUSED-COUNT
053672         ADD 1 TO GLI-DETAIL-COUNT
053684         GO TO 3000-NEXT.
053700     IF TEST-DTL-BRANCH = SPACES
053800         MOVE '000'             TO GLI-POST-BRANCH
053900     ELSE
054000         MOVE TEST-DTL-BRANCH   TO GLI-POST-BRANCH
054100     END-IF.
054200     IF GLI-POST-BRANCH IS NUMERIC
054300         MOVE GLI-POST-BRANCH  TO GLI-BR-NUM
054400     ELSE
054500         MOVE ZERO             TO GLI-BR-NUM
054600     END-IF.
054700     ADD GLI-BR-NUM 1 GIVING GLI-BR-SUB.
054800     ADD 1 TO GLI-BR-COUNT (GLI-BR-SUB).
054900     ADD TEST-DTL-AMOUNT TO GLI-BR-AMOUNT (GLI-BR-SUB).
055000     ADD 1 TO GLI-DETAIL-COUNT.
055100 3000-NEXT.
055200     PERFORM 3200-READ-NEXT-OUTPUT
055300         THRU 3200-EXIT.
055400 3000-EXIT.
055500     EXIT.
055600*================================================================
055700* 3100-START-DETAIL-SWEEP - REPOSITION TO THE LOWEST KEY ON THE
055800*                           FILE AND PRIME THE SEQUENTIAL READ.
055900*                           AN EMPTY FILE IS TOLERATED AS EOF.
056000*================================================================
056100 3100-START-DETAIL-SWEEP.
056200     MOVE LOW-VALUES            TO TEST-OUTPUT-KEY.
056300     START TESTOUTPUTFILE KEY IS NOT LESS THAN TEST-OUTPUT-KEY
056400         INVALID KEY
056500             MOVE 'Y' TO GLI-OUT-EOF-SW.
056600     IF NOT GLI-EOF-OUTPUT
056700         PERFORM 3200-READ-NEXT-OUTPUT
056800             THRU 3200-EXIT
056900     END-IF.
057000 3100-EXIT.
057100     EXIT.
057200*================================================================
057300* 3200-READ-NEXT-OUTPUT - READ THE NEXT RECORD IN KEY ORDER,
057400*                         SET EOF AT END
057500*================================================================
057600 3200-READ-NEXT-OUTPUT.
057700     READ TESTOUTPUTFILE NEXT RECORD
057800         AT END
057900             MOVE 'Y' TO GLI-OUT-EOF-SW.
058000 3200-EXIT.
058100     EXIT.
058200*================================================================
058300* 4000-BUILD-JOURNAL - WRITE THE BATCH ON THE WORK FILE: A REPOST
058400*                      BATCH FIRST REVERSES THE JOURNAL ALREADY
058500*                      SENT, THEN EVERY BATCH STATES THE
058600*                      GENERATION'S MOVEMENT BRANCH BY BRANCH,
058700*                      AND THE CONTROL RECORD CLOSES IT. AN
058800*                      UNMAPPED BRANCH IS REPORTED AND HOLDS THE
058900*                      BATCH, BUT THE SWEEP CARRIES ON SO ONE
059000*                      RUN LISTS EVERY MAPPING FINANCE HAS TO ADD.
059100*================================================================
059200 4000-BUILD-JOURNAL.
059300     OPEN OUTPUT TESTGLJFILE.
059400     IF GLI-GLJ-FILE-STATUS NOT = '00'
059500         MOVE 'A' TO GLI-COMPLETION-SW
059600         MOVE 'JOURNAL WORK FILE OPEN FAILED' TO GLI-PRINT-LINE
059700         WRITE GLI-PRINT-LINE
059800         CLOSE TESTOUTPUTFILE
059900         CLOSE GLI-PRINT-FILE
060000         PERFORM 9000-WRITE-RUNLOG
060100             THRU 9000-EXIT
060200         MOVE 16 TO RETURN-CODE
060300         STOP RUN.
060400     IF GLI-REPOST-BATCH
060500         PERFORM 4100-REVERSE-PRIOR
060600             THRU 4100-EXIT
060700     END-IF.
060800     MOVE 1 TO GLI-BR-SUB.
060900     PERFORM 4200-JOURNAL-BRANCH
061000         THRU 4200-EXIT
061100         UNTIL GLI-BR-SUB > 1000.
061200     PERFORM 4400-WRITE-CONTROL-REC
061300         THRU 4400-EXIT.
061400     CLOSE TESTGLJFILE.
061500 4000-EXIT.
061600     EXIT.
061700*================================================================
061800* 4100-REVERSE-PRIOR - READ BACK THE JOURNAL ALREADY SENT FOR THE
061900*                      GENERATION AND REVERSE EACH OF ITS
062000*                      ORIGINAL ENTRIES. ITS OWN REVERSAL ENTRIES
062100*                      (FROM AN EARLIER REPOST) CANCELLED A BATCH
062200*                      THE LEDGER NO LONGER HOLDS AND ARE NOT
062300*                      REVERSED AGAIN. A SENT JOURNAL THAT CANNOT
062400*                      BE FOUND CANNOT BE REVERSED, AND THE BATCH
062500*                      IS HELD.
062600*================================================================
062700 4100-REVERSE-PRIOR.
062800     OPEN INPUT TESTGLJPRIOR.
062900     IF GLI-PRV-FILE-STATUS NOT = '00'
063000         MOVE 'Y' TO GLI-HOLD-SW
063100         MOVE 'SENT JOURNAL NOT FOUND - CANNOT REVERSE'
063200             TO GLI-HOLD-REASON
063300         GO TO 4100-EXIT.
063400     PERFORM 4110-REVERSE-ONE-ENTRY
063500         THRU 4110-EXIT
063600         UNTIL GLI-EOF-PRIOR.
063700     CLOSE TESTGLJPRIOR.
063800 4100-EXIT.
063900     EXIT.
064000*================================================================
064100* 4110-REVERSE-ONE-ENTRY - WRITE ONE SENT ENTRY BACK WITH ITS
064200*                          DEBIT AND CREDIT SIDES SWAPPED. THE
064300*                          SENT RECORD IS READ INTO THE WORK
064400*                          FILE'S OWN RECORD AREA, WHICH CARRIES
064500*                          THE LAYOUT.
064600*================================================================
064700 4110-REVERSE-ONE-ENTRY.
064800     READ TESTGLJPRIOR INTO TEST-GLJ-REC
064900         AT END
065000             MOVE 'Y' TO GLI-PRV-EOF-SW
065100             GO TO 4110-EXIT.
065200     IF NOT GLJ-ENTRY-REC
065300         GO TO 4110-EXIT.
065400     IF NOT GLJ-ORIGINAL-ENTRY
065500         GO TO 4110-EXIT.
065600     IF GLJ-DEBIT
065700         MOVE 'C'              TO GLJ-DR-CR
065800     ELSE
065900         MOVE 'D'              TO GLJ-DR-CR
066000     END-IF.
066100     MOVE 'R'                  TO GLJ-ENTRY-KIND.
066200     PERFORM 4300-WRITE-ENTRY
066300         THRU 4300-EXIT.
066400     ADD 1 TO GLI-REVERSAL-COUNT.
066500 4110-EXIT.
066600     EXIT.
066700*================================================================
066800* 4200-JOURNAL-BRANCH - ONE BALANCED PAIR FOR A BRANCH WITH A
066900*                       NON-ZERO NET MOVEMENT. A NET INCREASE
067000*                       DEBITS THE BALANCE ACCOUNT AND CREDITS
067100*                       THE OFFSET; A NET DECREASE THE OPPOSITE.
067200*                       A BRANCH WITH DETAILS BUT NO MAPPING IS
067300*                       LISTED AND HOLDS THE BATCH EVEN IF ITS
067400*                       NET IS ZERO - THE MAPPING IS STILL
067500*                       MISSING FOR TOMORROW.
067600*================================================================
067700 4200-JOURNAL-BRANCH.
067800     IF GLI-BR-COUNT (GLI-BR-SUB) = ZERO
067900         GO TO 4200-NEXT.
068000     SUBTRACT 1 FROM GLI-BR-SUB GIVING GLI-BR-NUM.
068100     IF NOT GLI-BR-MAPPED (GLI-BR-SUB)
068200         MOVE GLI-BR-NUM        TO GLI-UNM-BRANCH
068300         MOVE GLI-BR-COUNT (GLI-BR-SUB)  TO GLI-UNM-COUNT
068400         MOVE GLI-BR-AMOUNT (GLI-BR-SUB) TO GLI-UNM-AMOUNT
068500         WRITE GLI-PRINT-LINE   FROM GLI-UNMAPPED-LINE
068600         ADD 1 TO GLI-UNMAPPED-COUNT
068700         MOVE 'Y' TO GLI-HOLD-SW
068800         MOVE 'BRANCH WITH NO ACCOUNT MAPPING'
068900             TO GLI-HOLD-REASON
069000         GO TO 4200-NEXT.
069100     IF GLI-BR-AMOUNT (GLI-BR-SUB) = ZERO
069200         GO TO 4200-NEXT.
069300     IF GLI-BR-AMOUNT (GLI-BR-SUB) > ZERO
069400         MOVE GLI-BR-BAL-ACCOUNT (GLI-BR-SUB) TO GLI-DR-ACCOUNT
069500         MOVE GLI-BR-OFF-ACCOUNT (GLI-BR-SUB) TO GLI-CR-ACCOUNT
069600         MOVE GLI-BR-AMOUNT (GLI-BR-SUB)      TO GLI-ENTRY-AMOUNT
069700     ELSE
069800         MOVE GLI-BR-OFF-ACCOUNT (GLI-BR-SUB) TO GLI-DR-ACCOUNT
069900         MOVE GLI-BR-BAL-ACCOUNT (GLI-BR-SUB) TO GLI-CR-ACCOUNT
070000         SUBTRACT GLI-BR-AMOUNT (GLI-BR-SUB) FROM ZERO
070100             GIVING GLI-ENTRY-AMOUNT
070200     END-IF.
070300     MOVE SPACES               TO TEST-GLJ-REC.
070400     MOVE 'E'                  TO GLJ-REC-TYPE.
070500     MOVE GLI-PARM-DATE        TO GLJ-GEN-DATE.
070600     MOVE GLI-BR-NUM           TO GLJ-BRANCH.
070700     MOVE GLI-DR-ACCOUNT       TO GLJ-ACCOUNT.
070800     MOVE 'D'                  TO GLJ-DR-CR.
070900     MOVE GLI-ENTRY-AMOUNT     TO GLJ-AMOUNT.
071000     MOVE 'O'                  TO GLJ-ENTRY-KIND.
071100     PERFORM 4300-WRITE-ENTRY
071200         THRU 4300-EXIT.
071300     MOVE GLI-CR-ACCOUNT       TO GLJ-ACCOUNT.
071400     MOVE 'C'                  TO GLJ-DR-CR.
071500     PERFORM 4300-WRITE-ENTRY
071600         THRU 4300-EXIT.
071700 4200-NEXT.
071800     ADD 1 TO GLI-BR-SUB.
071900 4200-EXIT.
072000     EXIT.
072100*================================================================
072200* 4300-WRITE-ENTRY - WRITE THE ENTRY SET UP BY THE CALLER, ADD
072300*                    IT TO THE BATCH TOTALS ON ITS OWN SIDE AND
072400*                    PRINT IT
072500*================================================================
072600 4300-WRITE-ENTRY.
072700     WRITE TEST-GLJ-REC.
072800     ADD 1 TO GLI-ENTRY-COUNT.
072900     IF GLJ-DEBIT
073000         ADD GLJ-AMOUNT TO GLI-DR-TOTAL
073100         MOVE 'DR'             TO GLI-LIN-DR-CR
073200     ELSE
073300         ADD GLJ-AMOUNT TO GLI-CR-TOTAL
073400         MOVE 'CR'             TO GLI-LIN-DR-CR
073500     END-IF.
073600     IF GLJ-REVERSAL-ENTRY
073700         MOVE 'REVERSAL'       TO GLI-LIN-KIND
073800     ELSE
073900         MOVE 'ENTRY'          TO GLI-LIN-KIND
074000     END-IF.
074100     MOVE GLJ-BRANCH           TO GLI-LIN-BRANCH.
074200     MOVE GLJ-ACCOUNT          TO GLI-LIN-ACCOUNT.
074300     MOVE GLJ-AMOUNT           TO GLI-LIN-AMOUNT.
074400     WRITE GLI-PRINT-LINE      FROM GLI-ENTRY-LINE.
074500 4300-EXIT.
074600     EXIT.
074700*================================================================
074800* 4400-WRITE-CONTROL-REC - CLOSE THE BATCH WITH ITS CONTROL
074900*                          RECORD - ENTRY COUNT AND THE DEBIT AND
075000*                          CREDIT TOTALS THE LEDGER PROVES THE
075100*                          BATCH AGAINST ON RECEIPT
075200*================================================================
075300 4400-WRITE-CONTROL-REC.
075400     MOVE SPACES               TO TEST-GLJ-REC.
075500     MOVE 'C'                  TO GLJ-REC-TYPE.
075600     MOVE GLI-PARM-DATE        TO GLJ-GEN-DATE.
075700     MOVE GLI-ENTRY-COUNT      TO GLJ-CTL-ENTRY-COUNT.
075800     MOVE GLI-DR-TOTAL         TO GLJ-CTL-DR-TOTAL.
075900     MOVE GLI-CR-TOTAL         TO GLJ-CTL-CR-TOTAL.
076000     MOVE GLI-BATCH-KIND       TO GLJ-CTL-BATCH-KIND.
076100     MOVE GLI-TODAY-DATE       TO GLJ-CTL-RUN-DATE.
076200     WRITE TEST-GLJ-REC.
076300 4400-EXIT.
076400     EXIT.
076500*================================================================
076600* 5000-PROVE-BATCH - THE BATCH IS RELEASED ONLY WHEN DEBITS
076700*                    EQUAL CREDITS AND EVERY DETAIL ON THE
076800*                    GENERATION WAS JOURNALED (DETAILS READ
076900*                    AGAINST THE TRAILER COUNT). EITHER CHECK
077000*                    FAILING HOLDS IT.
077100*================================================================
077200 5000-PROVE-BATCH.
077300     WRITE GLI-PRINT-LINE       FROM GLI-HDR-RULE.
077400     MOVE 'DEBITS = CREDITS'    TO GLI-CHK-NAME.
077500     MOVE GLI-DR-TOTAL          TO GLI-CHK-EXPECTED.
077600     MOVE GLI-CR-TOTAL          TO GLI-CHK-ACTUAL.
077700     IF GLI-DR-TOTAL = GLI-CR-TOTAL
077800         MOVE 'PASS' TO GLI-CHK-RESULT
077900     ELSE
078000         MOVE 'FAIL' TO GLI-CHK-RESULT
078100         MOVE 'Y' TO GLI-HOLD-SW
078200         MOVE 'JOURNAL DOES NOT BALANCE' TO GLI-HOLD-REASON
078300     END-IF.
078400     WRITE GLI-PRINT-LINE       FROM GLI-CHECK-LINE.
078500     MOVE 'TRAILER DETAIL COUNT' TO GLI-CHK-NAME.
078600     MOVE GLI-TRL-REC-COUNT     TO GLI-CHK-EXPECTED.
078700     MOVE GLI-DETAIL-COUNT      TO GLI-CHK-ACTUAL.
078800     IF GLI-TRL-FOUND AND GLI-DETAIL-COUNT = GLI-TRL-REC-COUNT
078900         MOVE 'PASS' TO GLI-CHK-RESULT
079000     ELSE
079100         MOVE 'FAIL' TO GLI-CHK-RESULT
079200         MOVE 'Y' TO GLI-HOLD-SW
079300         MOVE 'DETAILS DO NOT AGREE TO TRAILER'
079400             TO GLI-HOLD-REASON
079500     END-IF.
079600     WRITE GLI-PRINT-LINE       FROM GLI-CHECK-LINE.
079700 5000-EXIT.
079800     EXIT.
079900*================================================================
080000* 7000-RELEASE-OR-HOLD - A PROVED BATCH IS SWAPPED OVER THE
080100*                        DATED JOURNAL (A FIRST BATCH HAS NO
080200*                        JOURNAL TO REMOVE) AND RECORDED SENT. A
080300*                        HELD BATCH'S WORK FILE IS DELETED SO
080400*                        NOTHING PARTIAL IS LEFT FOR THE LEDGER
080500*                        TO FIND, AND IT IS RECORDED HELD.
080600*================================================================
080700 7000-RELEASE-OR-HOLD.
080800     IF GLI-INTERFACE-HELD
080900         CALL 'CBL_DELETE_FILE'
081000             USING GLI-NEW-NAME
081100         MOVE RETURN-CODE      TO GLI-CALL-RESULT
081200         MOVE ZERO             TO RETURN-CODE
081300         MOVE 'H'              TO GLI-RUN-STANDING
081400         GO TO 7000-RECORD.
081500     IF GLI-REPOST-BATCH
081600         CALL 'CBL_DELETE_FILE'
081700             USING GLI-OLD-NAME
081800         MOVE RETURN-CODE      TO GLI-CALL-RESULT
081900         MOVE ZERO             TO RETURN-CODE
082000         IF GLI-CALL-RESULT NOT = ZERO
082100             MOVE 'Y' TO GLI-HOLD-SW
082200             MOVE 'SENT JOURNAL COULD NOT BE REPLACED'
082300                 TO GLI-HOLD-REASON
082400             MOVE 'H'          TO GLI-RUN-STANDING
082500             GO TO 7000-RECORD
082600         END-IF
082700     END-IF.
082800     CALL 'CBL_RENAME_FILE'
082900         USING GLI-NEW-NAME GLI-OLD-NAME.
083000     MOVE RETURN-CODE          TO GLI-CALL-RESULT.
083100     MOVE ZERO                 TO RETURN-CODE.
083200     IF GLI-CALL-RESULT NOT = ZERO
083300         MOVE 'Y' TO GLI-HOLD-SW
083400         MOVE 'JOURNAL SWAP FAILED' TO GLI-HOLD-REASON
083500         MOVE 'H'              TO GLI-RUN-STANDING
083600         GO TO 7000-RECORD.
083700     MOVE 'S'                  TO GLI-RUN-STANDING.
083800 7000-RECORD.
083900     PERFORM 9100-WRITE-CONTROL
084000         THRU 9100-EXIT.
084100 7000-EXIT.
084200     EXIT.
084300*================================================================
084400* 7500-HOLD-EARLY - HOLD THE INTERFACE BEFORE ANY JOURNAL IS
084500*                   BUILT: RECORD IT HELD, PRINT WHY, AND END
084600*                   WITH RETURN CODE 8
084700*================================================================
084800 7500-HOLD-EARLY.
084900     MOVE 'Y'                  TO GLI-HOLD-SW.
085000     MOVE 'H'                  TO GLI-RUN-STANDING.
085100     PERFORM 9100-WRITE-CONTROL
085200         THRU 9100-EXIT.
085300     MOVE 'HELD'               TO GLI-SUMMARY-RESULT.
085400     MOVE GLI-HOLD-REASON      TO GLI-SUMMARY-REASON.
085500     WRITE GLI-PRINT-LINE      FROM GLI-SUMMARY-LINE.
085600     CLOSE TESTOUTPUTFILE.
085700     CLOSE GLI-PRINT-FILE.
085800     PERFORM 9000-WRITE-RUNLOG
085900         THRU 9000-EXIT.
086000     MOVE 8 TO RETURN-CODE.
086100     STOP RUN.
086200 7500-EXIT.
086300     EXIT.
086400*================================================================
086500* 6000-PRINT-TOTALS - DETAILS READ, MAPPINGS LOADED, ENTRIES AND
086600*                     REVERSALS WRITTEN AND THE BATCH TOTALS
086700*================================================================
086800 6000-PRINT-TOTALS.
086900     WRITE GLI-PRINT-LINE       FROM GLI-HDR-RULE.
087000     MOVE 'DETAILS READ'        TO GLI-TOT-NAME.
087100     MOVE GLI-DETAIL-COUNT      TO GLI-TOT-VALUE.
087200     WRITE GLI-PRINT-LINE       FROM GLI-TOTAL-LINE.
087225     MOVE 'DETAILS REFUSED'     TO GLI-TOT-NAME.
087250     MOVE GLI-REFUSED-COUNT     TO GLI-TOT-VALUE.
087275     WRITE GLI-PRINT-LINE       FROM GLI-TOTAL-LINE.
087300     MOVE 'BRANCHES MAPPED'     TO GLI-TOT-NAME.
087400     MOVE GLI-MAP-COUNT         TO GLI-TOT-VALUE.
087500     WRITE GLI-PRINT-LINE       FROM GLI-TOTAL-LINE.
087600     MOVE 'BRANCHES UNMAPPED'   TO GLI-TOT-NAME.
087700     MOVE GLI-UNMAPPED-COUNT    TO GLI-TOT-VALUE.
087800     WRITE GLI-PRINT-LINE       FROM GLI-TOTAL-LINE.
087900     MOVE 'ENTRIES WRITTEN'     TO GLI-TOT-NAME.
088000     MOVE GLI-ENTRY-COUNT       TO GLI-TOT-VALUE.
088100     WRITE GLI-PRINT-LINE       FROM GLI-TOTAL-LINE.
088200     MOVE 'OF WHICH REVERSALS'  TO GLI-TOT-NAME.
088300     MOVE GLI-REVERSAL-COUNT    TO GLI-TOT-VALUE.
088400     WRITE GLI-PRINT-LINE       FROM GLI-TOTAL-LINE.
088500     MOVE 'DEBIT TOTAL'         TO GLI-AMT-NAME.
088600     MOVE GLI-DR-TOTAL          TO GLI-AMT-VALUE.
088700     WRITE GLI-PRINT-LINE       FROM GLI-AMOUNT-LINE.
088800     MOVE 'CREDIT TOTAL'        TO GLI-AMT-NAME.
088900     MOVE GLI-CR-TOTAL          TO GLI-AMT-VALUE.
089000     WRITE GLI-PRINT-LINE       FROM GLI-AMOUNT-LINE.
089100 6000-EXIT.
089200     EXIT.
089300*================================================================
089400* 8000-TERMINATE - PRINT THE SUMMARY, CLOSE FILES, WRITE THE
089500*                  RUN-LOG ENTRY AND SET THE RETURN CODE - 8 WHEN
089600*                  THE INTERFACE WAS HELD SO THE SCHEDULER STOPS
089700*                  AND FINANCE IS TOLD.
089800*================================================================
089900 8000-TERMINATE.
090000     WRITE GLI-PRINT-LINE      FROM GLI-HDR-RULE.
090100     IF GLI-INTERFACE-HELD
090200         MOVE 'HELD'           TO GLI-SUMMARY-RESULT
090300         MOVE GLI-HOLD-REASON  TO GLI-SUMMARY-REASON
090400     ELSE
090500         MOVE 'SENT'           TO GLI-SUMMARY-RESULT
090600     END-IF.
090700     WRITE GLI-PRINT-LINE      FROM GLI-SUMMARY-LINE.
090800     CLOSE TESTOUTPUTFILE.
090900     CLOSE GLI-PRINT-FILE.
091000     PERFORM 9000-WRITE-RUNLOG
091100         THRU 9000-EXIT.
091200     IF GLI-INTERFACE-HELD
091300         MOVE 8 TO RETURN-CODE
091400     END-IF.
091500 8000-EXIT.
091600     EXIT.
091700*================================================================
091800* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
091900*                     DETAILS READ BALANCE AS JOURNALED (APPLIED)
092000*                     WHEN THE BATCH WAS SENT, OR AS HELD
092100*                     (CARRIED IN THE PENDED COLUMN - NOTHING IS
092200*                     LOST, THE RERUN PICKS THEM UP) WHEN IT WAS
092300*                     NOT. JOURNAL ENTRIES WRITTEN RIDE IN THE
092400*                     ADD COLUMN.
092433*                     DETAILS THE POSTING RUN REFUSED FOR A
092466*                     CLOSED PERIOD RIDE AS REJECTS EITHER WAY.
092500*================================================================
092600 9000-WRITE-RUNLOG.
092700     OPEN EXTEND TESTLOGFILE.
092800     IF GLI-LOG-FILE-STATUS NOT = '00'
092900         OPEN OUTPUT TESTLOGFILE.
093000     MOVE SPACES               TO TEST-LOG-REC.
093100     MOVE GLI-TODAY-DATE       TO LOG-RUN-DATE.
093200     MOVE GLI-TODAY-TIME       TO LOG-RUN-TIME.
093300     MOVE GLI-RUN-JOBID        TO LOG-JOB-ID.
093400     MOVE GLI-DETAIL-COUNT     TO LOG-TRAN-READ-COUNT.
093500     IF GLI-INTERFACE-HELD
093600         MOVE ZERO             TO LOG-REC-COUNT
093700         SUBTRACT GLI-REFUSED-COUNT FROM GLI-DETAIL-COUNT
093750             GIVING LOG-PEND-COUNT
093800         MOVE ZERO             TO LOG-ADD-COUNT
093900     ELSE
094000         SUBTRACT GLI-REFUSED-COUNT FROM GLI-DETAIL-COUNT
094050             GIVING LOG-REC-COUNT
094100         MOVE ZERO             TO LOG-PEND-COUNT
094200         MOVE GLI-ENTRY-COUNT  TO LOG-ADD-COUNT
094300     END-IF.
094400     MOVE GLI-REFUSED-COUNT    TO LOG-REJECT-COUNT.
094500     MOVE ZERO                 TO LOG-CHG-COUNT.
094600     MOVE ZERO                 TO LOG-DEL-COUNT.
094700     MOVE GLI-PARM-DATE        TO LOG-GEN-DATE.
094800     MOVE 'FILETESTGLI'        TO LOG-PROGRAM.
094900     MOVE ZERO                 TO LOG-REL-COUNT.
095000     MOVE GLI-COMPLETION-SW    TO LOG-COMPLETION-CODE.
095100     WRITE TEST-LOG-REC.
095200     CLOSE TESTLOGFILE.
095300 9000-EXIT.
095400     EXIT.
095500*================================================================
095600* 9100-WRITE-CONTROL - APPEND ONE GL INTERFACE CONTROL ENTRY FOR
095700*                      THE GENERATION WITH THE STATUS THE CALLER
095800*                      SET AND THE BATCH TOTALS AS THEY STOOD
095900*================================================================
096000 9100-WRITE-CONTROL.
096200     OPEN EXTEND TESTGLCFILE.
096300     IF GLI-GLC-FILE-STATUS NOT = '00'
096400         OPEN OUTPUT TESTGLCFILE.
096500     MOVE SPACES               TO TEST-GLC-REC.
096600     MOVE GLI-PARM-DATE        TO GLC-GEN-DATE.
096700     MOVE GLI-RUN-STANDING     TO GLC-STATUS.
096800     MOVE GLI-BATCH-KIND       TO GLC-BATCH-KIND.
096900     MOVE GLI-ENTRY-COUNT      TO GLC-ENTRY-COUNT.
097000     MOVE GLI-DR-TOTAL         TO GLC-DR-TOTAL.
097100     MOVE GLI-CR-TOTAL         TO GLC-CR-TOTAL.
097200     MOVE GLI-TODAY-DATE       TO GLC-RUN-DATE.
097300     MOVE GLI-TODAY-TIME       TO GLC-RUN-TIME.
097400     WRITE TEST-GLC-REC.
097500     CLOSE TESTGLCFILE.
097600 9100-EXIT.
097700     EXIT.
