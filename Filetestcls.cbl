000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTCLS.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - ACCOUNTING PERIOD CLOSE AND
001200*                  REOPEN. NOTHING STOPPED A LATE FEED POSTING A
001300*                  TRANSACTION EFFECTIVE IN A MONTH FINANCE HAD
001400*                  ALREADY CLOSED AND REPORTED, SILENTLY MOVING
001500*                  BALANCES THAT WERE SIGNED OFF. A CLOSE (PARM 3
001600*                  'CLOSE', THE DEFAULT) FREEZES EVERY
001700*                  TESTMSTRFILE POSITION INTO A DATED MONTH-END
001800*                  SNAPSHOT (testmstrsnap.<PERIOD END>.txt),
001900*                  PRINTS ITS TOTALS BY BRANCH, AND RECORDS THE
002000*                  PERIOD CLOSED ON THE PERIOD CONTROL FILE
002100*                  (TESTPRDFILE). FROM THEN ON FILETESTOUT AND
002200*                  FILETESTPST REFUSE ANY DETAIL EFFECTIVE IN THE
002300*                  PERIOD AND ROUTE IT TO THE PRIOR-PERIOD
002400*                  ADJUSTMENTS FILE (REPORTED BY FILETESTADJ). A
002500*                  CLOSE IS REFUSED WITH RETURN CODE 8 WHEN THE
002600*                  PERIOD ALREADY STANDS CLOSED OR WHEN A POSTING
002700*                  STANDS IN FLIGHT ('I' ON TESTPCTFILE) - THE
002800*                  MASTER WOULD BE SNAPPED HALF POSTED. A PERIOD
002900*                  NOT YET ACCRUED (NO 'C' ON TESTACCFILE) IS
003000*                  WARNED ON THE REPORT BUT NOT REFUSED. A REOPEN
003100*                  (PARM 3 'REOPEN') IS AN EXPLICIT OPERATOR
003200*                  ACTION: IT NEEDS THE OPERATOR ID AS PARM 4, IS
003300*                  REFUSED FOR A PERIOD NOT STANDING CLOSED, AND
003400*                  IS RECORDED ON THE CONTROL FILE WITH WHO DID IT
003500*                  AND WHEN, AS WELL AS ON THE RUN-LOG. THE
003600*                  SNAPSHOT IS KEPT ON A REOPEN AS THE RECORD OF
003700*                  WHAT WAS SIGNED OFF. CLOSING THE PERIOD AGAIN
003800*                  TAKES A FRESH ONE WHILE NOTHING DATED AFTER THE
003900*                  PERIOD END HAS POSTED; ONCE A LATER GENERATION
004000*                  HAS POSTED, THE SIGNED-OFF SNAPSHOT IS KEPT AND
004002*                  TOTALLED INSTEAD. PARM 1 IS THE PERIOD-END DATE
004004*                  (DEFAULT THE END OF LAST MONTH, MUST BE THE
004006*                  LAST DAY OF A MONTH), PARM 2 THE JOB ID.
004010* 2026-10-15  RK   A CLOSE IS ALSO REFUSED WITH RETURN CODE 8
004020*                  WHEN A GENERATION DATED AFTER THE PERIOD END
004030*                  HAS ALREADY POSTED ('C' ON TESTPCTFILE) - THE
004040*                  MASTER THEN HOLDS NEXT MONTH'S MOVEMENT AND IS
004050*                  NO LONGER AS AT THE PERIOD END. EACH SUCH
004060*                  GENERATION IS LISTED ON THE REPORT.
004062* 2026-10-15  RK   A PERIOD STANDING REOPENED CAN BE CLOSED AGAIN
004064*                  AFTER LATER GENERATIONS HAVE POSTED. THE MASTER
004066*                  IS THEN PAST MONTH END, SO THE SNAPSHOT SIGNED
004068*                  OFF AT THE FIRST CLOSE IS KEPT AND TOTALLED
004070*                  INSTEAD OF A FRESH ONE BEING TAKEN; ADJUSTMENTS
004072*                  POSTED WHILE THE PERIOD STOOD OPEN ARE ON THE
004074*                  MASTER AND THE ADJUSTMENTS REPORT. NO SNAPSHOT
004076*                  ON FILE REFUSES THE CLOSE.
004078* 2026-10-15  RK   RUN ORDER AT MONTH END: THE ACCRUAL FEEDS THE
004080*                  PERIOD-END GENERATION, THE CLOSE RUNS ONCE THAT
004082*                  GENERATION HAS POSTED AND BEFORE THE FIRST
004084*                  GENERATION OF THE NEXT MONTH POSTS, SO THE
004086*                  SNAPSHOT HOLDS THE ACCRUAL AND NOTHING LATER.
004100*================================================================
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT TESTMSTRFILE ASSIGN TO 'testmasterfile.txt'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS MSTR-KEY
005200         FILE STATUS IS CLS-MSTR-FILE-STATUS.
005300
005400     SELECT TESTSNAPFILE ASSIGN TO 'TESTSNAP'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CLS-SNAP-FILE-STATUS.
005700
005800     SELECT TESTPRDFILE ASSIGN TO 'testprdfile.txt'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CLS-PRD-FILE-STATUS.
006100
006200     SELECT TESTPCTFILE ASSIGN TO 'testpctfile.txt'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CLS-PCT-FILE-STATUS.
006500
006600     SELECT TESTACCFILE ASSIGN TO 'testaccfile.txt'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CLS-ACC-FILE-STATUS.
006900
007000     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS CLS-LOG-FILE-STATUS.
007300
007400     SELECT CLS-PRINT-FILE ASSIGN TO 'filetestcls.txt'
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600 DATA DIVISION.
007700 FILE SECTION.
007800*----------------------------------------------------------------
007900* PERMANENT MASTER BALANCE FILE - READ ONLY
008000*----------------------------------------------------------------
008100 FD  TESTMSTRFILE.
008200     COPY TESTMSTR.
008300*----------------------------------------------------------------
008400* MONTH-END MASTER SNAPSHOT - ONE TEST-MSTR-REC IMAGE PER KEY,
008500* BUILT UNDER A WORK NAME AND RENAMED INTO PLACE WHEN COMPLETE
008600*----------------------------------------------------------------
008700 FD  TESTSNAPFILE.
008800 01  CLS-SNAP-REC                  PIC X(50).
008900*----------------------------------------------------------------
009000* PERIOD CONTROL FILE - LATEST ENTRY PER PERIOD IS ITS STANDING
009100*----------------------------------------------------------------
009200 FD  TESTPRDFILE.
009300     COPY TESTPRD.
009400*----------------------------------------------------------------
009500* POSTING CONTROL FILE - NO GENERATION MAY STAND IN FLIGHT
009600*----------------------------------------------------------------
009700 FD  TESTPCTFILE.
009800     COPY TESTPCT.
009900*----------------------------------------------------------------
010000* ACCRUAL CONTROL FILE - CHECKED FOR THE PERIOD'S ACCRUAL
010100*----------------------------------------------------------------
010200 FD  TESTACCFILE.
010300     COPY TESTACC.
010400*----------------------------------------------------------------
010500* RUN-LOG / AUDIT TRAIL FILE
010600*----------------------------------------------------------------
010700 FD  TESTLOGFILE.
010800     COPY TESTLOG.
010900*----------------------------------------------------------------
011000* PRINTED PERIOD CLOSE REPORT
011100*----------------------------------------------------------------
011200 FD  CLS-PRINT-FILE.
011300 01  CLS-PRINT-LINE                PIC X(80).
011400 WORKING-STORAGE SECTION.
011500*----------------------------------------------------------------
011600* SWITCHES AND FILE STATUS FIELDS
011700*----------------------------------------------------------------
011800 77  CLS-MSTR-EOF-SW               PIC X(01)      VALUE 'N'.
011900     88  CLS-EOF-MASTER                             VALUE 'Y'.
012000 77  CLS-PRD-EOF-SW                PIC X(01)      VALUE 'N'.
012100     88  CLS-EOF-PERIOD                             VALUE 'Y'.
012200 77  CLS-PCT-EOF-SW                PIC X(01)      VALUE 'N'.
012300     88  CLS-EOF-POSTING                            VALUE 'Y'.
012400 77  CLS-ACC-EOF-SW                PIC X(01)      VALUE 'N'.
012500     88  CLS-EOF-ACCRUAL                            VALUE 'Y'.
012600 77  CLS-ACCRUED-SW                PIC X(01)      VALUE 'N'.
012700     88  CLS-PERIOD-ACCRUED                         VALUE 'Y'.
012800 77  CLS-MSTR-FILE-STATUS          PIC X(02)      VALUE SPACES.
012900 77  CLS-SNAP-FILE-STATUS          PIC X(02)      VALUE SPACES.
013000 77  CLS-PRD-FILE-STATUS           PIC X(02)      VALUE SPACES.
013100 77  CLS-PCT-FILE-STATUS           PIC X(02)      VALUE SPACES.
013200 77  CLS-ACC-FILE-STATUS           PIC X(02)      VALUE SPACES.
013300 77  CLS-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
013400 77  CLS-REFUSE-REASON             PIC X(40)      VALUE SPACES.
013500*----------------------------------------------------------------
013600* PARMS AND THE PERIOD'S STANDING. THE STANDING IS THE STATUS OF
013700* THE LATEST TESTPRDFILE ENTRY FOR THE PERIOD - SPACE MEANS IT
013800* HAS NEVER BEEN CLOSED.
013900*----------------------------------------------------------------
014000 77  CLS-PARM-ACTION               PIC X(08)      VALUE SPACES.
014100     88  CLS-ACTION-CLOSE                       VALUE 'CLOSE'.
014200     88  CLS-ACTION-REOPEN                      VALUE 'REOPEN'.
014300 77  CLS-OPERATOR-ID               PIC X(08)      VALUE SPACES.
014400 77  CLS-PRD-STANDING              PIC X(01)      VALUE SPACES.
014500     88  CLS-PRD-CLOSED                             VALUE 'C'.
014600     88  CLS-PRD-REOPENED                           VALUE 'O'.
014700 77  CLS-PRD-NEW-STATUS            PIC X(01)      VALUE SPACES.
014800*----------------------------------------------------------------
014900* GENERATIONS STANDING IN FLIGHT ON THE POSTING CONTROL FILE. AN
015000* 'I' ENTRY ADDS ITS DATE, A LATER 'C' ENTRY FOR THE SAME DATE
015100* CLEARS IT - WHATEVER IS LEFT AT END OF FILE STANDS 'I'.
015200*----------------------------------------------------------------
015300 01  CLS-INFLIGHT-TABLE.
015400     05  CLS-INFLIGHT-DATE         PIC 9(08)
015500                                   OCCURS 50 TIMES.
015600 77  CLS-IF-MAX                    PIC 9(04) COMP  VALUE 50.
015700 77  CLS-IF-COUNT                  PIC 9(04) COMP  VALUE ZERO.
015800 77  CLS-IF-SUB                    PIC 9(04) COMP  VALUE ZERO.
015900 77  CLS-IF-FOUND-SUB              PIC 9(04) COMP  VALUE ZERO.
016000 77  CLS-INFLIGHT-COUNT            PIC 9(04) COMP  VALUE ZERO.
016003*----------------------------------------------------------------
016006* GENERATIONS DATED AFTER THE PERIOD END THAT HAVE ALREADY POSTED.
016009* ONE 'C' ENTRY IS ENOUGH - THE MASTER HAS MOVED PAST MONTH END.
016012* THE TABLE IS ONLY FOR LISTING; THE SWITCH REFUSES THE CLOSE
016015* EVEN WHEN THE TABLE IS FULL.
016018*----------------------------------------------------------------
016021 01  CLS-LATE-TABLE.
016024     05  CLS-LATE-DATE             PIC 9(08)
016027                                   OCCURS 50 TIMES.
016030 77  CLS-LT-MAX                    PIC 9(04) COMP  VALUE 50.
016033 77  CLS-LT-COUNT                  PIC 9(04) COMP  VALUE ZERO.
016036 77  CLS-LT-SUB                    PIC 9(04) COMP  VALUE ZERO.
016039 77  CLS-LT-FOUND-SUB              PIC 9(04) COMP  VALUE ZERO.
016042 77  CLS-POSTED-LATE-SW            PIC X(01)      VALUE 'N'.
016045     88  CLS-POSTED-LATE                            VALUE 'Y'.
016048 77  CLS-KEEP-SNAP-SW              PIC X(01)      VALUE 'N'.
016051     88  CLS-KEEP-SNAPSHOT                          VALUE 'Y'.
016054 77  CLS-SNAP-EOF-SW               PIC X(01)      VALUE 'N'.
016057     88  CLS-EOF-SNAPSHOT                           VALUE 'Y'.
016060*----------------------------------------------------------------
016063* POSITION BEING COUNTED - A MASTER RECORD OR A SNAPSHOT IMAGE OF
016066* ONE, WORKED HERE SO THE SNAPSHOT CAN BE TOTALLED WITHOUT THE
016069* MASTER OPEN.
016072*----------------------------------------------------------------
016075     COPY TESTMSTR REPLACING
016078         ==TEST-MSTR-REC== BY ==CLS-POSITION==
016081         LEADING ==MSTR== BY ==CLS-POS==.
016100*----------------------------------------------------------------
016200* SNAPSHOT TOTALS - KEY COUNT AND BALANCE PER BRANCH 000-999,
016300* SUBSCRIPT IS THE BRANCH NUMBER PLUS ONE. A BLANK OR NON-
016400* NUMERIC BRANCH FALLS IN BRANCH 000.
016500*----------------------------------------------------------------
016600 01  CLS-BRANCH-TABLE.
016700     05  CLS-BRANCH-ROW OCCURS 1000 TIMES.
016800         10  CLS-BR-COUNT          PIC 9(09)  COMP VALUE ZERO.
016900         10  CLS-BR-BALANCE    PIC S9(11)V99  COMP-3 VALUE ZERO.
017000 77  CLS-BR-SUB                    PIC 9(04) COMP  VALUE ZERO.
017100 77  CLS-BR-NUM                    PIC 9(03)      VALUE ZERO.
017200 77  CLS-MSTR-COUNT                PIC 9(09) COMP  VALUE ZERO.
017300 77  CLS-BALANCE-TOTAL     PIC S9(11)V99  COMP-3 VALUE ZERO.
017400*----------------------------------------------------------------
017500* PERIOD, DATE AND RUN-LOG WORK AREAS
017600*----------------------------------------------------------------
017700 77  CLS-PARM-DATE                 PIC 9(08)      VALUE ZERO.
017800 77  CLS-PARM-DATE-X REDEFINES CLS-PARM-DATE
017900                                   PIC X(08).
018000 77  CLS-PERIOD                    PIC 9(06)      VALUE ZERO.
018100 01  CLS-NEXT-DATE                 PIC 9(08)      VALUE ZERO.
018200 01  CLS-NEXT-DATE-X REDEFINES CLS-NEXT-DATE.
018300     05  FILLER                    PIC X(06).
018400     05  CLS-NEXT-DAY              PIC 9(02).
018500 01  CLS-MONTH-START               PIC 9(08)      VALUE ZERO.
018600 01  CLS-MONTH-START-X REDEFINES CLS-MONTH-START.
018700     05  CLS-MS-YYYYMM             PIC 9(06).
018800     05  CLS-MS-DAY                PIC 9(02).
018900 77  CLS-DATE-INT                  PIC 9(07) COMP  VALUE ZERO.
019000 77  CLS-TODAY-DATE                PIC 9(08)      VALUE ZERO.
019100 77  CLS-TODAY-TIME                PIC 9(08)      VALUE ZERO.
019200 77  CLS-RUN-JOBID                 PIC X(08)      VALUE SPACES.
019300 77  CLS-COMPLETION-SW             PIC X(01)      VALUE 'N'.
019400     88  CLS-NORMAL-COMPLETION                      VALUE 'N'.
019500     88  CLS-ABNORMAL-COMPLETION                     VALUE 'A'.
019600*----------------------------------------------------------------
019700* FILE MANAGEMENT CALL WORK AREAS - SAME HANDLING AS FILETESTREL
019800*----------------------------------------------------------------
019900 77  CLS-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
020000 77  CLS-OLD-NAME                  PIC X(40)      VALUE SPACES.
020100 77  CLS-NEW-NAME                  PIC X(40)      VALUE SPACES.
020200*----------------------------------------------------------------
020300* PAGE HEADING AND REPORT LINES
020400*----------------------------------------------------------------
020500 01  CLS-HDR-TITLE.
020600     05  FILLER                    PIC X(80)
020700         VALUE 'ACCOUNTING PERIOD CLOSE'.
020800 01  CLS-HDR-PERIOD-LINE.
020900     05  FILLER                    PIC X(08)
021000         VALUE 'PERIOD:'.
021100     05  CLS-HDR-PERIOD            PIC 9(06).
021200     05  FILLER                    PIC X(04)      VALUE SPACES.
021300     05  FILLER                    PIC X(08)
021400         VALUE 'ACTION:'.
021500     05  CLS-HDR-ACTION            PIC X(08).
021600     05  FILLER                    PIC X(02)      VALUE SPACES.
021700     05  FILLER                    PIC X(10)
021800         VALUE 'OPERATOR:'.
021900     05  CLS-HDR-OPERATOR          PIC X(08).
022000 01  CLS-HDR-RULE.
022100     05  FILLER                    PIC X(64)      VALUE ALL '-'.
022200 01  CLS-TOTAL-LINE.
022300     05  FILLER                    PIC X(02)      VALUE SPACES.
022400     05  CLS-TOT-NAME              PIC X(22).
022500     05  FILLER                    PIC X(01)      VALUE SPACES.
022600     05  CLS-TOT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.
022700 01  CLS-AMOUNT-LINE.
022800     05  FILLER                    PIC X(02)      VALUE SPACES.
022900     05  CLS-AMT-NAME              PIC X(22).
023000     05  FILLER                    PIC X(01)      VALUE SPACES.
023100     05  CLS-AMT-VALUE             PIC -(11)9.99.
023200 01  CLS-BRANCH-LINE.
023300     05  FILLER                    PIC X(02)      VALUE SPACES.
023400     05  FILLER                    PIC X(07)
023500         VALUE 'BRANCH'.
023600     05  CLS-BR-LINE-NUM           PIC 9(03).
023700     05  FILLER                    PIC X(01)      VALUE SPACES.
023800     05  CLS-BR-LINE-COUNT         PIC ZZZ,ZZZ,ZZ9.
023900     05  FILLER                    PIC X(01)      VALUE SPACES.
024000     05  CLS-BR-LINE-BALANCE       PIC -(11)9.99.
024100 01  CLS-SUMMARY-LINE.
024200     05  FILLER                    PIC X(17)
024300         VALUE 'PERIOD CLOSE:   '.
024400     05  CLS-SUMMARY-RESULT        PIC X(08).
024500     05  FILLER                    PIC X(01)      VALUE SPACES.
024600     05  CLS-SUMMARY-REASON        PIC X(40).
024700 PROCEDURE DIVISION.
024800*================================================================
024900* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE CLOSE OR REOPEN
025000*================================================================
025100 0000-MAINLINE.
025200     PERFORM 1050-GET-PARMS
025300         THRU 1050-EXIT.
025400     PERFORM 1000-INITIALIZE
025500         THRU 1000-EXIT.
025600     PERFORM 1100-CHECK-PERIOD
025700         THRU 1100-EXIT.
025800     IF CLS-ACTION-REOPEN
025900         PERFORM 4000-REOPEN-PERIOD
026000             THRU 4000-EXIT
026100     ELSE
026200         PERFORM 1200-CHECK-POSTING
026300             THRU 1200-EXIT
026400         PERFORM 1300-CHECK-ACCRUAL
026500             THRU 1300-EXIT
026600         IF CLS-KEEP-SNAPSHOT
026700             PERFORM 5500-KEEP-SNAPSHOT
026800                 THRU 5500-EXIT
026900         ELSE
027000             PERFORM 2000-OPEN-SNAPSHOT
027100                 THRU 2000-EXIT
027200             PERFORM 3100-START-MASTER-SWEEP
027300                 THRU 3100-EXIT
027400             PERFORM 3000-SNAP-MASTER
027410                 THRU 3000-EXIT
027420                 UNTIL CLS-EOF-MASTER
027430             PERFORM 5000-RELEASE-SNAPSHOT
027440                 THRU 5000-EXIT
027450         END-IF
027500         PERFORM 6000-PRINT-TOTALS
027600             THRU 6000-EXIT
027700     END-IF.
027800     PERFORM 8000-TERMINATE
027900         THRU 8000-EXIT.
028000     STOP RUN.
028100*================================================================
028200* 1000-INITIALIZE - OPEN THE REPORT AND WRITE THE HEADING
028300*================================================================
028400 1000-INITIALIZE.
028500     ACCEPT CLS-TODAY-TIME     FROM TIME.
028600     OPEN OUTPUT CLS-PRINT-FILE.
028700     WRITE CLS-PRINT-LINE        FROM CLS-HDR-TITLE.
028800     MOVE CLS-PERIOD             TO CLS-HDR-PERIOD.
028900     MOVE CLS-PARM-ACTION        TO CLS-HDR-ACTION.
029000     MOVE CLS-OPERATOR-ID        TO CLS-HDR-OPERATOR.
029100     WRITE CLS-PRINT-LINE        FROM CLS-HDR-PERIOD-LINE.
029200     WRITE CLS-PRINT-LINE        FROM CLS-HDR-RULE.
029300 1000-EXIT.
029400     EXIT.
029500*================================================================
029600* 1050-GET-PARMS - PERIOD-END DATE (PARM 1), JOB ID (PARM 2),
029700*                  ACTION (PARM 3) AND OPERATOR ID (PARM 4). THE
029800*                  DEFAULT PERIOD END IS THE DAY BEFORE THE 1ST
029900*                  OF THIS MONTH - LAST MONTH, THE ONE NORMALLY
030000*                  BEING CLOSED. THE DAY AFTER THE PERIOD END IS
030100*                  WORKED OUT BY DAY NUMBER AND MUST FALL ON THE
030200*                  1ST, WHICH PROVES THE DATE IS A REAL MONTH END.
030300*================================================================
030400 1050-GET-PARMS.
030500     ACCEPT CLS-TODAY-DATE     FROM DATE YYYYMMDD.
030600     MOVE CLS-TODAY-DATE       TO CLS-MONTH-START.
030700     MOVE 1                    TO CLS-MS-DAY.
030800     MOVE FUNCTION INTEGER-OF-DATE (CLS-MONTH-START)
030900         TO CLS-DATE-INT.
031000     SUBTRACT 1 FROM CLS-DATE-INT.
031100     DISPLAY 1 UPON ARGUMENT-NUMBER.
031200     ACCEPT CLS-PARM-DATE      FROM ARGUMENT-VALUE
031300         ON EXCEPTION
031400             MOVE FUNCTION DATE-OF-INTEGER (CLS-DATE-INT)
031500                 TO CLS-PARM-DATE.
031600     IF CLS-PARM-DATE-X IS NOT NUMERIC
031700         MOVE ZERO             TO CLS-PARM-DATE.
031800     MOVE CLS-PARM-DATE (1:6)  TO CLS-PERIOD.
031900     MOVE ZERO                 TO CLS-NEXT-DATE.
032000     IF CLS-PARM-DATE > 16010101
032100         MOVE FUNCTION INTEGER-OF-DATE (CLS-PARM-DATE)
032200             TO CLS-DATE-INT
032300         IF CLS-DATE-INT > ZERO
032400             ADD 1 TO CLS-DATE-INT
032500             MOVE FUNCTION DATE-OF-INTEGER (CLS-DATE-INT)
032600                 TO CLS-NEXT-DATE
032700         END-IF
032800     END-IF.
032900     DISPLAY 2 UPON ARGUMENT-NUMBER.
033000     ACCEPT CLS-RUN-JOBID      FROM ARGUMENT-VALUE
033100         ON EXCEPTION MOVE 'FILETSTCL' TO CLS-RUN-JOBID.
033200     DISPLAY 3 UPON ARGUMENT-NUMBER.
033300     ACCEPT CLS-PARM-ACTION    FROM ARGUMENT-VALUE
033400         ON EXCEPTION MOVE 'CLOSE' TO CLS-PARM-ACTION.
033500     IF CLS-PARM-ACTION = SPACES
033600         MOVE 'CLOSE'          TO CLS-PARM-ACTION.
033700     DISPLAY 4 UPON ARGUMENT-NUMBER.
033800     ACCEPT CLS-OPERATOR-ID    FROM ARGUMENT-VALUE
033900         ON EXCEPTION MOVE SPACES TO CLS-OPERATOR-ID.
034000 1050-EXIT.
034100     EXIT.
034200*================================================================
034300* 1100-CHECK-PERIOD - VALIDATE THE PARMS AND ESTABLISH THE
034400*                     PERIOD'S STANDING. A CLOSE NEEDS A PERIOD
034500*                     NOT ALREADY STANDING CLOSED; A REOPEN NEEDS
034600*                     ONE THAT IS, AND AN OPERATOR ID TO CHARGE
034700*                     IT TO. ANYTHING ELSE IS REFUSED WITH
034800*                     RETURN CODE 8.
034900*================================================================
035000 1100-CHECK-PERIOD.
035100     IF CLS-NEXT-DATE = ZERO OR CLS-NEXT-DAY NOT = 1
035200         MOVE 'PERIOD DATE IS NOT A MONTH END'
035300             TO CLS-REFUSE-REASON
035400         PERFORM 7500-REFUSE-RUN
035500             THRU 7500-EXIT.
035600     IF NOT CLS-ACTION-CLOSE AND NOT CLS-ACTION-REOPEN
035700         MOVE 'ACTION MUST BE CLOSE OR REOPEN'
035800             TO CLS-REFUSE-REASON
035900         PERFORM 7500-REFUSE-RUN
036000             THRU 7500-EXIT.
036100     MOVE SPACES               TO CLS-PRD-STANDING.
036200     OPEN INPUT TESTPRDFILE.
036300     IF CLS-PRD-FILE-STATUS = '00'
036400         PERFORM 1110-SCAN-PERIOD-ENTRY
036500             THRU 1110-EXIT
036600             UNTIL CLS-EOF-PERIOD
036700         CLOSE TESTPRDFILE
036800     END-IF.
036900     IF CLS-ACTION-CLOSE AND CLS-PRD-CLOSED
037000         MOVE 'PERIOD ALREADY CLOSED - RUN REFUSED'
037100             TO CLS-REFUSE-REASON
037200         PERFORM 7500-REFUSE-RUN
037300             THRU 7500-EXIT.
037400     IF CLS-ACTION-REOPEN AND NOT CLS-PRD-CLOSED
037500         MOVE 'PERIOD IS NOT CLOSED - RUN REFUSED'
037600             TO CLS-REFUSE-REASON
037700         PERFORM 7500-REFUSE-RUN
037800             THRU 7500-EXIT.
037900     IF CLS-ACTION-REOPEN AND CLS-OPERATOR-ID = SPACES
038000         MOVE 'REOPEN NEEDS AN OPERATOR ID (PARM 4)'
038100             TO CLS-REFUSE-REASON
038200         PERFORM 7500-REFUSE-RUN
038300             THRU 7500-EXIT.
038400 1100-EXIT.
038500     EXIT.
038600*================================================================
038700* 1110-SCAN-PERIOD-ENTRY - KEEP THE STATUS OF EVERY CONTROL ENTRY
038800*                          FOR THE PERIOD; THE LAST ONE READ IS
038900*                          THE ONE THAT STANDS.
039000*================================================================
039100 1110-SCAN-PERIOD-ENTRY.
039200     READ TESTPRDFILE
039300         AT END
039400             MOVE 'Y' TO CLS-PRD-EOF-SW
039500             GO TO 1110-EXIT.
039600     IF PRD-PERIOD IS NUMERIC
039700         IF PRD-PERIOD = CLS-PERIOD
039800             MOVE PRD-STATUS   TO CLS-PRD-STANDING
039900         END-IF
040000     END-IF.
040100 1110-EXIT.
040200     EXIT.
040300*================================================================
040400* 1200-CHECK-POSTING - A GENERATION STANDING 'I' ON THE POSTING
040500*                      CONTROL FILE IS A POSTING RUN IN FLIGHT OR
040600*                      ABENDED MID-SWEEP. THE MASTER IS HALF
040700*                      POSTED UNTIL IT IS RESTARTED, SO NO
040800*                      SNAPSHOT IS TAKEN AND THE CLOSE IS REFUSED.
040810*                      A GENERATION DATED AFTER THE PERIOD END
040820*                      THAT HAS POSTED ('C') HAS MOVED THE MASTER
040830*                      PAST MONTH END, SO A FIRST CLOSE IS
040840*                      REFUSED. A PERIOD STANDING REOPENED IS
040850*                      CLOSED AGAIN ON THE SNAPSHOT ALREADY SIGNED
040860*                      OFF (5500).
040900*================================================================
041000 1200-CHECK-POSTING.
041100     OPEN INPUT TESTPCTFILE.
041200     IF CLS-PCT-FILE-STATUS NOT = '00'
041300         GO TO 1200-EXIT.
041400     PERFORM 1210-SCAN-POSTING-ENTRY
041500         THRU 1210-EXIT
041600         UNTIL CLS-EOF-POSTING.
041700     CLOSE TESTPCTFILE.
041800     MOVE ZERO TO CLS-INFLIGHT-COUNT.
041900     MOVE 1 TO CLS-IF-SUB.
042000     PERFORM 1230-COUNT-INFLIGHT
042100         THRU 1230-EXIT
042200         UNTIL CLS-IF-SUB > CLS-IF-COUNT.
042300     IF CLS-INFLIGHT-COUNT > ZERO
042400         MOVE 'A POSTING STANDS IN FLIGHT - RUN REFUSED'
042500             TO CLS-REFUSE-REASON
042600         PERFORM 7500-REFUSE-RUN
042700             THRU 7500-EXIT.
042710     MOVE 1 TO CLS-LT-SUB.
042720     PERFORM 1250-LIST-LATE-POSTING
042730         THRU 1250-EXIT
042740         UNTIL CLS-LT-SUB > CLS-LT-COUNT.
042750     IF CLS-POSTED-LATE
042760         IF CLS-PRD-REOPENED
042770             MOVE 'Y' TO CLS-KEEP-SNAP-SW
042780         ELSE
042790             MOVE 'POSTED AFTER PERIOD END - RUN REFUSED'
042791                 TO CLS-REFUSE-REASON
042792             PERFORM 7500-REFUSE-RUN
042793                 THRU 7500-EXIT
042794         END-IF
042795     END-IF.
042800 1200-EXIT.
042900     EXIT.
043000*================================================================
043100* 1210-SCAN-POSTING-ENTRY - AN 'I' ENTRY PUTS ITS GENERATION IN
043200*                           THE IN-FLIGHT TABLE (ONCE); A 'C'
043300*                           ENTRY TAKES IT OUT. A TABLE FULL OF
043400*                           GENERATIONS IN FLIGHT IS ALREADY
043500*                           REASON ENOUGH TO REFUSE, SO AN
043600*                           OVERFLOW IS SIMPLY NOT STORED.
043700*================================================================
043800 1210-SCAN-POSTING-ENTRY.
043900     READ TESTPCTFILE
044000         AT END
044100             MOVE 'Y' TO CLS-PCT-EOF-SW
044200             GO TO 1210-EXIT.
044300     IF PCT-GEN-DATE IS NOT NUMERIC
044400         GO TO 1210-EXIT.
044500     MOVE ZERO TO CLS-IF-FOUND-SUB.
044600     MOVE 1 TO CLS-IF-SUB.
044700     PERFORM 1220-FIND-INFLIGHT
044800         THRU 1220-EXIT
044900         UNTIL CLS-IF-SUB > CLS-IF-COUNT
045000            OR CLS-IF-FOUND-SUB > ZERO.
045100     IF PCT-IN-PROGRESS
045200         IF CLS-IF-FOUND-SUB = ZERO
045300         AND CLS-IF-COUNT < CLS-IF-MAX
045400             ADD 1 TO CLS-IF-COUNT
045500             MOVE PCT-GEN-DATE TO CLS-INFLIGHT-DATE (CLS-IF-COUNT)
045600         END-IF
045700     ELSE
045800         IF CLS-IF-FOUND-SUB > ZERO
045900             MOVE ZERO TO CLS-INFLIGHT-DATE (CLS-IF-FOUND-SUB)
046000         END-IF
046100     END-IF.
046120     IF PCT-COMPLETE
046140     AND PCT-GEN-DATE > CLS-PARM-DATE
046160         PERFORM 1240-NOTE-LATE-POSTING
046180             THRU 1240-EXIT.
046200 1210-EXIT.
046300     EXIT.
046400*================================================================
046500* 1220-FIND-INFLIGHT - LOOK FOR THE ENTRY'S GENERATION IN THE
046600*                      IN-FLIGHT TABLE
046700*================================================================
046800 1220-FIND-INFLIGHT.
046900     IF CLS-INFLIGHT-DATE (CLS-IF-SUB) = PCT-GEN-DATE
047000         MOVE CLS-IF-SUB TO CLS-IF-FOUND-SUB.
047100     ADD 1 TO CLS-IF-SUB.
047200 1220-EXIT.
047300     EXIT.
047400*================================================================
047500* 1230-COUNT-INFLIGHT - COUNT AND LIST ONE GENERATION LEFT
047600*                       STANDING IN FLIGHT
047700*================================================================
047800 1230-COUNT-INFLIGHT.
047900     IF CLS-INFLIGHT-DATE (CLS-IF-SUB) NOT = ZERO
048000         ADD 1 TO CLS-INFLIGHT-COUNT
048100         MOVE SPACES           TO CLS-PRINT-LINE
048200         STRING 'GENERATION IN FLIGHT: ' DELIMITED BY SIZE
048300                CLS-INFLIGHT-DATE (CLS-IF-SUB)
048400                                 DELIMITED BY SIZE
048500                INTO CLS-PRINT-LINE
048600         WRITE CLS-PRINT-LINE
048700     END-IF.
048800     ADD 1 TO CLS-IF-SUB.
048900 1230-EXIT.
049000     EXIT.
049002*================================================================
049004* 1240-NOTE-LATE-POSTING - A GENERATION DATED AFTER THE PERIOD
049006*                          END HAS POSTED. NOTE IT IN THE LATE
049008*                          TABLE (ONCE - A FORCED REPOST WRITES A
049010*                          SECOND 'C'). AN OVERFLOW IS NOT STORED
049012*                          BUT STILL REFUSES THE CLOSE.
049014*================================================================
049016 1240-NOTE-LATE-POSTING.
049018     MOVE 'Y' TO CLS-POSTED-LATE-SW.
049020     MOVE ZERO TO CLS-LT-FOUND-SUB.
049022     MOVE 1 TO CLS-LT-SUB.
049024     PERFORM 1245-FIND-LATE
049026         THRU 1245-EXIT
049028         UNTIL CLS-LT-SUB > CLS-LT-COUNT
049030            OR CLS-LT-FOUND-SUB > ZERO.
049032     IF CLS-LT-FOUND-SUB = ZERO
049034     AND CLS-LT-COUNT < CLS-LT-MAX
049036         ADD 1 TO CLS-LT-COUNT
049038         MOVE PCT-GEN-DATE TO CLS-LATE-DATE (CLS-LT-COUNT).
049040 1240-EXIT.
049042     EXIT.
049044*================================================================
049046* 1245-FIND-LATE - LOOK FOR THE ENTRY'S GENERATION IN THE LATE
049048*                  TABLE
049050*================================================================
049052 1245-FIND-LATE.
049054     IF CLS-LATE-DATE (CLS-LT-SUB) = PCT-GEN-DATE
049056         MOVE CLS-LT-SUB TO CLS-LT-FOUND-SUB.
049058     ADD 1 TO CLS-LT-SUB.
049060 1245-EXIT.
049062     EXIT.
049064*================================================================
049066* 1250-LIST-LATE-POSTING - LIST ONE GENERATION POSTED AFTER THE
049068*                          PERIOD END
049070*================================================================
049072 1250-LIST-LATE-POSTING.
049074     MOVE SPACES               TO CLS-PRINT-LINE.
049076     STRING 'GENERATION POSTED AFTER PERIOD END: '
049078                               DELIMITED BY SIZE
049080            CLS-LATE-DATE (CLS-LT-SUB)
049082                               DELIMITED BY SIZE
049084            INTO CLS-PRINT-LINE.
049086     WRITE CLS-PRINT-LINE.
049088     ADD 1 TO CLS-LT-SUB.
049090 1250-EXIT.
049092     EXIT.
049100*================================================================
049200* 1300-CHECK-ACCRUAL - A PERIOD CLOSED BEFORE ITS MONTH-END
049300*                      ACCRUAL HAS POSTED WILL REFUSE THE ACCRUAL
049400*                      ENTRIES AS PRIOR-PERIOD ITEMS. THAT MAY BE
049500*                      DELIBERATE (A BRANCH SET WITH NO RATES), SO
049600*                      IT IS A WARNING ON THE REPORT, NOT A
049700*                      REFUSAL.
049800*================================================================
049900 1300-CHECK-ACCRUAL.
050000     OPEN INPUT TESTACCFILE.
050100     IF CLS-ACC-FILE-STATUS = '00'
050200         PERFORM 1310-SCAN-ACCRUAL-ENTRY
050300             THRU 1310-EXIT
050400             UNTIL CLS-EOF-ACCRUAL
050500         CLOSE TESTACCFILE
050600     END-IF.
050700     IF NOT CLS-PERIOD-ACCRUED
050800         MOVE 'WARNING - PERIOD HAS NOT BEEN ACCRUED'
050900             TO CLS-PRINT-LINE
051000         WRITE CLS-PRINT-LINE
051100     END-IF.
051200 1300-EXIT.
051300     EXIT.
051400*================================================================
051500* 1310-SCAN-ACCRUAL-ENTRY - NOTE A COMPLETED ACCRUAL FOR THE
051600*                           PERIOD
051700*================================================================
051800 1310-SCAN-ACCRUAL-ENTRY.
051900     READ TESTACCFILE
052000         AT END
052100             MOVE 'Y' TO CLS-ACC-EOF-SW
052200             GO TO 1310-EXIT.
052300     IF ACC-PERIOD IS NUMERIC
052400         IF ACC-PERIOD = CLS-PERIOD AND ACC-COMPLETE
052500             MOVE 'Y' TO CLS-ACCRUED-SW
052600         END-IF
052700     END-IF.
052800 1310-EXIT.
052900     EXIT.
053000*================================================================
053100* 2000-OPEN-SNAPSHOT - OPEN THE MASTER FOR READING AND CREATE THE
053200*                      SNAPSHOT WORK FILE, NAMED FOR THE PERIOD
053300*                      END WITH .new IN PLACE OF .txt SO A
053400*                      HALF-WRITTEN SNAPSHOT NEVER STANDS AS THE
053500*                      SIGNED-OFF ONE.
053600*================================================================
053700 2000-OPEN-SNAPSHOT.
053800     OPEN INPUT TESTMSTRFILE.
053900     IF CLS-MSTR-FILE-STATUS NOT = '00'
054000         MOVE 'A' TO CLS-COMPLETION-SW
054100         MOVE 'MASTER FILE OPEN FAILED' TO CLS-PRINT-LINE
054200         WRITE CLS-PRINT-LINE
054300         CLOSE CLS-PRINT-FILE
054400         PERFORM 9000-WRITE-RUNLOG
054500             THRU 9000-EXIT
054600         MOVE 16 TO RETURN-CODE
054700         STOP RUN.
054800     STRING 'testmstrsnap.'    DELIMITED BY SIZE
054900            CLS-PARM-DATE      DELIMITED BY SIZE
055000            '.new'             DELIMITED BY SIZE
055100            INTO CLS-NEW-NAME.
055200     STRING 'testmstrsnap.'    DELIMITED BY SIZE
055300            CLS-PARM-DATE      DELIMITED BY SIZE
055400            '.txt'             DELIMITED BY SIZE
055500            INTO CLS-OLD-NAME.
055600     DISPLAY 'TESTSNAP' UPON ENVIRONMENT-NAME.
055700     DISPLAY CLS-NEW-NAME UPON ENVIRONMENT-VALUE.
055800     OPEN OUTPUT TESTSNAPFILE.
055900     IF CLS-SNAP-FILE-STATUS NOT = '00'
056000         MOVE 'A' TO CLS-COMPLETION-SW
056100         MOVE 'SNAPSHOT WORK FILE OPEN FAILED' TO CLS-PRINT-LINE
056200         WRITE CLS-PRINT-LINE
056300         CLOSE TESTMSTRFILE
056400         CLOSE CLS-PRINT-FILE
056500         PERFORM 9000-WRITE-RUNLOG
056600             THRU 9000-EXIT
056700         MOVE 16 TO RETURN-CODE
056800         STOP RUN.
056900 2000-EXIT.
057000     EXIT.
057100*================================================================
057200* 3000-SNAP-MASTER - COPY ONE MASTER POSITION TO THE SNAPSHOT AND
057300*                    COUNT IT INTO ITS BRANCH
057400*================================================================
057500 3000-SNAP-MASTER.
057600     WRITE CLS-SNAP-REC        FROM TEST-MSTR-REC.
057650     MOVE TEST-MSTR-REC        TO CLS-POSITION.
057700     PERFORM 3050-COUNT-POSITION
057800         THRU 3050-EXIT.
057900     PERFORM 3150-READ-NEXT-MASTER
058000         THRU 3150-EXIT.
058100 3000-EXIT.
058200     EXIT.
058300*================================================================
058400* 3050-COUNT-POSITION - COUNT THE POSITION IN CLS-POSITION INTO
058500*                       THE SNAPSHOT TOTALS AND ITS BRANCH
058600*================================================================
058700 3050-COUNT-POSITION.
058800     ADD 1 TO CLS-MSTR-COUNT.
058900     IF CLS-POS-BRANCH IS NUMERIC
059000         MOVE CLS-POS-BRANCH   TO CLS-BR-NUM
059100     ELSE
059200         MOVE ZERO             TO CLS-BR-NUM
059210     END-IF.
059220     ADD CLS-BR-NUM 1 GIVING CLS-BR-SUB.
059230     ADD 1 TO CLS-BR-COUNT (CLS-BR-SUB).
059240     IF CLS-POS-BALANCE IS NUMERIC
059250         ADD CLS-POS-BALANCE   TO CLS-BR-BALANCE (CLS-BR-SUB)
059260         ADD CLS-POS-BALANCE   TO CLS-BALANCE-TOTAL
059270     END-IF.
059280 3050-EXIT.
059290     EXIT.
059300*================================================================
059400* 3100-START-MASTER-SWEEP - REPOSITION TO THE LOWEST KEY ON THE
059500*                           MASTER AND PRIME THE SEQUENTIAL READ.
059600*                           AN EMPTY MASTER IS TOLERATED AS EOF.
059700*================================================================
059800 3100-START-MASTER-SWEEP.
059900     MOVE LOW-VALUES            TO MSTR-KEY.
060000     START TESTMSTRFILE KEY IS NOT LESS THAN MSTR-KEY
060100         INVALID KEY
060200             MOVE 'Y' TO CLS-MSTR-EOF-SW.
060300     IF NOT CLS-EOF-MASTER
060400         PERFORM 3150-READ-NEXT-MASTER
060500             THRU 3150-EXIT
060600     END-IF.
060700 3100-EXIT.
060800     EXIT.
060900*================================================================
061000* 3150-READ-NEXT-MASTER - READ THE NEXT MASTER IN KEY ORDER, SET
061100*                         EOF AT END
061200*================================================================
061300 3150-READ-NEXT-MASTER.
061400     READ TESTMSTRFILE NEXT RECORD
061500         AT END
061600             MOVE 'Y' TO CLS-MSTR-EOF-SW.
061700 3150-EXIT.
061800     EXIT.
061900*================================================================
062000* 4000-REOPEN-PERIOD - RECORD THE OPERATOR'S REOPEN ON THE PERIOD
062100*                      CONTROL FILE. THE SNAPSHOT IS LEFT WHERE
062200*                      IT IS - IT IS STILL WHAT WAS SIGNED OFF.
062300*================================================================
062400 4000-REOPEN-PERIOD.
062500     MOVE 'O'                  TO CLS-PRD-NEW-STATUS.
062600     PERFORM 9100-WRITE-CONTROL
062700         THRU 9100-EXIT.
062800     MOVE SPACES               TO CLS-PRINT-LINE.
062900     STRING 'PERIOD REOPENED BY OPERATOR ' DELIMITED BY SIZE
063000            CLS-OPERATOR-ID    DELIMITED BY SIZE
063100            INTO CLS-PRINT-LINE.
063200     WRITE CLS-PRINT-LINE.
063300 4000-EXIT.
063400     EXIT.
063500*================================================================
063600* 5000-RELEASE-SNAPSHOT - CLOSE THE SWEEP, RENAME THE WORK FILE
063700*                         OVER ANY EARLIER SNAPSHOT FOR THE
063800*                         PERIOD (A CLOSE AFTER A REOPEN) AND
063900*                         RECORD THE PERIOD CLOSED. A FAILED
064000*                         RENAME LEAVES THE PERIOD OPEN.
064100*================================================================
064200 5000-RELEASE-SNAPSHOT.
064300     CLOSE TESTSNAPFILE.
064400     CLOSE TESTMSTRFILE.
064500     CALL 'CBL_DELETE_FILE'
064600         USING CLS-OLD-NAME.
064700     MOVE RETURN-CODE          TO CLS-CALL-RESULT.
064800     MOVE ZERO                 TO RETURN-CODE.
064900     IF CLS-CALL-RESULT = ZERO
065000         MOVE 'EARLIER SNAPSHOT FOR THE PERIOD REPLACED'
065100             TO CLS-PRINT-LINE
065200         WRITE CLS-PRINT-LINE
065300     END-IF.
065400     CALL 'CBL_RENAME_FILE'
065500         USING CLS-NEW-NAME CLS-OLD-NAME.
065600     MOVE RETURN-CODE          TO CLS-CALL-RESULT.
065700     MOVE ZERO                 TO RETURN-CODE.
065800     IF CLS-CALL-RESULT NOT = ZERO
065900         MOVE 'A' TO CLS-COMPLETION-SW
066000         MOVE 'SNAPSHOT RENAME FAILED' TO CLS-PRINT-LINE
066100         WRITE CLS-PRINT-LINE
066200         CLOSE CLS-PRINT-FILE
066300         PERFORM 9000-WRITE-RUNLOG
066400             THRU 9000-EXIT
066500         MOVE 8 TO RETURN-CODE
066600         STOP RUN.
066700     MOVE 'C'                  TO CLS-PRD-NEW-STATUS.
066800     PERFORM 9100-WRITE-CONTROL
066900         THRU 9100-EXIT.
067000 5000-EXIT.
067100     EXIT.
067102*================================================================
067104* 5500-KEEP-SNAPSHOT - CLOSE A REOPENED PERIOD AGAIN AFTER LATER
067106*                      GENERATIONS HAVE POSTED. THE MASTER IS PAST
067108*                      MONTH END AND CANNOT BE SNAPPED, SO THE
067110*                      SNAPSHOT ALREADY SIGNED OFF STANDS. IT IS
067112*                      READ BACK FOR THE TOTALS ON THE REPORT AND
067114*                      THE CONTROL ENTRY. NO SNAPSHOT ON FILE
067116*                      REFUSES THE CLOSE.
067118*================================================================
067120 5500-KEEP-SNAPSHOT.
067122     STRING 'testmstrsnap.'    DELIMITED BY SIZE
067124            CLS-PARM-DATE      DELIMITED BY SIZE
067126            '.txt'             DELIMITED BY SIZE
067128            INTO CLS-OLD-NAME.
067130     DISPLAY 'TESTSNAP' UPON ENVIRONMENT-NAME.
067132     DISPLAY CLS-OLD-NAME UPON ENVIRONMENT-VALUE.
067134     OPEN INPUT TESTSNAPFILE.
067136     IF CLS-SNAP-FILE-STATUS NOT = '00'
067138         MOVE 'NO SIGNED-OFF SNAPSHOT - RUN REFUSED'
067140             TO CLS-REFUSE-REASON
067142         PERFORM 7500-REFUSE-RUN
067144             THRU 7500-EXIT.
067146     MOVE 'LATER GENERATIONS POSTED - SIGNED-OFF SNAPSHOT KEPT'
067148         TO CLS-PRINT-LINE.
067150     WRITE CLS-PRINT-LINE.
067152     PERFORM 5510-TOTAL-SNAPSHOT
067154         THRU 5510-EXIT
067156         UNTIL CLS-EOF-SNAPSHOT.
067158     CLOSE TESTSNAPFILE.
067160     MOVE 'C'                  TO CLS-PRD-NEW-STATUS.
067162     PERFORM 9100-WRITE-CONTROL
067164         THRU 9100-EXIT.
067166 5500-EXIT.
067168     EXIT.
067170*================================================================
067172* 5510-TOTAL-SNAPSHOT - COUNT ONE SIGNED-OFF POSITION BACK INTO
067174*                       THE TOTALS
067176*================================================================
067178 5510-TOTAL-SNAPSHOT.
067180     READ TESTSNAPFILE INTO CLS-POSITION
067182         AT END
067184             MOVE 'Y' TO CLS-SNAP-EOF-SW
067186             GO TO 5510-EXIT.
067188     PERFORM 3050-COUNT-POSITION
067190         THRU 3050-EXIT.
067192 5510-EXIT.
067194     EXIT.
067200*================================================================
067300* 6000-PRINT-TOTALS - SNAPSHOT KEY COUNT AND BALANCE, IN TOTAL
067400*                     AND BY BRANCH - THE FIGURES FINANCE SIGNS
067500*                     THE PERIOD OFF AGAINST
067600*================================================================
067700 6000-PRINT-TOTALS.
067800     MOVE 'KEYS IN SNAPSHOT'    TO CLS-TOT-NAME.
067900     MOVE CLS-MSTR-COUNT        TO CLS-TOT-VALUE.
068000     WRITE CLS-PRINT-LINE       FROM CLS-TOTAL-LINE.
068100     MOVE 'BALANCE TOTAL'       TO CLS-AMT-NAME.
068200     MOVE CLS-BALANCE-TOTAL     TO CLS-AMT-VALUE.
068300     WRITE CLS-PRINT-LINE       FROM CLS-AMOUNT-LINE.
068400     MOVE 1 TO CLS-BR-SUB.
068500     PERFORM 6100-PRINT-BRANCH-ROW
068600         THRU 6100-EXIT
068700         UNTIL CLS-BR-SUB > 1000.
068800     MOVE SPACES               TO CLS-PRINT-LINE.
068900     STRING 'SNAPSHOT: '       DELIMITED BY SIZE
069000            CLS-OLD-NAME       DELIMITED BY SPACE
069100            INTO CLS-PRINT-LINE.
069200     WRITE CLS-PRINT-LINE.
069300 6000-EXIT.
069400     EXIT.
069500*================================================================
069600* 6100-PRINT-BRANCH-ROW - ONE LINE PER BRANCH HOLDING KEYS
069700*================================================================
069800 6100-PRINT-BRANCH-ROW.
069900     IF CLS-BR-COUNT (CLS-BR-SUB) = ZERO
070000         GO TO 6100-NEXT.
070100     SUBTRACT 1 FROM CLS-BR-SUB GIVING CLS-BR-NUM.
070200     MOVE CLS-BR-NUM            TO CLS-BR-LINE-NUM.
070300     MOVE CLS-BR-COUNT (CLS-BR-SUB)   TO CLS-BR-LINE-COUNT.
070400     MOVE CLS-BR-BALANCE (CLS-BR-SUB) TO CLS-BR-LINE-BALANCE.
070500     WRITE CLS-PRINT-LINE       FROM CLS-BRANCH-LINE.
070600 6100-NEXT.
070700     ADD 1 TO CLS-BR-SUB.
070800 6100-EXIT.
070900     EXIT.
071000*================================================================
071100* 7500-REFUSE-RUN - REFUSE THE RUN BEFORE ANYTHING IS CHANGED:
071200*                   PRINT WHY, LOG IT AND END WITH RETURN CODE 8
071300*================================================================
071400 7500-REFUSE-RUN.
071500     MOVE 'REFUSED'            TO CLS-SUMMARY-RESULT.
071600     MOVE CLS-REFUSE-REASON    TO CLS-SUMMARY-REASON.
071700     WRITE CLS-PRINT-LINE      FROM CLS-SUMMARY-LINE.
071800     CLOSE CLS-PRINT-FILE.
071900     MOVE 'A' TO CLS-COMPLETION-SW.
072000     PERFORM 9000-WRITE-RUNLOG
072100         THRU 9000-EXIT.
072200     MOVE 8 TO RETURN-CODE.
072300     STOP RUN.
072400 7500-EXIT.
072500     EXIT.
072600*================================================================
072700* 8000-TERMINATE - PRINT THE SUMMARY, CLOSE THE REPORT AND WRITE
072800*                  THE RUN-LOG ENTRY
072900*================================================================
073000 8000-TERMINATE.
073100     WRITE CLS-PRINT-LINE      FROM CLS-HDR-RULE.
073200     IF CLS-ACTION-REOPEN
073300         MOVE 'REOPENED'       TO CLS-SUMMARY-RESULT
073400     ELSE
073500         MOVE 'CLOSED'         TO CLS-SUMMARY-RESULT
073600     END-IF.
073700     MOVE SPACES               TO CLS-SUMMARY-REASON.
073800     WRITE CLS-PRINT-LINE      FROM CLS-SUMMARY-LINE.
073900     CLOSE CLS-PRINT-FILE.
074000     PERFORM 9000-WRITE-RUNLOG
074100         THRU 9000-EXIT.
074200 8000-EXIT.
074300     EXIT.
074400*================================================================
074500* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
074600*                     A CLOSE COUNTS THE MASTERS SNAPPED AS READ
074700*                     AND APPLIED; A REOPEN MOVES NO RECORDS AND
074800*                     LOGS ZEROS - THE OPERATOR WHO DID IT IS ON
074900*                     THE PERIOD CONTROL ENTRY. THE GENERATION
075000*                     DATE IS THE PERIOD END.
075100*================================================================
075200 9000-WRITE-RUNLOG.
075300     OPEN EXTEND TESTLOGFILE.
075400     IF CLS-LOG-FILE-STATUS NOT = '00'
075500         OPEN OUTPUT TESTLOGFILE.
075600     MOVE SPACES               TO TEST-LOG-REC.
075700     MOVE CLS-TODAY-DATE       TO LOG-RUN-DATE.
075800     MOVE CLS-TODAY-TIME       TO LOG-RUN-TIME.
075900     MOVE CLS-RUN-JOBID        TO LOG-JOB-ID.
076000     MOVE CLS-MSTR-COUNT       TO LOG-TRAN-READ-COUNT.
076100     MOVE CLS-MSTR-COUNT       TO LOG-REC-COUNT.
076200     MOVE ZERO                 TO LOG-REJECT-COUNT.
076300     MOVE ZERO                 TO LOG-ADD-COUNT.
076400     MOVE ZERO                 TO LOG-CHG-COUNT.
076500     MOVE ZERO                 TO LOG-DEL-COUNT.
076600     MOVE CLS-PARM-DATE        TO LOG-GEN-DATE.
076700     MOVE 'FILETESTCLS'        TO LOG-PROGRAM.
076800     MOVE ZERO                 TO LOG-PEND-COUNT.
076900     MOVE ZERO                 TO LOG-REL-COUNT.
077000     MOVE CLS-COMPLETION-SW    TO LOG-COMPLETION-CODE.
077100     WRITE TEST-LOG-REC.
077200     CLOSE TESTLOGFILE.
077300 9000-EXIT.
077400     EXIT.
077500*================================================================
077600* 9100-WRITE-CONTROL - APPEND ONE PERIOD CONTROL ENTRY WITH THE
077700*                      STATUS THE CALLER SET, THE SNAPSHOT TOTALS
077800*                      (ZERO ON A REOPEN) AND THE OPERATOR ID
077900*================================================================
078000 9100-WRITE-CONTROL.
078100     OPEN EXTEND TESTPRDFILE.
078200     IF CLS-PRD-FILE-STATUS NOT = '00'
078300         OPEN OUTPUT TESTPRDFILE.
078400     MOVE SPACES               TO TEST-PRD-REC.
078500     MOVE CLS-PERIOD           TO PRD-PERIOD.
078600     MOVE CLS-PRD-NEW-STATUS   TO PRD-STATUS.
078700     MOVE CLS-PARM-DATE        TO PRD-PERIOD-END.
078800     MOVE CLS-MSTR-COUNT       TO PRD-MSTR-COUNT.
078900     MOVE CLS-BALANCE-TOTAL    TO PRD-BALANCE-TOTAL.
079000     MOVE CLS-OPERATOR-ID      TO PRD-OPERATOR.
079100     MOVE CLS-TODAY-DATE       TO PRD-RUN-DATE.
079200     MOVE CLS-TODAY-TIME       TO PRD-RUN-TIME.
079300     WRITE TEST-PRD-REC.
079400     CLOSE TESTPRDFILE.
079700 9100-EXIT.
079800     EXIT.
