000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTACR.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - MONTH-END INTEREST AND FEE
001200*                  ACCRUAL. NOTHING CHARGED OR CREDITED THE
001300*                  RUNNING BALANCES ON TESTMSTRFILE; FINANCE
001400*                  WORKED MONTH-END INTEREST AND SERVICE FEES
001500*                  OUT IN A SPREADSHEET AND KEYED THEM BACK AS
001600*                  MANUAL TRANSACTIONS. THIS RUN READS EVERY
001700*                  MASTER RECORD AT PERIOD END, PRICES IT FROM
001800*                  THE RATE/FEE TABLE (TESTRATEFILE) BY BRANCH
001900*                  AND BALANCE TIER, AND WRITES ONE NET CHARGE
002000*                  OR CREDIT PER KEY AS AN ENVELOPED SOURCE FILE
002100*                  ('BH'/'BT' PER TESTENV) UNDER ITS OWN SOURCE
002200*                  ID, ACCRUAL, IN THE SOURCE SLOT RESERVED FOR
002300*                  IT (9) - FILETESTCOL COLLECTS AND PROVES IT
002400*                  LIKE ANY OTHER UPSTREAM AND THE EDIT, EXTRACT
002500*                  AND POSTING TAKE IT FROM THERE. THE ENTRIES
002600*                  ARE EFFECTIVE THE PERIOD-END DATE AND THE FILE
002700*                  IS DATED FOR THE FEED AFTER IT, SO THE PERIOD
002800*                  CLOSE IS RUN ONCE THAT FEED HAS POSTED. KEYS
002900*                  CLOSED OR MISSING ON THE KEY REFERENCE FILE
003000*                  ARE SKIPPED - THE EDIT WOULD ONLY SUSPEND
003100*                  THEM. A REGISTER LISTS EVERY KEY WITH ITS
003200*                  BALANCE, RATE, FEE AND AMOUNT. A BRANCH WITH
003300*                  NO TIER COVERING A BALANCE, AN UNREADABLE
003400*                  TABLE ROW OR A CHARGE TOO LARGE FOR THE FEED
003500*                  AMOUNT FIELD HOLDS THE WHOLE RUN WITH RETURN
003600*                  CODE 8 - NO FILE IS RELEASED AND THE PERIOD
003700*                  IS NOT MARKED, SO IT IS RERUN ONCE FINANCE
003800*                  HAS FIXED THE TABLE. A PERIOD ALREADY ACCRUED
003900*                  ON THE ACCRUAL CONTROL FILE (TESTACCFILE) IS
004000*                  REFUSED WITH RETURN CODE 8. PARM 1 IS THE
004100*                  PERIOD-END DATE (DEFAULT TODAY, MUST BE THE
004200*                  LAST DAY OF A MONTH), PARM 2 THE JOB ID, PARM
004300*                  3 THE FEED DATE THE SOURCE FILE IS WRITTEN
004400*                  FOR (DEFAULT THE DAY AFTER PERIOD END).
004405* 2026-10-15  RK   THE FEED DATE NOW DEFAULTS TO THE PERIOD END
004410*                  AND MAY NOT BE BEFORE IT. THE RUN IS MADE ON
004415*                  THE PERIOD-END DAY AHEAD OF THAT DAY'S
004420*                  COLLECTION, SO THE ACCRUAL POSTS IN THE
004425*                  MONTH-END GENERATION AND THE PERIOD CLOSE
004430*                  FOLLOWS ONCE THAT HAS POSTED, BEFORE NEXT
004435*                  MONTH'S FIRST GENERATION POSTS - THE CLOSE
004440*                  REFUSES A MASTER ALREADY PAST MONTH END.
004445*                  BALANCES ARE PRICED AS THE PRIOR DAY'S POSTING
004450*                  LEFT THEM. A LATER FEED DATE IS ONLY FOR A
004455*                  PERIOD STANDING REOPENED. A FEED DATE THAT IS
004460*                  NOT A VALID DATE IS REFUSED WITH RETURN CODE 8.
004500*================================================================
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT TESTMSTRFILE ASSIGN TO 'testmasterfile.txt'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS MSTR-KEY
005600         FILE STATUS IS ACR-MSTR-FILE-STATUS.
005700
005800     SELECT TESTKEYFILE ASSIGN TO 'testkeyfile.txt'
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS KEYR-KEY
006200         FILE STATUS IS ACR-KEY-FILE-STATUS.
006300
006400     SELECT TESTRATEFILE ASSIGN TO 'testratefile.txt'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS ACR-RATE-FILE-STATUS.
006700
006800     SELECT TESTACCFILE ASSIGN TO 'testaccfile.txt'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS ACR-ACC-FILE-STATUS.
007100
007200     SELECT TESTSRCFILE ASSIGN TO 'TESTSRC'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS ACR-SRC-FILE-STATUS.
007500
007600     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS ACR-LOG-FILE-STATUS.
007900
008000     SELECT ACR-PRINT-FILE ASSIGN TO 'filetestacr.txt'
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200 DATA DIVISION.
008300 FILE SECTION.
008400*----------------------------------------------------------------
008500* PERMANENT MASTER BALANCE FILE - READ ONLY
008600*----------------------------------------------------------------
008700 FD  TESTMSTRFILE.
008800     COPY TESTMSTR.
008900*----------------------------------------------------------------
009000* KEY REFERENCE MASTER - CLOSED AND UNKNOWN KEYS ARE NOT ACCRUED
009100*----------------------------------------------------------------
009200 FD  TESTKEYFILE.
009300     COPY TESTKEY.
009400*----------------------------------------------------------------
009500* ACCRUAL RATE/FEE TABLE
009600*----------------------------------------------------------------
009700 FD  TESTRATEFILE.
009800     COPY TESTRATE.
009900*----------------------------------------------------------------
010000* ACCRUAL CONTROL FILE - ONE 'C' ENTRY PER PERIOD ACCRUED
010100*----------------------------------------------------------------
010200 FD  TESTACCFILE.
010300     COPY TESTACC.
010400*----------------------------------------------------------------
010500* ACCRUAL SOURCE FILE - BUILT UNDER A WORK NAME AND RENAMED TO
010600* THE DATED SOURCE SLOT ONLY WHEN THE RUN COMPLETES CLEAN. SAME
010700* RECORD WIDTH AS THE COLLECTOR'S SOURCE RECORD.
010800*----------------------------------------------------------------
010900 FD  TESTSRCFILE.
011000 01  ACR-SRC-REC                   PIC X(47).
011100*----------------------------------------------------------------
011200* RUN-LOG / AUDIT TRAIL FILE
011300*----------------------------------------------------------------
011400 FD  TESTLOGFILE.
011500     COPY TESTLOG.
011600*----------------------------------------------------------------
011700* PRINTED ACCRUAL REGISTER
011800*----------------------------------------------------------------
011900 FD  ACR-PRINT-FILE.
012000 01  ACR-PRINT-LINE                PIC X(80).
012100 WORKING-STORAGE SECTION.
012200*----------------------------------------------------------------
012300* SWITCHES AND FILE STATUS FIELDS
012400*----------------------------------------------------------------
012500 77  ACR-MSTR-EOF-SW               PIC X(01)      VALUE 'N'.
012600     88  ACR-EOF-MASTER                             VALUE 'Y'.
012700 77  ACR-RATE-EOF-SW               PIC X(01)      VALUE 'N'.
012800     88  ACR-EOF-RATE                               VALUE 'Y'.
012900 77  ACR-ACC-EOF-SW                PIC X(01)      VALUE 'N'.
013000     88  ACR-EOF-CONTROL                            VALUE 'Y'.
013100 77  ACR-HOLD-SW                   PIC X(01)      VALUE 'N'.
013200     88  ACR-RUN-HELD                               VALUE 'Y'.
013300 77  ACR-PERIOD-DONE-SW            PIC X(01)      VALUE 'N'.
013400     88  ACR-PERIOD-DONE                            VALUE 'Y'.
013500 77  ACR-MSTR-FILE-STATUS          PIC X(02)      VALUE SPACES.
013600 77  ACR-KEY-FILE-STATUS           PIC X(02)      VALUE SPACES.
013700 77  ACR-RATE-FILE-STATUS          PIC X(02)      VALUE SPACES.
013800 77  ACR-ACC-FILE-STATUS           PIC X(02)      VALUE SPACES.
013900 77  ACR-SRC-FILE-STATUS           PIC X(02)      VALUE SPACES.
014000 77  ACR-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
014100 77  ACR-HOLD-REASON               PIC X(40)      VALUE SPACES.
014200*----------------------------------------------------------------
014300* RATE/FEE TABLE IN STORAGE - ONE ROW PER BRANCH AND TIER AS
014400* LOADED. THE TIER SEARCH SCANS THE WHOLE TABLE, SO THE FILE
014500* NEED NOT BE IN ANY ORDER.
014600*----------------------------------------------------------------
014700 01  ACR-RATE-TABLE.
014800     05  ACR-RATE-ROW OCCURS 500 TIMES.
014900         10  ACR-RT-BRANCH         PIC X(03).
015000         10  ACR-RT-FLOOR      PIC S9(11)V99  COMP-3.
015100         10  ACR-RT-PCT        PIC 9(02)V9(04) COMP-3.
015200         10  ACR-RT-FEE        PIC 9(05)V99   COMP-3.
015300 77  ACR-RT-MAX                    PIC 9(04) COMP  VALUE 500.
015400 77  ACR-RT-COUNT                  PIC 9(04) COMP  VALUE ZERO.
015500 77  ACR-RT-SUB                    PIC 9(04) COMP  VALUE ZERO.
015600 77  ACR-TIER-SUB                  PIC 9(04) COMP  VALUE ZERO.
015700*----------------------------------------------------------------
015800* PER-KEY PRICING WORK AREAS
015900*----------------------------------------------------------------
016000 77  ACR-KEY-BRANCH                PIC X(03)      VALUE SPACES.
016100 77  ACR-INTEREST          PIC S9(11)V99  COMP-3 VALUE ZERO.
016200 77  ACR-FEE               PIC 9(05)V99   COMP-3 VALUE ZERO.
016300 77  ACR-NET-AMOUNT        PIC S9(11)V99  COMP-3 VALUE ZERO.
016400 77  ACR-MAX-AMOUNT        PIC S9(11)V99  COMP-3
016500                                           VALUE 9999999.99.
016600 77  ACR-NOTE                      PIC X(16)      VALUE SPACES.
016700     COPY TESTENV.
016800     COPY TESTTRAN.
016900*----------------------------------------------------------------
017000* COUNTERS AND ENVELOPE TOTALS
017100*----------------------------------------------------------------
017200 77  ACR-MSTR-READ-COUNT           PIC 9(09) COMP  VALUE ZERO.
017300 77  ACR-ACCRUED-COUNT             PIC 9(09) COMP  VALUE ZERO.
017400 77  ACR-NIL-COUNT                 PIC 9(09) COMP  VALUE ZERO.
017500 77  ACR-SKIP-COUNT                PIC 9(09) COMP  VALUE ZERO.
017600 77  ACR-EXCEPTION-COUNT           PIC 9(09) COMP  VALUE ZERO.
017700 77  ACR-AMOUNT-TOTAL      PIC S9(11)V99  COMP-3 VALUE ZERO.
017800 77  ACR-INTEREST-TOTAL    PIC S9(11)V99  COMP-3 VALUE ZERO.
017900 77  ACR-FEE-TOTAL         PIC S9(11)V99  COMP-3 VALUE ZERO.
018000*----------------------------------------------------------------
018100* PERIOD, FEED DATE, FILENAME AND RUN-LOG WORK AREAS
018200*----------------------------------------------------------------
018300 77  ACR-PARM-DATE                 PIC 9(08)      VALUE ZERO.
018400 77  ACR-PARM-DATE-X REDEFINES ACR-PARM-DATE
018500                                   PIC X(08).
018600 77  ACR-PERIOD                    PIC 9(06)      VALUE ZERO.
018700 77  ACR-FEED-DATE                 PIC 9(08)      VALUE ZERO.
018720 77  ACR-FEED-DATE-X REDEFINES ACR-FEED-DATE
018740                                   PIC X(08).
018800 01  ACR-NEXT-DATE                 PIC 9(08)      VALUE ZERO.
018900 01  ACR-NEXT-DATE-X REDEFINES ACR-NEXT-DATE.
019000     05  FILLER                    PIC X(06).
019100     05  ACR-NEXT-DAY              PIC 9(02).
019200 77  ACR-DATE-INT                  PIC 9(07) COMP  VALUE ZERO.
019300 77  ACR-TODAY-DATE                PIC 9(08)      VALUE ZERO.
019400 77  ACR-TODAY-TIME                PIC 9(08)      VALUE ZERO.
019500 77  ACR-RUN-JOBID                 PIC X(08)      VALUE SPACES.
019600 77  ACR-COMPLETION-SW             PIC X(01)      VALUE 'N'.
019700     88  ACR-NORMAL-COMPLETION                      VALUE 'N'.
019800     88  ACR-ABNORMAL-COMPLETION                     VALUE 'A'.
019900 77  ACR-SOURCE-ID                 PIC X(08)  VALUE 'ACCRUAL'.
020000 77  ACR-SOURCE-SLOT               PIC 9(01)      VALUE 9.
020100*----------------------------------------------------------------
020200* FILE MANAGEMENT CALL WORK AREAS - SAME HANDLING AS FILETESTREL
020300*----------------------------------------------------------------
020400 77  ACR-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
020500 77  ACR-OLD-NAME                  PIC X(40)      VALUE SPACES.
020600 77  ACR-NEW-NAME                  PIC X(40)      VALUE SPACES.
020700*----------------------------------------------------------------
020800* PAGE HEADING AND REGISTER LINES
020900*----------------------------------------------------------------
021000 01  ACR-HDR-TITLE.
021100     05  FILLER                    PIC X(80)
021200         VALUE 'MONTH-END INTEREST AND FEE ACCRUAL REGISTER'.
021300 01  ACR-HDR-PERIOD-LINE.
021400     05  FILLER                    PIC X(12)
021500         VALUE 'PERIOD END:'.
021600     05  ACR-HDR-PERIOD-END        PIC 9(08).
021700     05  FILLER                    PIC X(04)      VALUE SPACES.
021800     05  FILLER                    PIC X(11)
021900         VALUE 'FEED DATE:'.
022000     05  ACR-HDR-FEED-DATE         PIC 9(08).
022100 01  ACR-HDR-COLUMNS.
022200     05  FILLER                    PIC X(40)
022300         VALUE '  KEY  BR          BALANCE    RATE      '.
022400     05  FILLER                    PIC X(40)
022450         VALUE ' FEE      AMOUNT NOTE'.
022500 01  ACR-HDR-RULE.
022600     05  FILLER                    PIC X(64)      VALUE ALL '-'.
022700 01  ACR-DETAIL-LINE.
022800     05  FILLER                    PIC X(02)      VALUE SPACES.
022900     05  ACR-LIN-KEY               PIC X(04).
023000     05  FILLER                    PIC X(01)      VALUE SPACES.
023100     05  ACR-LIN-BRANCH            PIC X(03).
023200     05  FILLER                    PIC X(01)      VALUE SPACES.
023300     05  ACR-LIN-BALANCE           PIC -(11)9.99.
023400     05  FILLER                    PIC X(01)      VALUE SPACES.
023500     05  ACR-LIN-RATE              PIC Z9.9999.
023600     05  FILLER                    PIC X(01)      VALUE SPACES.
023700     05  ACR-LIN-FEE               PIC ZZ,ZZ9.99.
023800     05  FILLER                    PIC X(01)      VALUE SPACES.
023900     05  ACR-LIN-AMOUNT            PIC -(7)9.99.
024000     05  FILLER                    PIC X(01)      VALUE SPACES.
024100     05  ACR-LIN-NOTE              PIC X(16).
024200 01  ACR-TOTAL-LINE.
024300     05  FILLER                    PIC X(02)      VALUE SPACES.
024400     05  ACR-TOT-NAME              PIC X(22).
024500     05  FILLER                    PIC X(01)      VALUE SPACES.
024600     05  ACR-TOT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.
024700 01  ACR-AMOUNT-LINE.
024800     05  FILLER                    PIC X(02)      VALUE SPACES.
024900     05  ACR-AMT-NAME              PIC X(22).
025000     05  FILLER                    PIC X(01)      VALUE SPACES.
025100     05  ACR-AMT-VALUE             PIC -(11)9.99.
025200 01  ACR-SUMMARY-LINE.
025300     05  FILLER                    PIC X(17)
025400         VALUE 'ACCRUAL RUN:    '.
025500     05  ACR-SUMMARY-RESULT        PIC X(08).
025600     05  FILLER                    PIC X(01)      VALUE SPACES.
025700     05  ACR-SUMMARY-REASON        PIC X(40).
025800 PROCEDURE DIVISION.
025900*================================================================
026000* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE ACCRUAL RUN
026100*================================================================
026200 0000-MAINLINE.
026300     PERFORM 1050-GET-PARMS
026400         THRU 1050-EXIT.
026500     PERFORM 1000-INITIALIZE
026600         THRU 1000-EXIT.
026700     PERFORM 1100-CHECK-PERIOD
026800         THRU 1100-EXIT.
026900     PERFORM 1200-LOAD-RATES
027000         THRU 1200-EXIT.
027100     PERFORM 1300-OPEN-FILES
027200         THRU 1300-EXIT.
027300     PERFORM 2000-WRITE-ENV-HEADER
027400         THRU 2000-EXIT.
027500     PERFORM 3100-START-MASTER-SWEEP
027600         THRU 3100-EXIT.
027700     PERFORM 3000-ACCRUE-KEY
027800         THRU 3000-EXIT
027900         UNTIL ACR-EOF-MASTER.
028000     PERFORM 4000-WRITE-ENV-TRAILER
028100         THRU 4000-EXIT.
028200     PERFORM 6000-PRINT-TOTALS
028300         THRU 6000-EXIT.
028400     PERFORM 7000-RELEASE-OR-HOLD
028500         THRU 7000-EXIT.
028600     PERFORM 8000-TERMINATE
028700         THRU 8000-EXIT.
028800     STOP RUN.
028900*================================================================
029000* 1000-INITIALIZE - OPEN THE REGISTER AND WRITE THE HEADING
029100*================================================================
029200 1000-INITIALIZE.
029300     ACCEPT ACR-TODAY-TIME     FROM TIME.
029400     DISPLAY 2 UPON ARGUMENT-NUMBER.
029500     ACCEPT ACR-RUN-JOBID      FROM ARGUMENT-VALUE
029600         ON EXCEPTION MOVE 'FILETSTAC' TO ACR-RUN-JOBID.
029700     OPEN OUTPUT ACR-PRINT-FILE.
029800     WRITE ACR-PRINT-LINE        FROM ACR-HDR-TITLE.
029900     MOVE ACR-PARM-DATE          TO ACR-HDR-PERIOD-END.
030000     MOVE ACR-FEED-DATE          TO ACR-HDR-FEED-DATE.
030100     WRITE ACR-PRINT-LINE        FROM ACR-HDR-PERIOD-LINE.
030200     WRITE ACR-PRINT-LINE        FROM ACR-HDR-RULE.
030300 1000-EXIT.
030400     EXIT.
030500*================================================================
030600* 1050-GET-PARMS - PERIOD-END DATE (PARM 1, DEFAULT TODAY) AND
030700*                  FEED DATE (PARM 3, DEFAULT THE PERIOD END - THE
030800*                  MONTH-END GENERATION). THE DAY AFTER PERIOD END
030900*                  IS WORKED OUT BY DAY NUMBER - IT MUST FALL ON
031000*                  THE 1ST, WHICH PROVES THE PERIOD DATE IS A
031100*                  REAL MONTH END. A PERIOD DATE THAT IS NOT A
031200*                  DATE AT ALL LEAVES THE NEXT DATE ZERO AND FAILS
031300*                  THE SAME TEST IN 1100; A FEED DATE THAT IS NOT
031400*                  NUMERIC IS ZEROED AND FAILS ITS OWN TEST THERE.
031500*================================================================
031600 1050-GET-PARMS.
031700     ACCEPT ACR-TODAY-DATE     FROM DATE YYYYMMDD.
031800     DISPLAY 1 UPON ARGUMENT-NUMBER.
031900     ACCEPT ACR-PARM-DATE      FROM ARGUMENT-VALUE
032000         ON EXCEPTION MOVE ACR-TODAY-DATE TO ACR-PARM-DATE.
032100     IF ACR-PARM-DATE-X IS NOT NUMERIC
032200         MOVE ZERO             TO ACR-PARM-DATE.
032300     MOVE ACR-PARM-DATE (1:6)  TO ACR-PERIOD.
032400     MOVE ZERO                 TO ACR-NEXT-DATE.
032500     IF ACR-PARM-DATE > 16010101
032600         MOVE FUNCTION INTEGER-OF-DATE (ACR-PARM-DATE)
032700             TO ACR-DATE-INT
032800         IF ACR-DATE-INT > ZERO
032900             ADD 1 TO ACR-DATE-INT
033000             MOVE FUNCTION DATE-OF-INTEGER (ACR-DATE-INT)
033100                 TO ACR-NEXT-DATE
033200         END-IF
033300     END-IF.
033400     DISPLAY 3 UPON ARGUMENT-NUMBER.
033500     ACCEPT ACR-FEED-DATE      FROM ARGUMENT-VALUE
033600         ON EXCEPTION MOVE ACR-PARM-DATE TO ACR-FEED-DATE.
033610     IF ACR-FEED-DATE-X IS NOT NUMERIC
033620         MOVE ZERO             TO ACR-FEED-DATE.
033700 1050-EXIT.
033800     EXIT.
033900*================================================================
034000* 1100-CHECK-PERIOD - THE PERIOD DATE MUST BE A MONTH END, THE
034100*                     FEED DATE MUST BE A REAL DATE NOT BEFORE IT
034200*                     (AN ENTRY EFFECTIVE AFTER ITS OWN FEED WOULD
034300*                     BE DIVERTED TO PENDING BY THE EXTRACT), AND
034400*                     THE PERIOD MUST NOT ALREADY STAND ACCRUED ON
034500*                     THE ACCRUAL CONTROL FILE. ANY OF THEM
034600*                     REFUSES THE RUN WITH RETURN CODE 8.
034700*================================================================
034800 1100-CHECK-PERIOD.
034900     IF ACR-NEXT-DATE = ZERO OR ACR-NEXT-DAY NOT = 1
035000         MOVE 'PERIOD DATE IS NOT A MONTH END'
035100             TO ACR-HOLD-REASON
035200         PERFORM 7500-REFUSE-RUN
035300             THRU 7500-EXIT.
035400     MOVE ZERO                 TO ACR-DATE-INT.
035500     IF ACR-FEED-DATE > 16010101
035600         MOVE FUNCTION INTEGER-OF-DATE (ACR-FEED-DATE)
035700             TO ACR-DATE-INT.
035800     IF ACR-DATE-INT = ZERO
035810         MOVE 'FEED DATE IS NOT A VALID DATE'
035820             TO ACR-HOLD-REASON
035830         PERFORM 7500-REFUSE-RUN
035840             THRU 7500-EXIT.
035850     IF ACR-FEED-DATE < ACR-PARM-DATE
035860         MOVE 'FEED DATE BEFORE PERIOD END'
035870             TO ACR-HOLD-REASON
035880         PERFORM 7500-REFUSE-RUN
035890             THRU 7500-EXIT.
035900     OPEN INPUT TESTACCFILE.
036000     IF ACR-ACC-FILE-STATUS = '00'
036100         PERFORM 1110-SCAN-CONTROL-ENTRY
036200             THRU 1110-EXIT
036300             UNTIL ACR-EOF-CONTROL
036400         CLOSE TESTACCFILE
036500     END-IF.
036600     IF ACR-PERIOD-DONE
036700         MOVE 'PERIOD ALREADY ACCRUED - RUN REFUSED'
036800             TO ACR-HOLD-REASON
036900         PERFORM 7500-REFUSE-RUN
037000             THRU 7500-EXIT.
037100 1100-EXIT.
037200     EXIT.
037300*================================================================
037400* 1110-SCAN-CONTROL-ENTRY - NOTE WHETHER ANY COMPLETED ENTRY
037500*                           EXISTS FOR THE PERIOD
037600*================================================================
037700 1110-SCAN-CONTROL-ENTRY.
037800     READ TESTACCFILE
037900         AT END
038000             MOVE 'Y' TO ACR-ACC-EOF-SW
038100             GO TO 1110-EXIT.
038200     IF ACC-PERIOD IS NUMERIC
038300         IF ACC-PERIOD = ACR-PERIOD AND ACC-COMPLETE
038400             MOVE 'Y' TO ACR-PERIOD-DONE-SW
038500         END-IF
038600     END-IF.
038700 1110-EXIT.
038800     EXIT.
038900*================================================================
039000* 1200-LOAD-RATES - LOAD THE RATE/FEE TABLE. NO TABLE CANNOT BE
039100*                   PRICED AND ABENDS. A ROW WHOSE NUMBERS DO
039200*                   NOT READ, OR A TABLE LARGER THAN STORAGE,
039300*                   HOLDS THE RUN - PRICING FROM PART OF THE
039400*                   TABLE WOULD ACCRUE SOME KEYS WRONGLY.
039500*================================================================
039600 1200-LOAD-RATES.
039700     OPEN INPUT TESTRATEFILE.
039800     IF ACR-RATE-FILE-STATUS NOT = '00'
039900         MOVE 'A' TO ACR-COMPLETION-SW
040000         MOVE 'RATE TABLE NOT FOUND' TO ACR-PRINT-LINE
040100         WRITE ACR-PRINT-LINE
040200         CLOSE ACR-PRINT-FILE
040300         PERFORM 9000-WRITE-RUNLOG
040400             THRU 9000-EXIT
040500         MOVE 16 TO RETURN-CODE
040600         STOP RUN.
040700     PERFORM 1210-LOAD-RATE-ROW
040800         THRU 1210-EXIT
040900         UNTIL ACR-EOF-RATE.
041000     CLOSE TESTRATEFILE.
041100 1200-EXIT.
041200     EXIT.
041300*================================================================
041400* 1210-LOAD-RATE-ROW - VALIDATE AND STORE ONE TABLE ROW
041500*================================================================
041600 1210-LOAD-RATE-ROW.
041700     READ TESTRATEFILE
041800         AT END
041900             MOVE 'Y' TO ACR-RATE-EOF-SW
042000             GO TO 1210-EXIT.
042100     IF RATE-BRANCH IS NOT NUMERIC
042200     OR RATE-TIER-FLOOR IS NOT NUMERIC
042300     OR RATE-ANNUAL-PCT IS NOT NUMERIC
042400     OR RATE-MONTHLY-FEE IS NOT NUMERIC
042500         MOVE 'Y' TO ACR-HOLD-SW
042600         MOVE 'RATE TABLE ROW INVALID' TO ACR-HOLD-REASON
042700         MOVE SPACES           TO ACR-PRINT-LINE
042800         STRING 'RATE TABLE ROW INVALID: ' DELIMITED BY SIZE
042900                TEST-RATE-REC   DELIMITED BY SIZE
043000                INTO ACR-PRINT-LINE
043100         WRITE ACR-PRINT-LINE
043200         GO TO 1210-EXIT.
043300     IF ACR-RT-COUNT NOT < ACR-RT-MAX
043400         MOVE 'Y' TO ACR-HOLD-SW
043500         MOVE 'RATE TABLE FULL' TO ACR-HOLD-REASON
043600         GO TO 1210-EXIT.
043700     ADD 1 TO ACR-RT-COUNT.
043800     MOVE RATE-BRANCH          TO ACR-RT-BRANCH (ACR-RT-COUNT).
043900     MOVE RATE-TIER-FLOOR      TO ACR-RT-FLOOR (ACR-RT-COUNT).
044000     MOVE RATE-ANNUAL-PCT      TO ACR-RT-PCT (ACR-RT-COUNT).
044100     MOVE RATE-MONTHLY-FEE     TO ACR-RT-FEE (ACR-RT-COUNT).
044200 1210-EXIT.
044300     EXIT.
044400*================================================================
044500* 1300-OPEN-FILES - OPEN THE MASTER AND KEY REFERENCE FILES FOR
044600*                   READING AND CREATE THE SOURCE WORK FILE.
044700*                   THE WORK FILE IS NAMED FOR THE DATED SOURCE
044800*                   SLOT WITH .new IN PLACE OF .txt, SO THE
044900*                   COLLECTOR NEVER SEES A HALF-WRITTEN FILE.
045000*================================================================
045100 1300-OPEN-FILES.
045200     OPEN INPUT TESTMSTRFILE.
045300     IF ACR-MSTR-FILE-STATUS NOT = '00'
045400         MOVE 'A' TO ACR-COMPLETION-SW
045500         MOVE 'MASTER FILE OPEN FAILED' TO ACR-PRINT-LINE
045600         WRITE ACR-PRINT-LINE
045700         CLOSE ACR-PRINT-FILE
045800         PERFORM 9000-WRITE-RUNLOG
045900             THRU 9000-EXIT
046000         MOVE 16 TO RETURN-CODE
046100         STOP RUN.
046200     OPEN INPUT TESTKEYFILE.
046300     IF ACR-KEY-FILE-STATUS NOT = '00'
046400         MOVE 'A' TO ACR-COMPLETION-SW
046500         MOVE 'KEY REFERENCE FILE OPEN FAILED' TO ACR-PRINT-LINE
046600         WRITE ACR-PRINT-LINE
046700         CLOSE TESTMSTRFILE
046800         CLOSE ACR-PRINT-FILE
046900         PERFORM 9000-WRITE-RUNLOG
047000             THRU 9000-EXIT
047100         MOVE 16 TO RETURN-CODE
047200         STOP RUN.
047300     STRING 'testsrcfile.'     DELIMITED BY SIZE
047400            ACR-FEED-DATE      DELIMITED BY SIZE
047500            '.'                DELIMITED BY SIZE
047600            ACR-SOURCE-SLOT    DELIMITED BY SIZE
047700            '.new'             DELIMITED BY SIZE
047800            INTO ACR-NEW-NAME.
047900     STRING 'testsrcfile.'     DELIMITED BY SIZE
048000            ACR-FEED-DATE      DELIMITED BY SIZE
048100            '.'                DELIMITED BY SIZE
048200            ACR-SOURCE-SLOT    DELIMITED BY SIZE
048300            '.txt'             DELIMITED BY SIZE
048400            INTO ACR-OLD-NAME.
048500     DISPLAY 'TESTSRC' UPON ENVIRONMENT-NAME.
048600     DISPLAY ACR-NEW-NAME UPON ENVIRONMENT-VALUE.
048700     OPEN OUTPUT TESTSRCFILE.
048800     IF ACR-SRC-FILE-STATUS NOT = '00'
048900         MOVE 'A' TO ACR-COMPLETION-SW
049000         MOVE 'SOURCE WORK FILE OPEN FAILED' TO ACR-PRINT-LINE
049100         WRITE ACR-PRINT-LINE
049200         CLOSE TESTMSTRFILE
049300         CLOSE TESTKEYFILE
049400         CLOSE ACR-PRINT-FILE
049500         PERFORM 9000-WRITE-RUNLOG
049600             THRU 9000-EXIT
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN.
049900     WRITE ACR-PRINT-LINE      FROM ACR-HDR-COLUMNS.
050000 1300-EXIT.
050100     EXIT.
050200*================================================================
050300* 2000-WRITE-ENV-HEADER - THE 'BH' BATCH HEADER CARRYING THE
050400*                         ACCRUAL SOURCE ID AND CREATION DATE
050500*================================================================
050600 2000-WRITE-ENV-HEADER.
050700     MOVE SPACES               TO TEST-ENV-REC.
050800     MOVE 'BH'                 TO ENV-REC-TYPE.
050900     MOVE ACR-SOURCE-ID        TO ENV-SOURCE-ID.
051000     MOVE ACR-TODAY-DATE       TO ENV-CREATE-DATE.
051100     WRITE ACR-SRC-REC         FROM TEST-ENV-REC.
051200 2000-EXIT.
051300     EXIT.
051400*================================================================
051500* 3000-ACCRUE-KEY - PRICE ONE MASTER RECORD. A KEY CLOSED OR
051600*                   MISSING ON THE KEY REFERENCE FILE IS LISTED
051700*                   AND SKIPPED. OTHERWISE ITS BRANCH'S TIER IS
051800*                   FOUND, ONE MONTH'S INTEREST IS WORKED ON THE
051900*                   SIGNED BALANCE AND THE TIER'S FEE TAKEN OFF,
052000*                   AND THE NET IS WRITTEN AS ONE ADD
052100*                   TRANSACTION EFFECTIVE THE PERIOD END - ONE
052200*                   ENTRY PER KEY, BECAUSE A GENERATION CARRIES
052300*                   ONE DETAIL PER KEY. A NET OF ZERO WRITES
052400*                   NOTHING.
052500*================================================================
052600 3000-ACCRUE-KEY.
052700     ADD 1 TO ACR-MSTR-READ-COUNT.
052800     MOVE ZERO                 TO ACR-INTEREST.
052900     MOVE ZERO                 TO ACR-FEE.
053000     MOVE ZERO                 TO ACR-NET-AMOUNT.
053100     MOVE ZERO                 TO ACR-TIER-SUB.
053200     MOVE SPACES               TO ACR-NOTE.
053300     IF MSTR-BRANCH IS NUMERIC
053400         MOVE MSTR-BRANCH      TO ACR-KEY-BRANCH
053500     ELSE
053600         MOVE '000'            TO ACR-KEY-BRANCH
053700     END-IF.
053800     MOVE MSTR-KEY             TO KEYR-KEY.
053900     READ TESTKEYFILE
054000         INVALID KEY
054100             MOVE 'KEY NOT ON FILE' TO ACR-NOTE
054200             ADD 1 TO ACR-SKIP-COUNT
054300             GO TO 3000-PRINT.
054400     IF KEYR-CLOSED
054500         MOVE 'KEY CLOSED'     TO ACR-NOTE
054600         ADD 1 TO ACR-SKIP-COUNT
054700         GO TO 3000-PRINT.
054800     IF MSTR-BALANCE IS NOT NUMERIC
054900         MOVE 'BALANCE INVALID' TO ACR-NOTE
055000         PERFORM 3300-RAISE-EXCEPTION
055100             THRU 3300-EXIT
055200         GO TO 3000-PRINT.
055300     PERFORM 3200-FIND-TIER
055400         THRU 3200-EXIT.
055500     IF ACR-TIER-SUB = ZERO
055600         MOVE 'NO RATE TIER'   TO ACR-NOTE
055700         PERFORM 3300-RAISE-EXCEPTION
055800             THRU 3300-EXIT
055900         GO TO 3000-PRINT.
056000     COMPUTE ACR-INTEREST ROUNDED =
056100         MSTR-BALANCE * ACR-RT-PCT (ACR-TIER-SUB) / 1200.
056200     MOVE ACR-RT-FEE (ACR-TIER-SUB) TO ACR-FEE.
056300     SUBTRACT ACR-FEE FROM ACR-INTEREST
056400         GIVING ACR-NET-AMOUNT.
056500     IF ACR-NET-AMOUNT > ACR-MAX-AMOUNT
056600     OR ACR-NET-AMOUNT < ZERO - ACR-MAX-AMOUNT
056700         MOVE 'AMOUNT TOO LARGE' TO ACR-NOTE
056800         PERFORM 3300-RAISE-EXCEPTION
056900             THRU 3300-EXIT
057000         GO TO 3000-PRINT.
057100     IF ACR-NET-AMOUNT = ZERO
057200         MOVE 'NIL'            TO ACR-NOTE
057300         ADD 1 TO ACR-NIL-COUNT
057400         GO TO 3000-PRINT.
057500     MOVE SPACES               TO TEST-TRAN-REC.
057600     MOVE MSTR-KEY             TO TRAN-KEY.
057700     MOVE ACR-NET-AMOUNT       TO TRAN-AMOUNT.
057800     MOVE ACR-PARM-DATE        TO TRAN-EFF-DATE.
057900     MOVE 'A'                  TO TRAN-ACTION-CODE.
058000     MOVE ACR-KEY-BRANCH       TO TRAN-BRANCH.
058100     MOVE SPACES               TO ACR-SRC-REC.
058200     MOVE TEST-TRAN-REC        TO ACR-SRC-REC (1:29).
058300     WRITE ACR-SRC-REC.
058400     ADD 1 TO ACR-ACCRUED-COUNT.
058500     ADD ACR-NET-AMOUNT        TO ACR-AMOUNT-TOTAL.
058600     ADD ACR-INTEREST          TO ACR-INTEREST-TOTAL.
058700     ADD ACR-FEE               TO ACR-FEE-TOTAL.
058800 3000-PRINT.
058900     PERFORM 5000-PRINT-REGISTER-LINE
059000         THRU 5000-EXIT.
059100     PERFORM 3150-READ-NEXT-MASTER
059200         THRU 3150-EXIT.
059300 3000-EXIT.
059400     EXIT.
059500*================================================================
059600* 3100-START-MASTER-SWEEP - REPOSITION TO THE LOWEST KEY ON THE
059700*                           MASTER AND PRIME THE SEQUENTIAL READ.
059800*                           AN EMPTY MASTER IS TOLERATED AS EOF.
059900*================================================================
060000 3100-START-MASTER-SWEEP.
060100     MOVE LOW-VALUES            TO MSTR-KEY.
060200     START TESTMSTRFILE KEY IS NOT LESS THAN MSTR-KEY
060300         INVALID KEY
060400             MOVE 'Y' TO ACR-MSTR-EOF-SW.
060500     IF NOT ACR-EOF-MASTER
060600         PERFORM 3150-READ-NEXT-MASTER
060700             THRU 3150-EXIT
060800     END-IF.
060900 3100-EXIT.
061000     EXIT.
061100*================================================================
061200* 3150-READ-NEXT-MASTER - READ THE NEXT MASTER IN KEY ORDER, SET
061300*                         EOF AT END
061400*================================================================
061500 3150-READ-NEXT-MASTER.
061600     READ TESTMSTRFILE NEXT RECORD
061700         AT END
061800             MOVE 'Y' TO ACR-MSTR-EOF-SW.
061900 3150-EXIT.
062000     EXIT.
062100*================================================================
062200* 3200-FIND-TIER - OF THE KEY'S BRANCH TIERS WHOSE FLOOR IS NOT
062300*                  ABOVE THE BALANCE, KEEP THE ONE WITH THE
062400*                  HIGHEST FLOOR. NONE FOUND LEAVES THE TIER
062500*                  SUBSCRIPT ZERO.
062600*================================================================
062700 3200-FIND-TIER.
062800     MOVE 1 TO ACR-RT-SUB.
062900     PERFORM 3210-TEST-TIER
063000         THRU 3210-EXIT
063100         UNTIL ACR-RT-SUB > ACR-RT-COUNT.
063200 3200-EXIT.
063300     EXIT.
063400*================================================================
063500* 3210-TEST-TIER - TEST ONE TABLE ROW AGAINST THE KEY
063600*================================================================
063700 3210-TEST-TIER.
063800     IF ACR-RT-BRANCH (ACR-RT-SUB) NOT = ACR-KEY-BRANCH
063900         GO TO 3210-NEXT.
064000     IF ACR-RT-FLOOR (ACR-RT-SUB) > MSTR-BALANCE
064100         GO TO 3210-NEXT.
064200     IF ACR-TIER-SUB = ZERO
064300         MOVE ACR-RT-SUB       TO ACR-TIER-SUB
064400         GO TO 3210-NEXT.
064500     IF ACR-RT-FLOOR (ACR-RT-SUB) > ACR-RT-FLOOR (ACR-TIER-SUB)
064600         MOVE ACR-RT-SUB       TO ACR-TIER-SUB.
064700 3210-NEXT.
064800     ADD 1 TO ACR-RT-SUB.
064900 3210-EXIT.
065000     EXIT.
065100*================================================================
065200* 3300-RAISE-EXCEPTION - COUNT A KEY THAT CANNOT BE PRICED AND
065300*                        HOLD THE RUN. THE SWEEP CARRIES ON SO
065400*                        ONE REGISTER LISTS EVERY KEY FINANCE
065500*                        HAS TO LOOK AT.
065600*================================================================
065700 3300-RAISE-EXCEPTION.
065800     ADD 1 TO ACR-EXCEPTION-COUNT.
065900     MOVE 'Y' TO ACR-HOLD-SW.
066000     MOVE 'KEYS COULD NOT BE PRICED' TO ACR-HOLD-REASON.
066100 3300-EXIT.
066200     EXIT.
066300*================================================================
066400* 4000-WRITE-ENV-TRAILER - THE 'BT' BATCH TRAILER CARRYING THE
066500*                          RECORD COUNT AND SIGNED AMOUNT HASH
066600*                          TOTAL THE COLLECTOR PROVES THE FILE
066700*                          AGAINST
066800*================================================================
066900 4000-WRITE-ENV-TRAILER.
067000     MOVE SPACES               TO TEST-ENV-REC.
067100     MOVE 'BT'                 TO ENV-REC-TYPE.
067200     MOVE ACR-ACCRUED-COUNT    TO ENV-REC-COUNT.
067300     MOVE ACR-AMOUNT-TOTAL     TO ENV-AMOUNT-TOTAL.
067400     WRITE ACR-SRC-REC         FROM TEST-ENV-REC.
067500     CLOSE TESTSRCFILE.
067600     CLOSE TESTMSTRFILE.
067700     CLOSE TESTKEYFILE.
067800 4000-EXIT.
067900     EXIT.
068000*================================================================
068100* 5000-PRINT-REGISTER-LINE - ONE REGISTER LINE PER MASTER READ:
068200*                            KEY, BRANCH, BALANCE, THE RATE AND
068300*                            FEE APPLIED AND THE NET AMOUNT, OR
068400*                            THE NOTE SAYING WHY NOTHING WAS
068500*                            ACCRUED
068600*================================================================
068700 5000-PRINT-REGISTER-LINE.
068800     MOVE MSTR-KEY             TO ACR-LIN-KEY.
068900     MOVE ACR-KEY-BRANCH       TO ACR-LIN-BRANCH.
069000     IF MSTR-BALANCE IS NUMERIC
069100         MOVE MSTR-BALANCE     TO ACR-LIN-BALANCE
069200     ELSE
069300         MOVE ZERO             TO ACR-LIN-BALANCE
069400     END-IF.
069500     IF ACR-TIER-SUB = ZERO
069600         MOVE ZERO             TO ACR-LIN-RATE
069700     ELSE
069800         MOVE ACR-RT-PCT (ACR-TIER-SUB) TO ACR-LIN-RATE
069900     END-IF.
070000     MOVE ACR-FEE              TO ACR-LIN-FEE.
070100     MOVE ACR-NET-AMOUNT       TO ACR-LIN-AMOUNT.
070200     MOVE ACR-NOTE             TO ACR-LIN-NOTE.
070300     WRITE ACR-PRINT-LINE      FROM ACR-DETAIL-LINE.
070400 5000-EXIT.
070500     EXIT.
070600*================================================================
070700* 6000-PRINT-TOTALS - KEYS READ, ACCRUED, NIL, SKIPPED AND IN
070800*                     EXCEPTION, AND THE INTEREST, FEE AND NET
070900*                     TOTALS - THE NET IS THE ENVELOPE TOTAL
071000*================================================================
071100 6000-PRINT-TOTALS.
071200     WRITE ACR-PRINT-LINE       FROM ACR-HDR-RULE.
071300     MOVE 'MASTERS READ'        TO ACR-TOT-NAME.
071400     MOVE ACR-MSTR-READ-COUNT   TO ACR-TOT-VALUE.
071500     WRITE ACR-PRINT-LINE       FROM ACR-TOTAL-LINE.
071600     MOVE 'KEYS ACCRUED'        TO ACR-TOT-NAME.
071700     MOVE ACR-ACCRUED-COUNT     TO ACR-TOT-VALUE.
071800     WRITE ACR-PRINT-LINE       FROM ACR-TOTAL-LINE.
071900     MOVE 'KEYS NIL'            TO ACR-TOT-NAME.
072000     MOVE ACR-NIL-COUNT         TO ACR-TOT-VALUE.
072100     WRITE ACR-PRINT-LINE       FROM ACR-TOTAL-LINE.
072200     MOVE 'KEYS SKIPPED'        TO ACR-TOT-NAME.
072300     MOVE ACR-SKIP-COUNT        TO ACR-TOT-VALUE.
072400     WRITE ACR-PRINT-LINE       FROM ACR-TOTAL-LINE.
072500     MOVE 'KEYS IN EXCEPTION'   TO ACR-TOT-NAME.
072600     MOVE ACR-EXCEPTION-COUNT   TO ACR-TOT-VALUE.
072700     WRITE ACR-PRINT-LINE       FROM ACR-TOTAL-LINE.
072800     MOVE 'INTEREST TOTAL'      TO ACR-AMT-NAME.
072900     MOVE ACR-INTEREST-TOTAL    TO ACR-AMT-VALUE.
073000     WRITE ACR-PRINT-LINE       FROM ACR-AMOUNT-LINE.
073100     MOVE 'FEE TOTAL'           TO ACR-AMT-NAME.
073200     MOVE ACR-FEE-TOTAL         TO ACR-AMT-VALUE.
073300     WRITE ACR-PRINT-LINE       FROM ACR-AMOUNT-LINE.
073400     MOVE 'NET ACCRUAL TOTAL'   TO ACR-AMT-NAME.
073500     MOVE ACR-AMOUNT-TOTAL      TO ACR-AMT-VALUE.
073600     WRITE ACR-PRINT-LINE       FROM ACR-AMOUNT-LINE.
073700 6000-EXIT.
073800     EXIT.
073900*================================================================
074000* 7000-RELEASE-OR-HOLD - A CLEAN RUN RENAMES THE WORK FILE INTO
074100*                        THE DATED SOURCE SLOT FOR THE COLLECTOR
074200*                        AND MARKS THE PERIOD ACCRUED. A HELD RUN
074300*                        DELETES THE WORK FILE AND MARKS NOTHING,
074400*                        SO IT CAN BE RERUN ONCE THE TABLE IS
074500*                        FIXED. A SOURCE FILE ALREADY IN THE SLOT
074600*                        IS A HELD RUN'S LEFTOVER OR AN EARLIER
074700*                        RELEASE THE COLLECTOR HAS NOT YET TAKEN
074800*                        - EITHER WAY THIS RUN'S FILE REPLACES IT.
074900*================================================================
075000 7000-RELEASE-OR-HOLD.
075100     IF ACR-RUN-HELD
075200         CALL 'CBL_DELETE_FILE'
075300             USING ACR-NEW-NAME
075400         MOVE RETURN-CODE      TO ACR-CALL-RESULT
075500         MOVE ZERO             TO RETURN-CODE
075600         GO TO 7000-EXIT.
075700     CALL 'CBL_DELETE_FILE'
075800         USING ACR-OLD-NAME.
075900     MOVE RETURN-CODE          TO ACR-CALL-RESULT.
076000     MOVE ZERO                 TO RETURN-CODE.
076100     CALL 'CBL_RENAME_FILE'
076200         USING ACR-NEW-NAME ACR-OLD-NAME.
076300     MOVE RETURN-CODE          TO ACR-CALL-RESULT.
076400     MOVE ZERO                 TO RETURN-CODE.
076500     IF ACR-CALL-RESULT NOT = ZERO
076600         MOVE 'A' TO ACR-COMPLETION-SW
076700         MOVE 'SOURCE FILE RENAME FAILED' TO ACR-PRINT-LINE
076800         WRITE ACR-PRINT-LINE
076900         CLOSE ACR-PRINT-FILE
077000         PERFORM 9000-WRITE-RUNLOG
077100             THRU 9000-EXIT
077200         MOVE 8 TO RETURN-CODE
077300         STOP RUN.
077400     PERFORM 9100-WRITE-CONTROL
077500         THRU 9100-EXIT.
077600 7000-EXIT.
077700     EXIT.
077800*================================================================
077900* 7500-REFUSE-RUN - REFUSE THE RUN BEFORE ANYTHING IS READ:
078000*                   PRINT WHY, LOG IT AND END WITH RETURN CODE 8
078100*================================================================
078200 7500-REFUSE-RUN.
078300     MOVE 'REFUSED'            TO ACR-SUMMARY-RESULT.
078400     MOVE ACR-HOLD-REASON      TO ACR-SUMMARY-REASON.
078500     WRITE ACR-PRINT-LINE      FROM ACR-SUMMARY-LINE.
078600     CLOSE ACR-PRINT-FILE.
078700     MOVE 'A' TO ACR-COMPLETION-SW.
078800     PERFORM 9000-WRITE-RUNLOG
078900         THRU 9000-EXIT.
079000     MOVE 8 TO RETURN-CODE.
079100     STOP RUN.
079200 7500-EXIT.
079300     EXIT.
079400*================================================================
079500* 8000-TERMINATE - PRINT THE SUMMARY, CLOSE THE REGISTER, WRITE
079600*                  THE RUN-LOG ENTRY AND SET THE RETURN CODE - 8
079700*                  WHEN THE RUN WAS HELD
079800*================================================================
079900 8000-TERMINATE.
080000     WRITE ACR-PRINT-LINE      FROM ACR-HDR-RULE.
080100     IF ACR-RUN-HELD
080200         MOVE 'HELD'           TO ACR-SUMMARY-RESULT
080300         MOVE ACR-HOLD-REASON  TO ACR-SUMMARY-REASON
080400     ELSE
080500         MOVE 'RELEASED'       TO ACR-SUMMARY-RESULT
080600         MOVE ACR-OLD-NAME     TO ACR-SUMMARY-REASON
080700     END-IF.
080800     WRITE ACR-PRINT-LINE      FROM ACR-SUMMARY-LINE.
080900     CLOSE ACR-PRINT-FILE.
081000     PERFORM 9000-WRITE-RUNLOG
081100         THRU 9000-EXIT.
081200     IF ACR-RUN-HELD
081300         MOVE 8 TO RETURN-CODE
081400     END-IF.
081500 8000-EXIT.
081600     EXIT.
081700*================================================================
081800* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
081900*                     MASTERS READ BALANCE AS PRICED (ACCRUED,
082000*                     NIL OR SKIPPED - THE APPLIED COLUMN) PLUS
082100*                     EXCEPTIONS (THE REJECTED COLUMN). ON A
082200*                     HELD RUN NOTHING WAS RELEASED, SO THE
082300*                     PRICED KEYS RIDE IN THE PENDED COLUMN UNTIL
082400*                     THE RERUN. ENTRIES WRITTEN RIDE IN THE ADD
082500*                     COLUMN AND THE GENERATION DATE IS THE
082600*                     PERIOD END.
082700*================================================================
082800 9000-WRITE-RUNLOG.
082900     OPEN EXTEND TESTLOGFILE.
083000     IF ACR-LOG-FILE-STATUS NOT = '00'
083100         OPEN OUTPUT TESTLOGFILE.
083200     MOVE SPACES               TO TEST-LOG-REC.
083300     MOVE ACR-TODAY-DATE       TO LOG-RUN-DATE.
083400     MOVE ACR-TODAY-TIME       TO LOG-RUN-TIME.
083500     MOVE ACR-RUN-JOBID        TO LOG-JOB-ID.
083600     MOVE ACR-MSTR-READ-COUNT  TO LOG-TRAN-READ-COUNT.
083700     MOVE ACR-EXCEPTION-COUNT  TO LOG-REJECT-COUNT.
083800     IF ACR-RUN-HELD
083900         MOVE ZERO             TO LOG-REC-COUNT
084000         SUBTRACT ACR-EXCEPTION-COUNT FROM ACR-MSTR-READ-COUNT
084100             GIVING LOG-PEND-COUNT
084200         MOVE ZERO             TO LOG-ADD-COUNT
084300     ELSE
084400         SUBTRACT ACR-EXCEPTION-COUNT FROM ACR-MSTR-READ-COUNT
084500             GIVING LOG-REC-COUNT
084600         MOVE ZERO             TO LOG-PEND-COUNT
084700         MOVE ACR-ACCRUED-COUNT TO LOG-ADD-COUNT
084800     END-IF.
084900     MOVE ZERO                 TO LOG-CHG-COUNT.
085000     MOVE ZERO                 TO LOG-DEL-COUNT.
085100     MOVE ACR-PARM-DATE        TO LOG-GEN-DATE.
085200     MOVE 'FILETESTACR'        TO LOG-PROGRAM.
085300     MOVE ZERO                 TO LOG-REL-COUNT.
085400     MOVE ACR-COMPLETION-SW    TO LOG-COMPLETION-CODE.
085500     WRITE TEST-LOG-REC.
085600     CLOSE TESTLOGFILE.
085700 9000-EXIT.
085800     EXIT.
085900*================================================================
086000* 9100-WRITE-CONTROL - APPEND THE COMPLETED ENTRY FOR THE PERIOD
086100*                      TO THE ACCRUAL CONTROL FILE
086200*================================================================
086300 9100-WRITE-CONTROL.
086400     OPEN EXTEND TESTACCFILE.
086500     IF ACR-ACC-FILE-STATUS NOT = '00'
086600         OPEN OUTPUT TESTACCFILE.
086700     MOVE SPACES               TO TEST-ACC-REC.
086800     MOVE ACR-PERIOD           TO ACC-PERIOD.
086900     MOVE 'C'                  TO ACC-STATUS.
087000     MOVE ACR-FEED-DATE        TO ACC-FEED-DATE.
087100     MOVE ACR-ACCRUED-COUNT    TO ACC-KEY-COUNT.
087200     MOVE ACR-AMOUNT-TOTAL     TO ACC-AMOUNT-TOTAL.
087300     MOVE ACR-TODAY-DATE       TO ACC-RUN-DATE.
087400     MOVE ACR-TODAY-TIME       TO ACC-RUN-TIME.
087500     WRITE TEST-ACC-REC.
087600     CLOSE TESTACCFILE.
087700 9100-EXIT.
087800     EXIT.
