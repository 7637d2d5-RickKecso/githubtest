002831*                  AND RUN-LOG BALANCING ARE UNTOUCHED. A
002832*                  RESTART RELOADS THE BRANCH SUBTOTALS FROM THE
002833*                  JOURNAL ALONG WITH THE OTHER RUNNING COUNTS.
002834* 2026-10-15  RK   A DETAIL EFFECTIVE IN AN ACCOUNTING PERIOD
002835*                  STANDING CLOSED ON THE PERIOD CONTROL FILE
002836*                  (TESTPRDFILE, WRITTEN BY FILETESTCLS) IS NOT
002837*                  POSTED - THE GENERATION WAS EXTRACTED BEFORE
002838*                  THE CLOSE, OR THE PERIOD WAS CLOSED UNDER IT.
002839*                  THE DETAIL IS APPENDED TO THE PRIOR-PERIOD
002840*                  ADJUSTMENTS FILE (TESTPPAFILE) AND COUNTED AS
002841*                  REFUSED; THE TRAILER CHECKS PROVE POSTED PLUS
002842*                  REFUSED AGAINST TRL1, AND THE RUN-LOG CARRIES
002843*                  THE REFUSALS AS ITS REJECTS. A RESTART
002844*                  RELOADS THE REFUSED TOTALS FROM THE
002845*                  ADJUSTMENTS FILE AND RESUMES AFTER WHICHEVER
002846*                  OF THE LAST JOURNALED OR LAST REFUSED KEY IS
002847*                  HIGHER. LIKE THE JOURNAL,
002848*                  THE ADJUSTMENTS FILE IS PART OF THE POSTING
002849*                  STATE AND MUST BE RESTORED WITH THE MASTER.
002850*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
005042         ORGANIZATION IS LINE SEQUENTIAL
005043         FILE STATUS IS PST-PCT-FILE-STATUS.
005044
005045     SELECT TESTPRDFILE ASSIGN TO 'testprdfile.txt'
005046         ORGANIZATION IS LINE SEQUENTIAL
005047         FILE STATUS IS PST-PRD-FILE-STATUS.
005048
005049     SELECT TESTPPAFILE ASSIGN TO 'testppafile.txt'
005050         ORGANIZATION IS LINE SEQUENTIAL
005051         FILE STATUS IS PST-PPA-FILE-STATUS.
005052
005100     SELECT PST-PRINT-FILE ASSIGN TO 'filetestpst.txt'
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
006964*----------------------------------------------------------------
006965 FD  TESTPCTFILE.
006966     COPY TESTPCT.
006968*----------------------------------------------------------------
006970* ACCOUNTING PERIOD CONTROL FILE - READ ONCE AT START OF RUN
006972*----------------------------------------------------------------
006974 FD  TESTPRDFILE.
006976     COPY TESTPRD.
006978*----------------------------------------------------------------
006980* PRIOR-PERIOD ADJUSTMENTS FILE - DETAILS EFFECTIVE IN A CLOSED
006982* PERIOD, REFUSED RATHER THAN POSTED
006984*----------------------------------------------------------------
006986 FD  TESTPPAFILE.
006988     COPY TESTPPA.
007000*----------------------------------------------------------------
007100* PRINTED CONTROL TOTALS REPORT
007200*----------------------------------------------------------------
009300 77  PST-AMOUNT-POSTED         PIC S9(11)V99 COMP-3 VALUE ZERO.
009400 77  PST-TRL-REC-COUNT             PIC 9(09)      VALUE ZERO.
009500 77  PST-TRL-KEY-HASH              PIC 9(11)      VALUE ZERO.
009502*----------------------------------------------------------------
009504* ACCOUNTING PERIOD STANDINGS AND PRIOR-PERIOD REFUSALS. ONE ROW
009506*    PER PERIOD (YYYYMM) ON THE PERIOD CONTROL FILE, HOLDING THE
009508*    STATUS OF ITS LATEST ENTRY. A DETAIL EFFECTIVE IN A PERIOD
009510*    STANDING 'C' IS REFUSED; ITS COUNT AND KEY HASH JOIN THE
009512*    POSTED ONES IN THE TRAILER PROOF. THE REFUSAL IMAGE IS BUILT
009514*    IN THE TRANSACTION LAYOUT SO THE ADJUSTMENTS FILE HOLDS ONE
009516*    KIND OF RECORD WHICHEVER STEP REFUSED IT.
009518*----------------------------------------------------------------
009520 01  PST-PRD-TABLE.
009522     05  PST-PRD-ROW OCCURS 600 TIMES.
009524         10  PST-PRD-PERIOD        PIC 9(06).
009526         10  PST-PRD-STATUS        PIC X(01).
009528 77  PST-PRD-MAX                   PIC 9(04) COMP  VALUE 600.
009530 77  PST-PRD-COUNT                 PIC 9(04) COMP  VALUE ZERO.
009532 77  PST-PRD-SUB                   PIC 9(04) COMP  VALUE ZERO.
009534 77  PST-PRD-FOUND-SUB             PIC 9(04) COMP  VALUE ZERO.
009536 77  PST-PRD-FILE-STATUS           PIC X(02)      VALUE SPACES.
009538 77  PST-PRD-EOF-SW                PIC X(01)      VALUE 'N'.
009540     88  PST-EOF-PERIOD                             VALUE 'Y'.
009542 77  PST-PPA-FILE-STATUS           PIC X(02)      VALUE SPACES.
009544 77  PST-PPA-EOF-SW                PIC X(01)      VALUE 'N'.
009546     88  PST-EOF-ADJUSTMENT                         VALUE 'Y'.
009548 77  PST-CLOSED-SW                 PIC X(01)      VALUE 'N'.
009550     88  PST-IN-CLOSED-PERIOD                       VALUE 'Y'.
009552 77  PST-EFF-PERIOD                PIC 9(06)      VALUE ZERO.
009554 77  PST-REFUSED-COUNT             PIC 9(09) COMP  VALUE ZERO.
009556 77  PST-REFUSED-HASH              PIC 9(11) COMP-3 VALUE ZERO.
009558 77  PST-AMOUNT-REFUSED        PIC S9(11)V99 COMP-3 VALUE ZERO.
009560 77  PST-REFUSED-LAST-KEY          PIC X(04)      VALUE SPACES.
009562 77  PST-PROVED-COUNT              PIC 9(09) COMP  VALUE ZERO.
009564 77  PST-PROVED-HASH               PIC 9(11) COMP-3 VALUE ZERO.
009566     COPY TESTTRAN.
009600*----------------------------------------------------------------
009700* GENERATION FILENAME AND RUN-LOG WORK AREAS
009800*----------------------------------------------------------------
015050             THRU 1150-EXIT
015060         PERFORM 1160-VERIFY-LAST-ENTRY
015070             THRU 1160-EXIT
015073         PERFORM 1170-LOAD-REFUSED
015076             THRU 1170-EXIT
015080     END-IF.
015090     MOVE 'I' TO PST-CTL-NEW-STATUS.
015091     PERFORM 9100-WRITE-CONTROL
020591             THRU 9000-EXIT
020592         MOVE 16 TO RETURN-CODE
020593         STOP RUN.
020595     PERFORM 1500-LOAD-PERIODS
020597         THRU 1500-EXIT.
020600 1000-EXIT.
020700     EXIT.
020800*================================================================
025100*                    LAST POSTING DATE. THE POSTED COUNT AND KEY
025200*                    HASH MIRROR THE EXTRACT RUN'S OWN RULES SO
025300*                    THEY RECONCILE TO THE TRAILER.
025325*                    A DETAIL EFFECTIVE IN A CLOSED ACCOUNTING
025350*                    PERIOD IS REFUSED INSTEAD - NOTHING
025375*                    MOVES.
025400*================================================================
025500 3000-POST-DETAIL.
025600     IF NOT TEST-DETAIL-RECORD
025700         GO TO 3000-NEXT.
025701     PERFORM 3050-CHECK-CLOSED-PERIOD
025702         THRU 3050-EXIT.
025703     IF PST-IN-CLOSED-PERIOD
025704         PERFORM 3700-REFUSE-PRIOR-PERIOD
025705             THRU 3700-EXIT
025706         GO TO 3000-NEXT.
025710     IF TEST-DTL-BRANCH = SPACES
025720         MOVE '000'             TO PST-POST-BRANCH
025730     ELSE
029230*                           THE LAST JOURNALED ONE - EVERYTHING
029240*                           UP TO AND INCLUDING IT WAS SETTLED
029250*                           BY 1150/1160.
029266*                           1170 HAS ALREADY MOVED THE RESTART KEY
029282*                           PAST ANY LATER REFUSED DETAIL.
029300*================================================================
029400 3100-START-DETAIL-SWEEP.
029410     IF PST-RESTART-RUN AND PST-RESTART-KEY NOT = SPACES
031900*                       HASH EACH COMPARE TO TRL1, AND ANY
032000*                       MISMATCH (OR A MISSING TRAILER) FAILS
032100*                       THE RUN.
032125*                       A DETAIL REFUSED FOR A CLOSED PERIOD IS
032150*                       STILL ON THE GENERATION, SO THE PROOF IS
032175*                       POSTED PLUS REFUSED.
032200*================================================================
032300 6000-PRINT-CONTROLS.
032400     MOVE 'DETAILS POSTED'      TO PST-TOT-NAME.
033300     MOVE 'AMOUNT POSTED'       TO PST-AMT-NAME.
033400     MOVE PST-AMOUNT-POSTED     TO PST-AMT-VALUE.
033500     WRITE PST-PRINT-LINE       FROM PST-AMOUNT-LINE.
033501     MOVE 'DETAILS REFUSED'     TO PST-TOT-NAME.
033502     MOVE PST-REFUSED-COUNT     TO PST-TOT-VALUE.
033503     WRITE PST-PRINT-LINE       FROM PST-TOTAL-LINE.
033504     MOVE 'AMOUNT REFUSED'      TO PST-AMT-NAME.
033505     MOVE PST-AMOUNT-REFUSED    TO PST-AMT-VALUE.
033506     WRITE PST-PRINT-LINE       FROM PST-AMOUNT-LINE.
033510     MOVE 1 TO PST-BR-SUB.
033520     PERFORM 6100-PRINT-BRANCH-ROW
033530         THRU 6100-EXIT
033600     WRITE PST-PRINT-LINE       FROM PST-HDR-RULE.
033700     MOVE 'TRAILER DETAIL COUNT' TO PST-CHK-NAME.
033800     MOVE PST-TRL-REC-COUNT     TO PST-CHK-EXPECTED.
033900     ADD PST-POSTED-COUNT PST-REFUSED-COUNT
033925         GIVING PST-PROVED-COUNT.
033950     MOVE PST-PROVED-COUNT      TO PST-CHK-ACTUAL.
033975     IF PST-TRL-FOUND
034000     AND PST-PROVED-COUNT = PST-TRL-REC-COUNT
034100         MOVE 'PASS' TO PST-CHK-RESULT
034200     ELSE
034300         MOVE 'FAIL' TO PST-CHK-RESULT
034600     WRITE PST-PRINT-LINE       FROM PST-CHECK-LINE.
034700     MOVE 'TRAILER KEY HASH'    TO PST-CHK-NAME.
034800     MOVE PST-TRL-KEY-HASH      TO PST-CHK-EXPECTED.
034900     ADD PST-POSTED-HASH PST-REFUSED-HASH
034925         GIVING PST-PROVED-HASH.
034950     MOVE PST-PROVED-HASH       TO PST-CHK-ACTUAL.
034975     IF PST-TRL-FOUND
035000     AND PST-PROVED-HASH = PST-TRL-KEY-HASH
035100         MOVE 'PASS' TO PST-CHK-RESULT
035200     ELSE
035300         MOVE 'FAIL' TO PST-CHK-RESULT
037500     CLOSE TESTOUTPUTFILE.
037600     CLOSE TESTMSTRFILE.
037650     CLOSE TESTHSTFILE.
037675     CLOSE TESTPPAFILE.
037700     CLOSE PST-PRINT-FILE.
037800     PERFORM 9000-WRITE-RUNLOG
037900         THRU 9000-EXIT.
038100     EXIT.
038200*================================================================
038300* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
038340*                     THE READ COUNT IS EVERY DETAIL SWEPT -
038380*                     POSTED PLUS REFUSED FOR A CLOSED PERIOD -
038420*                     THE APPLIED COUNT IS THE POSTED ONES AND THE
038460*                     REFUSALS RIDE AS REJECTS, SO THE ENTRY
038500*                     BALANCES THE SAME WAY THE EXTRACT RUN'S
038540*                     DOES. MASTERS ADDED AND UPDATED RIDE IN THE
038580*                     ADD AND CHANGE COLUMNS.
038900*================================================================
039000 9000-WRITE-RUNLOG.
039100     OPEN EXTEND TESTLOGFILE.
039500     MOVE PST-TODAY-DATE       TO LOG-RUN-DATE.
039600     MOVE PST-TODAY-TIME       TO LOG-RUN-TIME.
039700     MOVE PST-RUN-JOBID        TO LOG-JOB-ID.
039800     ADD PST-POSTED-COUNT PST-REFUSED-COUNT
039850         GIVING LOG-TRAN-READ-COUNT.
039900     MOVE PST-POSTED-COUNT     TO LOG-REC-COUNT.
040000     MOVE PST-REFUSED-COUNT    TO LOG-REJECT-COUNT.
040100     MOVE PST-MSTR-ADD-COUNT   TO LOG-ADD-COUNT.
040200     MOVE PST-MSTR-UPD-COUNT   TO LOG-CHG-COUNT.
040300     MOVE ZERO                 TO LOG-DEL-COUNT.
043200     CLOSE TESTPCTFILE.
043300 9100-EXIT.
043400     EXIT.
043410*================================================================
043420* 1170-LOAD-REFUSED - RELOAD THE REFUSED TOTALS FROM THE
043430*                     PRIOR-PERIOD ADJUSTMENTS ENTRIES THIS STEP
043440*                     ALREADY WROTE FOR THE GENERATION, SO THE
043450*                     TRAILER PROOF AND RUN-LOG STILL COVER THE
043460*                     WHOLE RUN. THE SWEEP MUST RESUME AFTER THE
043470*                     LATER OF THE LAST JOURNALED AND THE LAST
043480*                     REFUSED KEY, SO THE RESTART KEY IS MOVED UP
043490*                     IF A REFUSAL CAME AFTER THE LAST POSTING.
043500*                     THE FILE HAS BEEN OPEN EXTEND SINCE
043510*                     INITIALIZE, SO IT IS CYCLED THROUGH INPUT
043520*                     FOR THE SCAN AND BACK TO EXTEND.
043530*================================================================
043540 1170-LOAD-REFUSED.
043550     CLOSE TESTPPAFILE.
043560     OPEN INPUT TESTPPAFILE.
043570     IF PST-PPA-FILE-STATUS NOT = '00'
043580         MOVE 'Y' TO PST-PPA-EOF-SW
043590         GO TO 1170-REOPEN.
043600     PERFORM 1175-SCAN-REFUSED-ENTRY
043610         THRU 1175-EXIT
043620         UNTIL PST-EOF-ADJUSTMENT.
043630     CLOSE TESTPPAFILE.
043640 1170-REOPEN.
043650     OPEN EXTEND TESTPPAFILE.
043660     IF PST-REFUSED-LAST-KEY NOT = SPACES
043670     AND PST-REFUSED-LAST-KEY > PST-RESTART-KEY
043680         MOVE PST-REFUSED-LAST-KEY TO PST-RESTART-KEY.
043690 1170-EXIT.
043700     EXIT.
043710*================================================================
043720* 1175-SCAN-REFUSED-ENTRY - FOLD ONE ADJUSTMENTS ENTRY WRITTEN
043730*                           BY THIS STEP FOR THIS GENERATION BACK
043740*                           INTO THE REFUSED TOTALS. ENTRIES FROM
043750*                           THE EXTRACT RUN OR OTHER GENERATIONS
043760*                           ARE PASSED OVER.
043770*================================================================
043780 1175-SCAN-REFUSED-ENTRY.
043790     READ TESTPPAFILE
043800         AT END
043810             MOVE 'Y' TO PST-PPA-EOF-SW
043820             GO TO 1175-EXIT.
043830     IF PPA-PROGRAM NOT = 'FILETESTPST'
043840         GO TO 1175-EXIT.
043850     IF PPA-GEN-DATE NOT = PST-PARM-DATE
043860         GO TO 1175-EXIT.
043870     MOVE PPA-TRAN-DATA        TO TEST-TRAN-REC.
043880     ADD 1                     TO PST-REFUSED-COUNT.
043890     ADD TRAN-AMOUNT           TO PST-AMOUNT-REFUSED.
043900     IF TRAN-KEY IS NUMERIC
043910         MOVE TRAN-KEY             TO PST-KEY-NUM
043920         ADD PST-KEY-NUM           TO PST-REFUSED-HASH
043930     END-IF.
043940     MOVE TRAN-KEY             TO PST-REFUSED-LAST-KEY.
043950 1175-EXIT.
043960     EXIT.
043970*================================================================
043980* 1500-LOAD-PERIODS - LOAD THE STANDING OF EVERY ACCOUNTING PERIOD
043990*                     FROM THE PERIOD CONTROL FILE AND OPEN THE
044000*                     PRIOR-PERIOD ADJUSTMENTS FILE. NO CONTROL
044010*                     FILE MEANS NO PERIOD HAS EVER BEEN CLOSED.
044020*                     THE ADJUSTMENTS FILE IS A WAREHOUSE OPENED
044030*                     EXTEND, THE SAME AS THE JOURNAL.
044040*================================================================
044050 1500-LOAD-PERIODS.
044060     OPEN INPUT TESTPRDFILE.
044070     IF PST-PRD-FILE-STATUS = '00'
044080         PERFORM 1510-SCAN-PERIOD-ENTRY
044090             THRU 1510-EXIT
044100             UNTIL PST-EOF-PERIOD
044110         CLOSE TESTPRDFILE
044120     END-IF.
044130     OPEN EXTEND TESTPPAFILE.
044140     IF PST-PPA-FILE-STATUS NOT = '00'
044150         OPEN OUTPUT TESTPPAFILE.
044160     IF PST-PPA-FILE-STATUS NOT = '00'
044170         MOVE 'A' TO PST-COMPLETION-SW
044180         MOVE 'ADJUSTMENTS FILE OPEN FAILED' TO PST-PRINT-LINE
044190         WRITE PST-PRINT-LINE
044200         CLOSE PST-PRINT-FILE
044210         PERFORM 9000-WRITE-RUNLOG
044220             THRU 9000-EXIT
044230         MOVE 16 TO RETURN-CODE
044240         STOP RUN.
044250 1500-EXIT.
044260     EXIT.
044270*================================================================
044280* 1510-SCAN-PERIOD-ENTRY - FOLD ONE PERIOD CONTROL ENTRY INTO THE
044290*                          TABLE; A LATER ENTRY FOR THE SAME
044300*                          PERIOD OVERWRITES THE STATUS, SO THE
044310*                          LATEST STANDS. A TABLE TOO SMALL FOR
044320*                          THE FILE ABENDS RATHER THAN LET A
044330*                          CLOSED PERIOD GO UNCHECKED.
044340*================================================================
044350 1510-SCAN-PERIOD-ENTRY.
044360     READ TESTPRDFILE
044370         AT END
044380             MOVE 'Y' TO PST-PRD-EOF-SW
044390             GO TO 1510-EXIT.
044400     IF PRD-PERIOD IS NOT NUMERIC
044410         GO TO 1510-EXIT.
044420     MOVE PRD-PERIOD           TO PST-EFF-PERIOD.
044430     PERFORM 1520-FIND-PERIOD
044440         THRU 1520-EXIT.
044450     IF PST-PRD-FOUND-SUB = ZERO
044460         IF PST-PRD-COUNT NOT < PST-PRD-MAX
044470             MOVE 'A' TO PST-COMPLETION-SW
044480             MOVE 'PERIOD TABLE FULL' TO PST-PRINT-LINE
044490             WRITE PST-PRINT-LINE
044500             CLOSE PST-PRINT-FILE
044510             PERFORM 9000-WRITE-RUNLOG
044520                 THRU 9000-EXIT
044530             MOVE 16 TO RETURN-CODE
044540             STOP RUN
044550         END-IF
044560         ADD 1 TO PST-PRD-COUNT
044570         MOVE PST-PRD-COUNT    TO PST-PRD-FOUND-SUB
044580         MOVE PRD-PERIOD
044590             TO PST-PRD-PERIOD (PST-PRD-FOUND-SUB)
044600     END-IF.
044610     MOVE PRD-STATUS
044620         TO PST-PRD-STATUS (PST-PRD-FOUND-SUB).
044630 1510-EXIT.
044640     EXIT.
044650*================================================================
044660* 1520-FIND-PERIOD - LOOK UP PST-EFF-PERIOD IN THE PERIOD TABLE.
044670*                    NOT FOUND LEAVES THE FOUND SUBSCRIPT ZERO.
044680*================================================================
044690 1520-FIND-PERIOD.
044700     MOVE ZERO                 TO PST-PRD-FOUND-SUB.
044710     MOVE 1                    TO PST-PRD-SUB.
044720     PERFORM 1525-TEST-PERIOD
044730         THRU 1525-EXIT
044740         UNTIL PST-PRD-SUB > PST-PRD-COUNT
044750            OR PST-PRD-FOUND-SUB > ZERO.
044760 1520-EXIT.
044770     EXIT.
044780*================================================================
044790* 1525-TEST-PERIOD - TEST ONE ROW OF THE PERIOD TABLE
044800*================================================================
044810 1525-TEST-PERIOD.
044820     IF PST-PRD-PERIOD (PST-PRD-SUB) = PST-EFF-PERIOD
044830         MOVE PST-PRD-SUB      TO PST-PRD-FOUND-SUB.
044840     ADD 1 TO PST-PRD-SUB.
044850 1525-EXIT.
044860     EXIT.
044870*================================================================
044880* 3050-CHECK-CLOSED-PERIOD - IS THE DETAIL EFFECTIVE IN A PERIOD
044890*                            STANDING CLOSED? AN EFFECTIVE DATE
044900*                            THAT IS NOT NUMERIC CANNOT BE PLACED
044910*                            IN A PERIOD AND IS POSTED AS BEFORE.
044920*================================================================
044930 3050-CHECK-CLOSED-PERIOD.
044940     MOVE 'N'                  TO PST-CLOSED-SW.
044950     IF TEST-DTL-EFF-DATE IS NOT NUMERIC
044960         GO TO 3050-EXIT.
044970     MOVE TEST-DTL-EFF-DATE (1:6) TO PST-EFF-PERIOD.
044980     PERFORM 1520-FIND-PERIOD
044990         THRU 1520-EXIT.
045000     IF PST-PRD-FOUND-SUB = ZERO
045010         GO TO 3050-EXIT.
045020     IF PST-PRD-STATUS (PST-PRD-FOUND-SUB) = 'C'
045030         MOVE 'Y'              TO PST-CLOSED-SW.
045040 3050-EXIT.
045050     EXIT.
045060*================================================================
045070* 3700-REFUSE-PRIOR-PERIOD - APPEND THE DETAIL TO THE PRIOR-PERIOD
045080*                            ADJUSTMENTS FILE AS A TRANSACTION
045090*                            IMAGE (ACTION 'A' - A DETAIL IS A NET
045100*                            AMOUNT TO ADD TO THE KEY) WITH THE
045110*                            CLOSED PERIOD AND THE GENERATION, AND
045120*                            COUNT IT AS REFUSED. THE MASTER AND
045130*                            THE JOURNAL ARE NOT TOUCHED.
045140*================================================================
045150 3700-REFUSE-PRIOR-PERIOD.
045160     MOVE SPACES               TO TEST-TRAN-REC.
045170     MOVE TEST-OUTPUT-KEY      TO TRAN-KEY.
045180     MOVE TEST-DTL-AMOUNT      TO TRAN-AMOUNT.
045190     MOVE TEST-DTL-EFF-DATE    TO TRAN-EFF-DATE.
045200     MOVE 'A'                  TO TRAN-ACTION-CODE.
045210     MOVE TEST-DTL-BRANCH      TO TRAN-BRANCH.
045220     MOVE SPACES               TO TEST-PPA-REC.
045230     MOVE TEST-TRAN-REC        TO PPA-TRAN-DATA.
045240     MOVE PST-EFF-PERIOD       TO PPA-PERIOD.
045250     MOVE PST-PARM-DATE        TO PPA-GEN-DATE.
045260     MOVE 'FILETESTPST'        TO PPA-PROGRAM.
045270     MOVE PST-TODAY-DATE       TO PPA-REFUSE-DATE.
045280     MOVE PST-TODAY-TIME       TO PPA-REFUSE-TIME.
045290     WRITE TEST-PPA-REC.
045300     ADD 1                     TO PST-REFUSED-COUNT.
045310     ADD TEST-DTL-AMOUNT       TO PST-AMOUNT-REFUSED.
045320     IF TEST-OUTPUT-KEY IS NUMERIC
045330         MOVE TEST-OUTPUT-KEY      TO PST-KEY-NUM
045340         ADD PST-KEY-NUM           TO PST-REFUSED-HASH
045350     END-IF.
045360 3700-EXIT.
045370     EXIT.
