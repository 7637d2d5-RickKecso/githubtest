000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTADJ.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - PRIOR-PERIOD ADJUSTMENTS
001200*                  REPORT. LISTS EVERY ITEM FILETESTOUT OR
001300*                  FILETESTPST REFUSED BECAUSE ITS EFFECTIVE DATE
001400*                  FELL IN A CLOSED ACCOUNTING PERIOD, WITH THE
001500*                  PERIOD, KEY, AMOUNT, EFFECTIVE DATE, ACTION,
001600*                  BRANCH, THE GENERATION AND STEP THAT REFUSED
001700*                  IT AND THE DATE IT WAS REFUSED, THEN A SUMMARY
001800*                  PER PERIOD WITH THE PERIOD'S CURRENT STANDING
001900*                  ON THE PERIOD CONTROL FILE - A CONTROLLER
002000*                  EITHER REOPENS THE PERIOD (FILETESTCLS) OR
002100*                  RE-DATES THE ITEMS INTO AN OPEN ONE AND FEEDS
002200*                  THEM BACK. PARM 1 (YYYYMM, OPTIONAL) LIMITS
002300*                  THE REPORT TO ONE PERIOD; WITHOUT IT EVERY
002400*                  ITEM ON THE FILE IS LISTED, OLDEST FIRST.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TESTPPAFILE ASSIGN TO 'testppafile.txt'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS ADJ-PPA-FILE-STATUS.
003500
003600     SELECT TESTPRDFILE ASSIGN TO 'testprdfile.txt'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS ADJ-PRD-FILE-STATUS.
003900
004000     SELECT ADJ-PRINT-FILE ASSIGN TO 'filetestadj.txt'
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*----------------------------------------------------------------
004500* PRIOR-PERIOD ADJUSTMENTS FILE BEING REPORTED ON
004600*----------------------------------------------------------------
004700 FD  TESTPPAFILE.
004800     COPY TESTPPA.
004900*----------------------------------------------------------------
005000* ACCOUNTING PERIOD CONTROL FILE - CURRENT STANDING PER PERIOD
005100*----------------------------------------------------------------
005200 FD  TESTPRDFILE.
005300     COPY TESTPRD.
005400*----------------------------------------------------------------
005500* PRINTED ADJUSTMENTS REPORT
005600*----------------------------------------------------------------
005700 FD  ADJ-PRINT-FILE.
005800 01  ADJ-PRINT-LINE                PIC X(80).
005900 WORKING-STORAGE SECTION.
006000*----------------------------------------------------------------
006100* SWITCHES AND COUNTERS
006200*----------------------------------------------------------------
006300 77  ADJ-PPA-EOF-SW                PIC X(01)      VALUE 'N'.
006400     88  ADJ-EOF-ADJUSTMENT                         VALUE 'Y'.
006500 77  ADJ-PRD-EOF-SW                PIC X(01)      VALUE 'N'.
006600     88  ADJ-EOF-PERIOD                             VALUE 'Y'.
006700 77  ADJ-PPA-FILE-STATUS           PIC X(02)      VALUE SPACES.
006800 77  ADJ-PRD-FILE-STATUS           PIC X(02)      VALUE SPACES.
006900 77  ADJ-ITEM-COUNT                PIC 9(09) COMP  VALUE ZERO.
007000 77  ADJ-OUT-COUNT                 PIC 9(09) COMP  VALUE ZERO.
007100 77  ADJ-PST-COUNT                 PIC 9(09) COMP  VALUE ZERO.
007200 77  ADJ-AMOUNT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
007300*----------------------------------------------------------------
007400* PERIOD FILTER - PARM 1. NOT NUMERIC (OR ABSENT) MEANS EVERY
007500* PERIOD IS REPORTED.
007600*----------------------------------------------------------------
007700 77  ADJ-PARM-PERIOD               PIC X(06)      VALUE SPACES.
007800 77  ADJ-FILTER-PERIOD             PIC 9(06)      VALUE ZERO.
007900 77  ADJ-FILTER-SW                 PIC X(01)      VALUE 'N'.
008000     88  ADJ-ONE-PERIOD                             VALUE 'Y'.
008100*----------------------------------------------------------------
008200* PERIOD TABLE - ONE ROW PER PERIOD SEEN ON EITHER FILE, WITH THE
008300* STATUS OF ITS LATEST PERIOD CONTROL ENTRY (SPACE - NEVER
008400* CLOSED) AND THE COUNT AND AMOUNT OF ITEMS REFUSED INTO IT.
008500*----------------------------------------------------------------
008600 01  ADJ-PRD-TABLE.
008700     05  ADJ-PRD-ROW OCCURS 600 TIMES.
008800         10  ADJ-PRD-PERIOD        PIC 9(06).
008900         10  ADJ-PRD-STATUS        PIC X(01).
009000         10  ADJ-PRD-ITEMS         PIC 9(09)  COMP.
009100         10  ADJ-PRD-AMOUNT    PIC S9(11)V99  COMP-3.
009200 77  ADJ-PRD-MAX                   PIC 9(04) COMP  VALUE 600.
009300 77  ADJ-PRD-COUNT                 PIC 9(04) COMP  VALUE ZERO.
009400 77  ADJ-PRD-SUB                   PIC 9(04) COMP  VALUE ZERO.
009500 77  ADJ-PRD-FOUND-SUB             PIC 9(04) COMP  VALUE ZERO.
009600 77  ADJ-SEARCH-PERIOD             PIC 9(06)      VALUE ZERO.
009700*----------------------------------------------------------------
009800* PAGE HEADING LINES
009900*----------------------------------------------------------------
010000 01  ADJ-HDR-TITLE.
010100     05  FILLER                    PIC X(80)
010200         VALUE 'PRIOR-PERIOD ADJUSTMENTS REPORT'.
010300 01  ADJ-HDR-FILTER-LINE.
010400     05  FILLER                    PIC X(08)
010500         VALUE 'PERIOD:'.
010600     05  ADJ-HDR-PERIOD            PIC X(06).
010700 01  ADJ-HDR-COLUMNS.
010800     05  FILLER                    PIC X(02)      VALUE SPACES.
010900     05  FILLER                    PIC X(08)
011000         VALUE 'PERIOD'.
011100     05  FILLER                    PIC X(05)
011200         VALUE 'KEY'.
011300     05  FILLER                    PIC X(13)
011400         VALUE '     AMOUNT'.
011500     05  FILLER                    PIC X(10)
011600         VALUE 'EFF DATE'.
011700     05  FILLER                    PIC X(03)
011800         VALUE 'A'.
011900     05  FILLER                    PIC X(04)
012000         VALUE 'BR'.
012100     05  FILLER                    PIC X(10)
012200         VALUE 'GENERATN'.
012300     05  FILLER                    PIC X(13)
012400         VALUE 'REFUSED BY'.
012500     05  FILLER                    PIC X(08)
012600         VALUE 'ON'.
012700 01  ADJ-HDR-RULE.
012800     05  FILLER                    PIC X(76)      VALUE ALL '-'.
012900*----------------------------------------------------------------
013000* ITEM LINE - ONE PER REFUSED ITEM
013100*----------------------------------------------------------------
013200 01  ADJ-ITEM-LINE.
013300     05  FILLER                    PIC X(02)      VALUE SPACES.
013400     05  ADJ-LIN-PERIOD            PIC 9(06).
013500     05  FILLER                    PIC X(02)      VALUE SPACES.
013600     05  ADJ-LIN-KEY               PIC X(04).
013700     05  FILLER                    PIC X(01)      VALUE SPACES.
013800     05  ADJ-LIN-AMOUNT            PIC -(7)9.99.
013900     05  FILLER                    PIC X(02)      VALUE SPACES.
014000     05  ADJ-LIN-EFF-DATE          PIC X(08).
014100     05  FILLER                    PIC X(02)      VALUE SPACES.
014200     05  ADJ-LIN-ACTION            PIC X(01).
014300     05  FILLER                    PIC X(02)      VALUE SPACES.
014400     05  ADJ-LIN-BRANCH            PIC X(03).
014500     05  FILLER                    PIC X(01)      VALUE SPACES.
014600     05  ADJ-LIN-GEN-DATE          PIC 9(08).
014700     05  FILLER                    PIC X(02)      VALUE SPACES.
014800     05  ADJ-LIN-PROGRAM           PIC X(12).
014900     05  FILLER                    PIC X(01)      VALUE SPACES.
015000     05  ADJ-LIN-REFUSE-DATE       PIC 9(08).
015100*----------------------------------------------------------------
015200* PERIOD SUMMARY LINE - ONE PER PERIOD WITH REFUSED ITEMS
015300*----------------------------------------------------------------
015400 01  ADJ-SUM-HEADING.
015500     05  FILLER                    PIC X(80)
015600         VALUE 'SUMMARY BY PERIOD'.
015700 01  ADJ-SUM-LINE.
015800     05  FILLER                    PIC X(02)      VALUE SPACES.
015900     05  ADJ-SUM-PERIOD            PIC 9(06).
016000     05  FILLER                    PIC X(02)      VALUE SPACES.
016100     05  ADJ-SUM-ITEMS             PIC ZZZ,ZZZ,ZZ9.
016200     05  FILLER                    PIC X(01)      VALUE SPACES.
016300     05  ADJ-SUM-AMOUNT            PIC -(11)9.99.
016400     05  FILLER                    PIC X(02)      VALUE SPACES.
016500     05  ADJ-SUM-STANDING          PIC X(10).
016600*----------------------------------------------------------------
016700* TOTAL LINES
016800*----------------------------------------------------------------
016900 01  ADJ-TOTAL-LINE.
017000     05  FILLER                    PIC X(02)      VALUE SPACES.
017100     05  ADJ-TOT-NAME              PIC X(22).
017200     05  FILLER                    PIC X(01)      VALUE SPACES.
017300     05  ADJ-TOT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.
017400 01  ADJ-AMOUNT-LINE.
017500     05  FILLER                    PIC X(02)      VALUE SPACES.
017600     05  ADJ-AMT-NAME              PIC X(22).
017700     05  FILLER                    PIC X(01)      VALUE SPACES.
017800     05  ADJ-AMT-VALUE             PIC -(11)9.99.
017900 PROCEDURE DIVISION.
018000*================================================================
018100* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE ADJUSTMENTS REPORT
018200*================================================================
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE
018500         THRU 1000-EXIT.
018600     PERFORM 2000-REPORT-ITEM
018700         THRU 2000-EXIT
018800         UNTIL ADJ-EOF-ADJUSTMENT.
018900     PERFORM 6000-PRINT-TOTALS
019000         THRU 6000-EXIT.
019100     PERFORM 8000-TERMINATE
019200         THRU 8000-EXIT.
019300     STOP RUN.
019400*================================================================
019500* 1000-INITIALIZE - TAKE THE PERIOD FILTER, LOAD THE PERIOD
019600*                   STANDINGS, OPEN THE REPORT AND PRIME THE
019700*                   READ. NO ADJUSTMENTS FILE MEANS NOTHING HAS
019800*                   EVER BEEN REFUSED - THE REPORT SAYS SO AND
019900*                   ENDS CLEAN.
020000*================================================================
020100 1000-INITIALIZE.
020200     DISPLAY 1 UPON ARGUMENT-NUMBER.
020300     ACCEPT ADJ-PARM-PERIOD    FROM ARGUMENT-VALUE
020400         ON EXCEPTION MOVE SPACES TO ADJ-PARM-PERIOD.
020500     IF ADJ-PARM-PERIOD IS NUMERIC
020600         MOVE ADJ-PARM-PERIOD  TO ADJ-FILTER-PERIOD
020700         MOVE 'Y'              TO ADJ-FILTER-SW
020800     ELSE
020900         MOVE 'ALL'            TO ADJ-PARM-PERIOD
021000     END-IF.
021100     OPEN OUTPUT ADJ-PRINT-FILE.
021200     WRITE ADJ-PRINT-LINE        FROM ADJ-HDR-TITLE.
021300     MOVE ADJ-PARM-PERIOD        TO ADJ-HDR-PERIOD.
021400     WRITE ADJ-PRINT-LINE        FROM ADJ-HDR-FILTER-LINE.
021500     WRITE ADJ-PRINT-LINE        FROM ADJ-HDR-COLUMNS.
021600     WRITE ADJ-PRINT-LINE        FROM ADJ-HDR-RULE.
021700     PERFORM 1100-LOAD-PERIODS
021800         THRU 1100-EXIT.
021900     OPEN INPUT TESTPPAFILE.
022000     IF ADJ-PPA-FILE-STATUS NOT = '00'
022100         MOVE 'NO PRIOR-PERIOD ADJUSTMENTS ON FILE'
022200             TO ADJ-PRINT-LINE
022300         WRITE ADJ-PRINT-LINE
022400         CLOSE ADJ-PRINT-FILE
022500         STOP RUN.
022600     PERFORM 2100-READ-ADJUSTMENT
022700         THRU 2100-EXIT.
022800 1000-EXIT.
022900     EXIT.
023000*================================================================
023100* 1100-LOAD-PERIODS - LOAD THE STANDING OF EVERY PERIOD ON THE
023200*                     PERIOD CONTROL FILE; THE LATEST ENTRY FOR A
023300*                     PERIOD IS THE ONE THAT STANDS
023400*================================================================
023500 1100-LOAD-PERIODS.
023600     OPEN INPUT TESTPRDFILE.
023700     IF ADJ-PRD-FILE-STATUS NOT = '00'
023800         GO TO 1100-EXIT.
023900     PERFORM 1110-LOAD-PERIOD-ENTRY
024000         THRU 1110-EXIT
024100         UNTIL ADJ-EOF-PERIOD.
024200     CLOSE TESTPRDFILE.
024300 1100-EXIT.
024400     EXIT.
024500*================================================================
024600* 1110-LOAD-PERIOD-ENTRY - FOLD ONE PERIOD CONTROL ENTRY INTO THE
024700*                          TABLE
024800*================================================================
024900 1110-LOAD-PERIOD-ENTRY.
025000     READ TESTPRDFILE
025100         AT END
025200             MOVE 'Y' TO ADJ-PRD-EOF-SW
025300             GO TO 1110-EXIT.
025400     IF PRD-PERIOD IS NOT NUMERIC
025500         GO TO 1110-EXIT.
025600     MOVE PRD-PERIOD           TO ADJ-SEARCH-PERIOD.
025700     PERFORM 1200-FIND-PERIOD
025800         THRU 1200-EXIT.
025900     IF ADJ-PRD-FOUND-SUB > ZERO
026000         MOVE PRD-STATUS
026100             TO ADJ-PRD-STATUS (ADJ-PRD-FOUND-SUB).
026200 1110-EXIT.
026300     EXIT.
026400*================================================================
026500* 1200-FIND-PERIOD - LOOK UP ADJ-SEARCH-PERIOD IN THE PERIOD
026600*                    TABLE, ADDING A ROW FOR A PERIOD NOT YET
026700*                    SEEN. A FULL TABLE LEAVES THE FOUND
026800*                    SUBSCRIPT ZERO - THE ITEM IS STILL LISTED,
026900*                    ONLY THE SUMMARY IS SHORT, AND THE REPORT
027000*                    SAYS SO.
027100*================================================================
027200 1200-FIND-PERIOD.
027300     MOVE ZERO                 TO ADJ-PRD-FOUND-SUB.
027400     MOVE 1                    TO ADJ-PRD-SUB.
027500     PERFORM 1210-TEST-PERIOD
027600         THRU 1210-EXIT
027700         UNTIL ADJ-PRD-SUB > ADJ-PRD-COUNT
027800            OR ADJ-PRD-FOUND-SUB > ZERO.
027900     IF ADJ-PRD-FOUND-SUB > ZERO
028000         GO TO 1200-EXIT.
028100     IF ADJ-PRD-COUNT NOT < ADJ-PRD-MAX
028200         MOVE 'PERIOD TABLE FULL - SUMMARY INCOMPLETE'
028300             TO ADJ-PRINT-LINE
028400         WRITE ADJ-PRINT-LINE
028500         GO TO 1200-EXIT.
028600     ADD 1 TO ADJ-PRD-COUNT.
028700     MOVE ADJ-PRD-COUNT        TO ADJ-PRD-FOUND-SUB.
028800     MOVE ADJ-SEARCH-PERIOD
028900         TO ADJ-PRD-PERIOD (ADJ-PRD-FOUND-SUB).
029000     MOVE SPACES
029100         TO ADJ-PRD-STATUS (ADJ-PRD-FOUND-SUB).
029200     MOVE ZERO
029300         TO ADJ-PRD-ITEMS (ADJ-PRD-FOUND-SUB).
029400     MOVE ZERO
029500         TO ADJ-PRD-AMOUNT (ADJ-PRD-FOUND-SUB).
029600 1200-EXIT.
029700     EXIT.
029800*================================================================
029900* 1210-TEST-PERIOD - TEST ONE ROW OF THE PERIOD TABLE
030000*================================================================
030100 1210-TEST-PERIOD.
030200     IF ADJ-PRD-PERIOD (ADJ-PRD-SUB) = ADJ-SEARCH-PERIOD
030300         MOVE ADJ-PRD-SUB      TO ADJ-PRD-FOUND-SUB.
030400     ADD 1 TO ADJ-PRD-SUB.
030500 1210-EXIT.
030600     EXIT.
030700*================================================================
030800* 2000-REPORT-ITEM - PRINT ONE REFUSED ITEM AND COUNT IT INTO ITS
030900*                    PERIOD. AN ITEM OUTSIDE THE REQUESTED
031000*                    PERIOD IS PASSED OVER.
031100*================================================================
031200 2000-REPORT-ITEM.
031300     IF ADJ-ONE-PERIOD
031400     AND PPA-PERIOD NOT = ADJ-FILTER-PERIOD
031500         GO TO 2000-NEXT.
031600     MOVE SPACES                TO ADJ-ITEM-LINE.
031700     MOVE PPA-PERIOD            TO ADJ-LIN-PERIOD.
031800     MOVE PPA-KEY               TO ADJ-LIN-KEY.
031900     IF PPA-AMOUNT IS NUMERIC
032000         MOVE PPA-AMOUNT        TO ADJ-LIN-AMOUNT
032100         ADD PPA-AMOUNT         TO ADJ-AMOUNT-TOTAL
032200     ELSE
032300         MOVE ZERO              TO ADJ-LIN-AMOUNT
032400     END-IF.
032500     MOVE PPA-EFF-DATE          TO ADJ-LIN-EFF-DATE.
032600     MOVE PPA-ACTION-CODE       TO ADJ-LIN-ACTION.
032700     MOVE PPA-BRANCH            TO ADJ-LIN-BRANCH.
032800     MOVE PPA-GEN-DATE          TO ADJ-LIN-GEN-DATE.
032900     MOVE PPA-PROGRAM           TO ADJ-LIN-PROGRAM.
033000     MOVE PPA-REFUSE-DATE       TO ADJ-LIN-REFUSE-DATE.
033100     WRITE ADJ-PRINT-LINE       FROM ADJ-ITEM-LINE.
033200     ADD 1 TO ADJ-ITEM-COUNT.
033300     IF PPA-PROGRAM = 'FILETESTPST'
033400         ADD 1 TO ADJ-PST-COUNT
033500     ELSE
033600         ADD 1 TO ADJ-OUT-COUNT
033700     END-IF.
033800     MOVE PPA-PERIOD            TO ADJ-SEARCH-PERIOD.
033900     PERFORM 1200-FIND-PERIOD
034000         THRU 1200-EXIT.
034100     IF ADJ-PRD-FOUND-SUB = ZERO
034200         GO TO 2000-NEXT.
034300     ADD 1 TO ADJ-PRD-ITEMS (ADJ-PRD-FOUND-SUB).
034400     IF PPA-AMOUNT IS NUMERIC
034500         ADD PPA-AMOUNT TO ADJ-PRD-AMOUNT (ADJ-PRD-FOUND-SUB).
034600 2000-NEXT.
034700     PERFORM 2100-READ-ADJUSTMENT
034800         THRU 2100-EXIT.
034900 2000-EXIT.
035000     EXIT.
035100*================================================================
035200* 2100-READ-ADJUSTMENT - READ THE NEXT ADJUSTMENTS ENTRY, SET EOF
035300*                        AT END
035400*================================================================
035500 2100-READ-ADJUSTMENT.
035600     READ TESTPPAFILE
035700         AT END
035800             MOVE 'Y' TO ADJ-PPA-EOF-SW.
035900 2100-EXIT.
036000     EXIT.
036100*================================================================
036200* 6000-PRINT-TOTALS - ONE SUMMARY LINE PER PERIOD WITH REFUSED
036300*                     ITEMS AND ITS CURRENT STANDING, THEN THE
036400*                     ITEM COUNTS BY REFUSING STEP AND THE AMOUNT
036500*================================================================
036600 6000-PRINT-TOTALS.
036700     WRITE ADJ-PRINT-LINE       FROM ADJ-HDR-RULE.
036800     WRITE ADJ-PRINT-LINE       FROM ADJ-SUM-HEADING.
036900     MOVE 1 TO ADJ-PRD-SUB.
037000     PERFORM 6100-PRINT-PERIOD-ROW
037100         THRU 6100-EXIT
037200         UNTIL ADJ-PRD-SUB > ADJ-PRD-COUNT.
037300     WRITE ADJ-PRINT-LINE       FROM ADJ-HDR-RULE.
037400     MOVE 'ITEMS LISTED'        TO ADJ-TOT-NAME.
037500     MOVE ADJ-ITEM-COUNT        TO ADJ-TOT-VALUE.
037600     WRITE ADJ-PRINT-LINE       FROM ADJ-TOTAL-LINE.
037700     MOVE 'REFUSED BY EXTRACT'  TO ADJ-TOT-NAME.
037800     MOVE ADJ-OUT-COUNT         TO ADJ-TOT-VALUE.
037900     WRITE ADJ-PRINT-LINE       FROM ADJ-TOTAL-LINE.
038000     MOVE 'REFUSED BY POSTING'  TO ADJ-TOT-NAME.
038100     MOVE ADJ-PST-COUNT         TO ADJ-TOT-VALUE.
038200     WRITE ADJ-PRINT-LINE       FROM ADJ-TOTAL-LINE.
038300     MOVE 'AMOUNT LISTED'       TO ADJ-AMT-NAME.
038400     MOVE ADJ-AMOUNT-TOTAL      TO ADJ-AMT-VALUE.
038500     WRITE ADJ-PRINT-LINE       FROM ADJ-AMOUNT-LINE.
038600 6000-EXIT.
038700     EXIT.
038800*================================================================
038900* 6100-PRINT-PERIOD-ROW - ONE LINE PER PERIOD THAT HAS ITEMS. A
039000*                         PERIOD ONLY ON THE CONTROL FILE HAS
039100*                         NOTHING TO ADJUST AND IS LEFT OFF.
039200*================================================================
039300 6100-PRINT-PERIOD-ROW.
039400     IF ADJ-PRD-ITEMS (ADJ-PRD-SUB) = ZERO
039500         GO TO 6100-NEXT.
039600     MOVE SPACES                TO ADJ-SUM-LINE.
039700     MOVE ADJ-PRD-PERIOD (ADJ-PRD-SUB)  TO ADJ-SUM-PERIOD.
039800     MOVE ADJ-PRD-ITEMS (ADJ-PRD-SUB)   TO ADJ-SUM-ITEMS.
039900     MOVE ADJ-PRD-AMOUNT (ADJ-PRD-SUB)  TO ADJ-SUM-AMOUNT.
040000     EVALUATE ADJ-PRD-STATUS (ADJ-PRD-SUB)
040100         WHEN 'C'
040200             MOVE 'CLOSED'     TO ADJ-SUM-STANDING
040300         WHEN 'O'
040400             MOVE 'REOPENED'   TO ADJ-SUM-STANDING
040500         WHEN OTHER
040600             MOVE 'NOT CLOSED' TO ADJ-SUM-STANDING
040700     END-EVALUATE.
040800     WRITE ADJ-PRINT-LINE       FROM ADJ-SUM-LINE.
040900 6100-NEXT.
041000     ADD 1 TO ADJ-PRD-SUB.
041100 6100-EXIT.
041200     EXIT.
041300*================================================================
041400* 8000-TERMINATE - CLOSE FILES AND END THE RUN
041500*================================================================
041600 8000-TERMINATE.
041700     CLOSE TESTPPAFILE.
041800     CLOSE ADJ-PRINT-FILE.
041900 8000-EXIT.
042000     EXIT.
