000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTACK.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - SOURCE ACKNOWLEDGEMENTS,
001200*                  RUN STRAIGHT AFTER FILETESTEDT. UPSTREAMS ONLY
001300*                  LEARNED THAT THEIR ENVELOPE WAS REJECTED, OR
001400*                  THEIR ITEMS SUSPENDED, WHEN SOMEONE PHONED
001500*                  THEM. FILETESTCOL NOW OPENS AN ACKNOWLEDGEMENT
001600*                  (TESTACK) FOR EVERY SOURCE FILE IT EXAMINES -
001700*                  testackfile.<DATE>.<N>.txt FOR SOURCE FILE N -
001800*                  AND FINISHES A REJECTED ONE ITSELF. THIS
001900*                  PROGRAM FINISHES THE ACCEPTED ONES: FOR EACH
002000*                  SOURCE NUMBER WHOSE ACKNOWLEDGEMENT HEADER SAYS
002100*                  ACCEPTED IT REWRITES THE FILE WITH THE SAME
002200*                  HEADER, ONE RETURN RECORD PER ITEM OF THAT
002300*                  SOURCE THE EDIT SUSPENDED (REASON CODE AND THE
002400*                  ORIGINAL IMAGE, FROM THE GENERATION'S SUSPENSE
002500*                  FILE, WHICH NOW CARRIES THE SOURCE ID) AND A
002600*                  TRAILER COUNTING RECEIVED, PASSED AND
002700*                  SUSPENDED. EACH UPSTREAM CAN THEN CORRECT AND
002800*                  RESEND ITS OWN ITEMS. SUSPENDED RECYCLE
002900*                  CORRECTIONS, AND ITEMS FROM A FEED CUT BEFORE
003000*                  THE SOURCE COLUMN EXISTED, BELONG TO NO
003100*                  UPSTREAM AND ARE COUNTED AS NOT RETURNED. THE
003200*                  FILE IS WRITTEN FRESH EACH TIME, SO A RERUN
003300*                  AFTER AN EDIT RERUN IS SAFE. PARM 1 IS THE
003400*                  GENERATION DATE (DEFAULT TODAY), PARM 2 THE
003500*                  JOB ID. NO SUSPENSE GENERATION FOR THE DATE
003600*                  MEANS THE EDIT HAS NOT RUN - RC 16.
003700*================================================================
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT TESTACKFILE ASSIGN TO 'TESTACK'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS ACK-ACK-FILE-STATUS.
004700
004800     SELECT TESTSUSPFILE ASSIGN TO 'TESTSUSP'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS ACK-SUSP-FILE-STATUS.
005100
005200     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS ACK-LOG-FILE-STATUS.
005500
005600     SELECT ACK-PRINT-FILE ASSIGN TO 'filetestack.txt'
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000*----------------------------------------------------------------
006100* ACKNOWLEDGEMENT FOR ONE SOURCE - THE TESTACK DDNAME IS
006200* REPOINTED AT EACH SOURCE NUMBER IN TURN, AS IN FILETESTCOL
006300*----------------------------------------------------------------
006400 FD  TESTACKFILE.
006500     COPY TESTACK.
006600*----------------------------------------------------------------
006700* THE GENERATION'S SUSPENSE FILE WRITTEN BY FILETESTEDT
006800*----------------------------------------------------------------
006900 FD  TESTSUSPFILE.
007000     COPY TESTSUSP.
007100*----------------------------------------------------------------
007200* RUN-LOG / AUDIT TRAIL FILE
007300*----------------------------------------------------------------
007400 FD  TESTLOGFILE.
007500     COPY TESTLOG.
007600*----------------------------------------------------------------
007700* PRINTED ACKNOWLEDGEMENT REPORT
007800*----------------------------------------------------------------
007900 FD  ACK-PRINT-FILE.
008000 01  ACK-PRINT-LINE                PIC X(80).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300* SWITCHES AND COUNTERS
008400*----------------------------------------------------------------
008500 77  ACK-SUSP-EOF-SW               PIC X(01)      VALUE 'N'.
008600     88  ACK-EOF-SUSPENSE                           VALUE 'Y'.
008700 77  ACK-ACK-FILE-STATUS           PIC X(02)      VALUE SPACES.
008800 77  ACK-SUSP-FILE-STATUS          PIC X(02)      VALUE SPACES.
008900 77  ACK-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
009000 77  ACK-SOURCES-SEEN              PIC 9(04) COMP  VALUE ZERO.
009100 77  ACK-SOURCES-COMPLETED         PIC 9(04) COMP  VALUE ZERO.
009200 77  ACK-SOURCES-REJECTED          PIC 9(04) COMP  VALUE ZERO.
009300 77  ACK-SUSP-TOTAL                PIC 9(09) COMP  VALUE ZERO.
009400 77  ACK-RETURNED-TOTAL            PIC 9(09) COMP  VALUE ZERO.
009500 77  ACK-UNRETURNED-COUNT          PIC 9(09) COMP  VALUE ZERO.
009600*----------------------------------------------------------------
009700* PER-SOURCE STATE. THE ACCEPTED HEADER FILETESTCOL WROTE IS KEPT
009800*    WHILE THE FILE IS WRITTEN OVER.
009900*----------------------------------------------------------------
010000 77  ACK-SRC-NUM                   PIC 9(01)      VALUE ZERO.
010100 77  ACK-SAVE-HEADER               PIC X(63)      VALUE SPACES.
010200 77  ACK-SAVE-SOURCE-ID            PIC X(08)      VALUE SPACES.
010300 77  ACK-SRC-RECEIVED              PIC 9(09) COMP  VALUE ZERO.
010400 77  ACK-SRC-SUSP-COUNT            PIC 9(09) COMP  VALUE ZERO.
010500 77  ACK-SRC-PASSED                PIC 9(09) COMP  VALUE ZERO.
010600*----------------------------------------------------------------
010700* PARAMETER AND RUN-LOG WORK AREAS
010800*----------------------------------------------------------------
010900 77  ACK-GEN-DATE                  PIC 9(08)      VALUE ZERO.
011000 77  ACK-TODAY-DATE                PIC 9(08)      VALUE ZERO.
011100 77  ACK-TODAY-TIME                PIC 9(08)      VALUE ZERO.
011200 77  ACK-RUN-JOBID                 PIC X(08)      VALUE SPACES.
011300 77  ACK-ACK-FILENAME              PIC X(40)      VALUE SPACES.
011400 77  ACK-SUSP-FILENAME             PIC X(40)      VALUE SPACES.
011500 77  ACK-COMPLETION-SW             PIC X(01)      VALUE 'N'.
011600     88  ACK-NORMAL-COMPLETION                      VALUE 'N'.
011700     88  ACK-ABNORMAL-COMPLETION                     VALUE 'A'.
011800*----------------------------------------------------------------
011900* PAGE HEADING AND REPORT LINES
012000*----------------------------------------------------------------
012100 01  ACK-HDR-TITLE.
012200     05  FILLER                    PIC X(80)
012300         VALUE 'SOURCE ACKNOWLEDGEMENTS'.
012400 01  ACK-HDR-DATE-LINE.
012500     05  FILLER                    PIC X(12)
012600         VALUE 'GENERATION:'.
012700     05  ACK-HDR-DATE              PIC 9(08).
012800 01  ACK-HDR-RULE.
012900     05  FILLER                    PIC X(64)      VALUE ALL '-'.
013000 01  ACK-HDR-COLUMNS.
013100     05  FILLER                    PIC X(40)
013200         VALUE '  N SOURCE      RECEIVED      PASSED   S'.
013300     05  FILLER                    PIC X(40)
013400         VALUE 'USPENDED RESULT'.
013500 01  ACK-SRC-LINE.
013600     05  FILLER                    PIC X(02)      VALUE SPACES.
013700     05  ACK-LIN-NUM               PIC 9(01).
013800     05  FILLER                    PIC X(01)      VALUE SPACES.
013900     05  ACK-LIN-SOURCE            PIC X(08).
014000     05  FILLER                    PIC X(01)      VALUE SPACES.
014100     05  ACK-LIN-RECEIVED          PIC ZZZ,ZZZ,ZZ9.
014200     05  FILLER                    PIC X(01)      VALUE SPACES.
014300     05  ACK-LIN-PASSED            PIC ZZZ,ZZZ,ZZ9.
014400     05  FILLER                    PIC X(01)      VALUE SPACES.
014500     05  ACK-LIN-SUSPENDED         PIC ZZZ,ZZZ,ZZ9.
014600     05  FILLER                    PIC X(01)      VALUE SPACES.
014700     05  ACK-LIN-RESULT            PIC X(20).
014800 01  ACK-TOTAL-LINE.
014900     05  FILLER                    PIC X(02)      VALUE SPACES.
015000     05  ACK-TOT-NAME              PIC X(22).
015100     05  FILLER                    PIC X(01)      VALUE SPACES.
015200     05  ACK-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.
015300 PROCEDURE DIVISION.
015400*================================================================
015500* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE ACKNOWLEDGEMENTS
015600*================================================================
015700 0000-MAINLINE.
015800     PERFORM 1050-GET-PARMS
015900         THRU 1050-EXIT.
016000     PERFORM 1000-INITIALIZE
016100         THRU 1000-EXIT.
016200     PERFORM 2000-ACK-ONE-SOURCE
016300         THRU 2000-EXIT
016400         UNTIL ACK-SRC-NUM > 8.
016500     PERFORM 6000-PRINT-TOTALS
016600         THRU 6000-EXIT.
016700     PERFORM 8000-TERMINATE
016800         THRU 8000-EXIT.
016900     STOP RUN.
017000*================================================================
017100* 1000-INITIALIZE - OPEN THE REPORT AND MAKE SURE THE EDIT HAS
017200*                   WRITTEN THE GENERATION'S SUSPENSE FILE. IT IS
017300*                   COUNTED THROUGH ONCE HERE SO THE ITEMS NO
017400*                   UPSTREAM OWNS CAN BE SHOWN AT THE END.
017500*================================================================
017600 1000-INITIALIZE.
017700     ACCEPT ACK-TODAY-TIME     FROM TIME.
017800     OPEN OUTPUT ACK-PRINT-FILE.
017900     WRITE ACK-PRINT-LINE        FROM ACK-HDR-TITLE.
018000     MOVE ACK-GEN-DATE           TO ACK-HDR-DATE.
018100     WRITE ACK-PRINT-LINE        FROM ACK-HDR-DATE-LINE.
018200     WRITE ACK-PRINT-LINE        FROM ACK-HDR-RULE.
018300     WRITE ACK-PRINT-LINE        FROM ACK-HDR-COLUMNS.
018400     MOVE SPACES               TO ACK-SUSP-FILENAME.
018500     STRING 'testsuspfile.'    DELIMITED BY SIZE
018600            ACK-GEN-DATE       DELIMITED BY SIZE
018700            '.txt'             DELIMITED BY SIZE
018800            INTO ACK-SUSP-FILENAME.
018900     DISPLAY 'TESTSUSP' UPON ENVIRONMENT-NAME.
019000     DISPLAY ACK-SUSP-FILENAME UPON ENVIRONMENT-VALUE.
019100     OPEN INPUT TESTSUSPFILE.
019200     IF ACK-SUSP-FILE-STATUS NOT = '00'
019300         DISPLAY 'FILETESTACK: NO SUSPENSE GENERATION FOR DATE'
019400         MOVE 'NO SUSPENSE GENERATION - EDIT NOT RUN'
019500             TO ACK-PRINT-LINE
019600         WRITE ACK-PRINT-LINE
019700         CLOSE ACK-PRINT-FILE
019800         MOVE 'A' TO ACK-COMPLETION-SW
019900         PERFORM 9000-WRITE-RUNLOG
020000             THRU 9000-EXIT
020100         MOVE 16 TO RETURN-CODE
020200         STOP RUN.
020300     MOVE 'N'                  TO ACK-SUSP-EOF-SW.
020400     PERFORM 1100-COUNT-SUSPENSE
020500         THRU 1100-EXIT
020600         UNTIL ACK-EOF-SUSPENSE.
020700     CLOSE TESTSUSPFILE.
020800 1000-EXIT.
020900     EXIT.
021000*================================================================
021100* 1050-GET-PARMS - GENERATION DATE (PARM 1, DEFAULT TODAY) AND JOB
021200*                  ID (PARM 2)
021300*================================================================
021400 1050-GET-PARMS.
021500     ACCEPT ACK-TODAY-DATE     FROM DATE YYYYMMDD.
021600     DISPLAY 1 UPON ARGUMENT-NUMBER.
021700     ACCEPT ACK-GEN-DATE       FROM ARGUMENT-VALUE
021800         ON EXCEPTION MOVE ACK-TODAY-DATE TO ACK-GEN-DATE.
021900     DISPLAY 2 UPON ARGUMENT-NUMBER.
022000     ACCEPT ACK-RUN-JOBID      FROM ARGUMENT-VALUE
022100         ON EXCEPTION MOVE 'FILETSTAK' TO ACK-RUN-JOBID.
022200 1050-EXIT.
022300     EXIT.
022400*================================================================
022500* 1100-COUNT-SUSPENSE - COUNT ONE SUSPENDED ITEM OF THE GENERATION
022600*================================================================
022700 1100-COUNT-SUSPENSE.
022800     READ TESTSUSPFILE
022900         AT END
023000             MOVE 'Y' TO ACK-SUSP-EOF-SW
023100             GO TO 1100-EXIT.
023200     ADD 1 TO ACK-SUSP-TOTAL.
023300 1100-EXIT.
023400     EXIT.
023500*================================================================
023600* 2000-ACK-ONE-SOURCE - POINT THE TESTACK DDNAME AT THE NEXT
023700*                       SOURCE NUMBER. NO ACKNOWLEDGEMENT ON
023800*                       CATALOG IS A SOURCE THAT SENT NOTHING. A
023900*                       REJECTED ENVELOPE'S ACKNOWLEDGEMENT IS
024000*                       ALREADY COMPLETE AND IS LEFT AS
024100*                       FILETESTCOL WROTE IT. AN ACCEPTED ONE IS
024200*                       WRITTEN OVER IN FULL FROM ITS SAVED
024300*                       HEADER.
024400*================================================================
024500 2000-ACK-ONE-SOURCE.
024600     ADD 1 TO ACK-SRC-NUM.
024700     MOVE SPACES               TO ACK-ACK-FILENAME.
024800     STRING 'testackfile.'     DELIMITED BY SIZE
024900            ACK-GEN-DATE       DELIMITED BY SIZE
025000            '.'                DELIMITED BY SIZE
025100            ACK-SRC-NUM        DELIMITED BY SIZE
025200            '.txt'             DELIMITED BY SIZE
025300            INTO ACK-ACK-FILENAME.
025400     DISPLAY 'TESTACK' UPON ENVIRONMENT-NAME.
025500     DISPLAY ACK-ACK-FILENAME UPON ENVIRONMENT-VALUE.
025600     OPEN INPUT TESTACKFILE.
025700     IF ACK-ACK-FILE-STATUS NOT = '00'
025800         GO TO 2000-EXIT.
025900     ADD 1 TO ACK-SOURCES-SEEN.
026000     MOVE SPACES               TO TEST-ACK-REC.
026100     READ TESTACKFILE
026200         AT END
026300             MOVE SPACES TO TEST-ACK-REC.
026400     CLOSE TESTACKFILE.
026500     MOVE SPACES               TO ACK-SRC-LINE.
026600     MOVE ACK-SRC-NUM          TO ACK-LIN-NUM.
026700     IF NOT ACK-HEADER-REC
026800         MOVE 'NO ACK HEADER' TO ACK-LIN-RESULT
026900         WRITE ACK-PRINT-LINE FROM ACK-SRC-LINE
027000         GO TO 2000-EXIT.
027100     MOVE ACK-SOURCE-ID        TO ACK-LIN-SOURCE.
027200     IF ACK-ENV-REJECTED
027300         MOVE 'ENVELOPE REJECTED' TO ACK-LIN-RESULT
027400         WRITE ACK-PRINT-LINE FROM ACK-SRC-LINE
027500         ADD 1 TO ACK-SOURCES-REJECTED
027600         GO TO 2000-EXIT.
027700     MOVE TEST-ACK-REC         TO ACK-SAVE-HEADER.
027800     MOVE ACK-SOURCE-ID        TO ACK-SAVE-SOURCE-ID.
027900     MOVE ZERO                 TO ACK-SRC-RECEIVED.
028000     IF ACK-ENV-COUNT IS NUMERIC
028100         MOVE ACK-ENV-COUNT TO ACK-SRC-RECEIVED.
028200     PERFORM 3000-WRITE-ACK
028300         THRU 3000-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600*================================================================
028700* 3000-WRITE-ACK - WRITE ONE ACCEPTED SOURCE'S ACKNOWLEDGEMENT
028800*                  OVER: THE SAVED HEADER, A RETURN RECORD FOR
028900*                  EACH OF ITS SUSPENDED ITEMS AND THE TRAILER.
029000*                  PASSED IS RECEIVED LESS SUSPENDED - THE EDIT
029100*                  ROUTES EVERY ROW ONE WAY OR THE OTHER.
029200*================================================================
029300 3000-WRITE-ACK.
029400     OPEN OUTPUT TESTACKFILE.
029500     IF ACK-ACK-FILE-STATUS NOT = '00'
029600         MOVE 'ACK OPEN FAILED' TO ACK-LIN-RESULT
029700         WRITE ACK-PRINT-LINE FROM ACK-SRC-LINE
029800         GO TO 3000-EXIT.
029900     MOVE ACK-SAVE-HEADER      TO TEST-ACK-REC.
030000     WRITE TEST-ACK-REC.
030100     MOVE ZERO                 TO ACK-SRC-SUSP-COUNT.
030200     OPEN INPUT TESTSUSPFILE.
030300     MOVE 'N'                  TO ACK-SUSP-EOF-SW.
030400     PERFORM 3100-RETURN-ITEM
030500         THRU 3100-EXIT
030600         UNTIL ACK-EOF-SUSPENSE.
030700     CLOSE TESTSUSPFILE.
030800     MOVE ZERO                 TO ACK-SRC-PASSED.
030900     IF ACK-SRC-RECEIVED > ACK-SRC-SUSP-COUNT
031000         SUBTRACT ACK-SRC-SUSP-COUNT FROM ACK-SRC-RECEIVED
031100             GIVING ACK-SRC-PASSED.
031200     MOVE SPACES               TO TEST-ACK-REC.
031300     MOVE 'AT'                 TO ACK-REC-TYPE.
031400     MOVE ACK-SRC-RECEIVED     TO ACK-RECEIVED-COUNT.
031500     MOVE ACK-SRC-PASSED       TO ACK-PASSED-COUNT.
031600     MOVE ACK-SRC-SUSP-COUNT   TO ACK-SUSP-COUNT.
031700     WRITE TEST-ACK-REC.
031800     CLOSE TESTACKFILE.
031900     MOVE ACK-SRC-RECEIVED     TO ACK-LIN-RECEIVED.
032000     MOVE ACK-SRC-PASSED       TO ACK-LIN-PASSED.
032100     MOVE ACK-SRC-SUSP-COUNT   TO ACK-LIN-SUSPENDED.
032200     MOVE 'ACKNOWLEDGED'       TO ACK-LIN-RESULT.
032300     WRITE ACK-PRINT-LINE      FROM ACK-SRC-LINE.
032400     ADD 1 TO ACK-SOURCES-COMPLETED.
032500     ADD ACK-SRC-SUSP-COUNT TO ACK-RETURNED-TOTAL.
032600 3000-EXIT.
032700     EXIT.
032800*================================================================
032900* 3100-RETURN-ITEM - ONE SUSPENDED ITEM. IF IT CAME FROM THIS
033000*                    SOURCE IT GOES BACK WITH ITS REASON CODE AND
033100*                    THE IMAGE EXACTLY AS THE UPSTREAM SENT IT.
033200*================================================================
033300 3100-RETURN-ITEM.
033400     READ TESTSUSPFILE
033500         AT END
033600             MOVE 'Y' TO ACK-SUSP-EOF-SW
033700             GO TO 3100-EXIT.
033800     IF SUSP-SOURCE-ID NOT = ACK-SAVE-SOURCE-ID
033900         GO TO 3100-EXIT.
034000     MOVE SPACES               TO TEST-ACK-REC.
034100     MOVE 'AR'                 TO ACK-REC-TYPE.
034200     MOVE SUSP-REASON-CODE     TO ACK-SUSP-REASON.
034300     MOVE SUSP-TRAN-DATA       TO ACK-TRAN-DATA.
034400     WRITE TEST-ACK-REC.
034500     ADD 1 TO ACK-SRC-SUSP-COUNT.
034600 3100-EXIT.
034700     EXIT.
034800*================================================================
034900* 6000-PRINT-TOTALS - SOURCES SEEN, ACKNOWLEDGED AND REJECTED, AND
035000*                     THE GENERATION'S SUSPENSE SPLIT INTO ITEMS
035100*                     RETURNED AND ITEMS NO UPSTREAM OWNS
035200*================================================================
035300 6000-PRINT-TOTALS.
035400     IF ACK-SUSP-TOTAL > ACK-RETURNED-TOTAL
035500         SUBTRACT ACK-RETURNED-TOTAL FROM ACK-SUSP-TOTAL
035600             GIVING ACK-UNRETURNED-COUNT.
035700     WRITE ACK-PRINT-LINE       FROM ACK-HDR-RULE.
035800     IF ACK-SOURCES-SEEN = ZERO
035900         MOVE 'NO ACKNOWLEDGEMENTS ON CATALOG' TO ACK-PRINT-LINE
036000         WRITE ACK-PRINT-LINE.
036100     MOVE 'SOURCES EXAMINED'    TO ACK-TOT-NAME.
036200     MOVE ACK-SOURCES-SEEN      TO ACK-TOT-VALUE.
036300     WRITE ACK-PRINT-LINE       FROM ACK-TOTAL-LINE.
036400     MOVE 'SOURCES ACKNOWLEDGED' TO ACK-TOT-NAME.
036500     MOVE ACK-SOURCES-COMPLETED TO ACK-TOT-VALUE.
036600     WRITE ACK-PRINT-LINE       FROM ACK-TOTAL-LINE.
036700     MOVE 'ENVELOPES REJECTED'  TO ACK-TOT-NAME.
036800     MOVE ACK-SOURCES-REJECTED  TO ACK-TOT-VALUE.
036900     WRITE ACK-PRINT-LINE       FROM ACK-TOTAL-LINE.
037000     MOVE 'ITEMS SUSPENDED'     TO ACK-TOT-NAME.
037100     MOVE ACK-SUSP-TOTAL        TO ACK-TOT-VALUE.
037200     WRITE ACK-PRINT-LINE       FROM ACK-TOTAL-LINE.
037300     MOVE 'ITEMS RETURNED'      TO ACK-TOT-NAME.
037400     MOVE ACK-RETURNED-TOTAL    TO ACK-TOT-VALUE.
037500     WRITE ACK-PRINT-LINE       FROM ACK-TOTAL-LINE.
037600     MOVE 'ITEMS NOT RETURNED'  TO ACK-TOT-NAME.
037700     MOVE ACK-UNRETURNED-COUNT  TO ACK-TOT-VALUE.
037800     WRITE ACK-PRINT-LINE       FROM ACK-TOTAL-LINE.
037900 6000-EXIT.
038000     EXIT.
038100*================================================================
038200* 8000-TERMINATE - CLOSE THE REPORT AND WRITE THE RUN-LOG ENTRY
038300*================================================================
038400 8000-TERMINATE.
038500     CLOSE ACK-PRINT-FILE.
038600     PERFORM 9000-WRITE-RUNLOG
038700         THRU 9000-EXIT.
038800 8000-EXIT.
038900     EXIT.
039000*================================================================
039100* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
039200*                     READ IS THE GENERATION'S SUSPENDED ITEMS,
039300*                     APPLIED THE ITEMS RETURNED TO AN UPSTREAM
039400*                     AND PENDED THE ITEMS NO UPSTREAM OWNS - THEY
039500*                     WAIT ON THE RECYCLE - SO THE ENTRY BALANCES
039600*                     AS READ = APPLIED + REJECTED + PENDED.
039700*================================================================
039800 9000-WRITE-RUNLOG.
039900     OPEN EXTEND TESTLOGFILE.
040000     IF ACK-LOG-FILE-STATUS NOT = '00'
040100         OPEN OUTPUT TESTLOGFILE.
040200     MOVE SPACES               TO TEST-LOG-REC.
040300     MOVE ACK-TODAY-DATE       TO LOG-RUN-DATE.
040400     MOVE ACK-TODAY-TIME       TO LOG-RUN-TIME.
040500     MOVE ACK-RUN-JOBID        TO LOG-JOB-ID.
040600     MOVE ACK-SUSP-TOTAL       TO LOG-TRAN-READ-COUNT.
040700     MOVE ACK-RETURNED-TOTAL   TO LOG-REC-COUNT.
040800     MOVE ZERO                 TO LOG-REJECT-COUNT.
040900     MOVE ZERO                 TO LOG-ADD-COUNT.
041000     MOVE ZERO                 TO LOG-CHG-COUNT.
041100     MOVE ZERO                 TO LOG-DEL-COUNT.
041200     MOVE ACK-GEN-DATE         TO LOG-GEN-DATE.
041300     MOVE 'FILETESTACK'        TO LOG-PROGRAM.
041400     MOVE ACK-UNRETURNED-COUNT TO LOG-PEND-COUNT.
041500     MOVE ZERO                 TO LOG-REL-COUNT.
041600     MOVE ACK-COMPLETION-SW    TO LOG-COMPLETION-CODE.
041700     WRITE TEST-LOG-REC.
041800     CLOSE TESTLOGFILE.
041900 9000-EXIT.
042000     EXIT.
