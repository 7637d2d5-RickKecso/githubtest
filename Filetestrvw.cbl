000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTRVW.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - LARGE-AMOUNT AND
001200*                  UNUSUAL-ACTIVITY REVIEW HOLD. RUNS AFTER
001300*                  FILETESTACK AND BEFORE FILETESTREL IN THE DAILY
001400*                  SCHEDULE. ANY AMOUNT THAT FITS THE FEED FIELD
001500*                  PASSES THE EDIT, SO A KEYING SLIP OF A FEW
001600*                  ZEROS WOULD GO STRAIGHT TO THE EXTRACT, THE
001700*                  MASTER AND THE LEDGER. EVERY ADD AND CHANGE ON
001800*                  THE EDITED FEED IS MEASURED AGAINST ITS
001900*                  BRANCH'S REVIEW LIMIT (TESTLIMFILE) AND AGAINST
002000*                  THE KEY'S OWN POSTING HISTORY (TESTHSTFILE); AN
002100*                  ITEM OVER THE LIMIT, OR THE ACTIVITY MULTIPLE
002200*                  (PARM 3, DEFAULT 10) TIMES THE KEY'S AVERAGE
002300*                  POSTING OR MORE, IS TAKEN OFF THE FEED ONTO THE
002400*                  REVIEW HOLD FILE (TESTHLDFILE). THE REVIEWERS'
002500*                  DECISIONS (TESTHRLFILE) ARE WORKED AT THE START
002600*                  OF EACH RUN: A RELEASED ITEM GOES INTO THAT
002700*                  DAY'S FEED, A DECLINED ONE TO THAT DAY'S
002800*                  SUSPENSE GENERATION UNDER REASON 09. THE DAILY
002900*                  REVIEW REPORT LISTS EVERY ITEM ON HOLD WITH ITS
003000*                  REASON AND DAYS HELD, AND THE ITEMS DECIDED BY
003100*                  THE RUN. PARM 1 IS THE JOB ID, PARM 2 THE
003200*                  GENERATION DATE (DEFAULT TODAY).
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT TESTTRANFILE ASSIGN TO 'testtranfile.txt'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS RVW-TRAN-FILE-STATUS.
004300
004400     SELECT TESTTRANNEW ASSIGN TO 'testtranfile.new'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RVW-TNEW-FILE-STATUS.
004700
004800     SELECT TESTHLDFILE ASSIGN TO 'testhldfile.txt'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS RVW-HLD-FILE-STATUS.
005100
005200     SELECT TESTHLDNEW ASSIGN TO 'testhldfile.new'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS RVW-HNEW-FILE-STATUS.
005500
005600     SELECT TESTHRLFILE ASSIGN TO 'testhrlfile.txt'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS RVW-HRL-FILE-STATUS.
005900
006000     SELECT TESTLIMFILE ASSIGN TO 'testlimfile.txt'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS RVW-LIM-FILE-STATUS.
006300
006400     SELECT TESTHSTFILE ASSIGN TO 'testhstfile.txt'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS RVW-HST-FILE-STATUS.
006700
006800     SELECT TESTSUSPFILE ASSIGN TO 'TESTSUSP'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS RVW-SUSP-FILE-STATUS.
007100
007200     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS RVW-LOG-FILE-STATUS.
007500
007600     SELECT RVW-PRINT-FILE ASSIGN TO 'filetestrvw.txt'
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000*----------------------------------------------------------------
008100* TODAY'S EDITED FEED AS FILETESTEDT WROTE IT - READ TWICE, ONCE
008200* TO FIND THE KEYS TO PROFILE AND ONCE TO ROUTE
008300*----------------------------------------------------------------
008400 FD  TESTTRANFILE.
008500 01  RVW-TRAN-IN-REC               PIC X(29).
008600*----------------------------------------------------------------
008700* REBUILT EDITED FEED - THE ITEMS THAT PASSED REVIEW PLUS THE
008800* RELEASED ONES, SWAPPED OVER THE OLD FEED ONCE ROUTING COMPLETES
008900*----------------------------------------------------------------
009000 FD  TESTTRANNEW.
009100 01  RVW-TRAN-NEW-REC              PIC X(29).
009200*----------------------------------------------------------------
009300* REVIEW HOLD FILE - CURRENT CONTENT, LOADED WHOLE AT THE START
009400*----------------------------------------------------------------
009500 FD  TESTHLDFILE.
009600 01  RVW-HLD-IN-REC                PIC X(77).
009700*----------------------------------------------------------------
009800* REBUILT REVIEW HOLD FILE, SWAPPED OVER THE OLD ONE
009900*----------------------------------------------------------------
010000 FD  TESTHLDNEW.
010100 01  RVW-HLD-NEW-REC               PIC X(77).
010200*----------------------------------------------------------------
010300* REVIEWER DECISIONS - KEPT BY THE REVIEWERS, NEVER EMPTIED
010400*----------------------------------------------------------------
010500 FD  TESTHRLFILE.
010600     COPY TESTHRL.
010700*----------------------------------------------------------------
010800* BRANCH REVIEW LIMITS
010900*----------------------------------------------------------------
011000 FD  TESTLIMFILE.
011100     COPY TESTLIM.
011200*----------------------------------------------------------------
011300* POSTING-HISTORY JOURNAL WRITTEN BY FILETESTPST
011400*----------------------------------------------------------------
011500 FD  TESTHSTFILE.
011600     COPY TESTHST.
011700*----------------------------------------------------------------
011800* THE GENERATION'S SUSPENSE FILE - DECLINED ITEMS ARE APPENDED
011900*----------------------------------------------------------------
012000 FD  TESTSUSPFILE.
012100     COPY TESTSUSP.
012200*----------------------------------------------------------------
012300* RUN-LOG / AUDIT TRAIL FILE
012400*----------------------------------------------------------------
012500 FD  TESTLOGFILE.
012600     COPY TESTLOG.
012700*----------------------------------------------------------------
012800* PRINTED DAILY REVIEW REPORT
012900*----------------------------------------------------------------
013000 FD  RVW-PRINT-FILE.
013100 01  RVW-PRINT-LINE                PIC X(80).
013200 WORKING-STORAGE SECTION.
013300*----------------------------------------------------------------
013400* SWITCHES AND FILE STATUS FIELDS
013500*----------------------------------------------------------------
013600 77  RVW-TRAN-EOF-SW               PIC X(01)      VALUE 'N'.
013700     88  RVW-EOF-TRAN                               VALUE 'Y'.
013800 77  RVW-HLD-EOF-SW                PIC X(01)      VALUE 'N'.
013900     88  RVW-EOF-HOLD                               VALUE 'Y'.
014000 77  RVW-HRL-EOF-SW                PIC X(01)      VALUE 'N'.
014100     88  RVW-EOF-RELEASE                            VALUE 'Y'.
014200 77  RVW-LIM-EOF-SW                PIC X(01)      VALUE 'N'.
014300     88  RVW-EOF-LIMIT                              VALUE 'Y'.
014400 77  RVW-HST-EOF-SW                PIC X(01)      VALUE 'N'.
014500     88  RVW-EOF-HISTORY                            VALUE 'Y'.
014600 77  RVW-SUSP-EOF-SW               PIC X(01)      VALUE 'N'.
014700     88  RVW-EOF-SUSPENSE                           VALUE 'Y'.
014800 77  RVW-HLD-FOUND-SW              PIC X(01)      VALUE 'N'.
014900     88  RVW-HOLD-FILE-FOUND                        VALUE 'Y'.
015000 77  RVW-TRAN-FILE-STATUS          PIC X(02)      VALUE SPACES.
015100 77  RVW-TNEW-FILE-STATUS          PIC X(02)      VALUE SPACES.
015200 77  RVW-HLD-FILE-STATUS           PIC X(02)      VALUE SPACES.
015300 77  RVW-HNEW-FILE-STATUS          PIC X(02)      VALUE SPACES.
015400 77  RVW-HRL-FILE-STATUS           PIC X(02)      VALUE SPACES.
015500 77  RVW-LIM-FILE-STATUS           PIC X(02)      VALUE SPACES.
015600 77  RVW-HST-FILE-STATUS           PIC X(02)      VALUE SPACES.
015700 77  RVW-SUSP-FILE-STATUS          PIC X(02)      VALUE SPACES.
015800 77  RVW-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
015900*----------------------------------------------------------------
016000* BRANCH REVIEW LIMITS. SUBSCRIPT IS THE BRANCH NUMBER PLUS ONE;
016100* A BLANK OR NON-NUMERIC BRANCH FALLS IN BRANCH 000, THE SAME
016200* BUCKET THE REST OF THE CHAIN USES. A BRANCH WITHOUT A ROW OF
016300* ITS OWN TAKES THE DEFAULT ROW (BRANCH ***) IF THERE IS ONE.
016400*----------------------------------------------------------------
016500 01  RVW-LIMIT-TABLE.
016600     05  RVW-LIMIT-ROW OCCURS 1000 TIMES.
016700         10  RVW-LIM-SET-SW        PIC X(01)      VALUE 'N'.
016800             88  RVW-LIM-SET                        VALUE 'Y'.
016900         10  RVW-LIM-AMOUNT        PIC 9(07)V99   VALUE ZERO.
017000 77  RVW-DEFAULT-SW                PIC X(01)      VALUE 'N'.
017100     88  RVW-DEFAULT-SET                            VALUE 'Y'.
017200 77  RVW-DEFAULT-LIMIT         PIC 9(07)V99   COMP-3 VALUE ZERO.
017300 77  RVW-BR-SUB                    PIC 9(04) COMP  VALUE ZERO.
017400 77  RVW-BR-NUM                    PIC 9(03)      VALUE ZERO.
017500 77  RVW-LIMIT-ROWS                PIC 9(09) COMP  VALUE ZERO.
017600 77  RVW-LIMIT-IGNORED             PIC 9(09) COMP  VALUE ZERO.
017700*----------------------------------------------------------------
017800* POSTING PROFILE OF EVERY KEY THAT HAS AN ADD OR CHANGE ON
017900*    TODAY'S FEED - HOW MANY TIMES IT HAS POSTED AND THE TOTAL OF
018000*    THOSE POSTINGS TAKEN WITHOUT SIGN. A KEY IS HELD ONCE HOWEVER
018100*    MANY ITEMS IT HAS ON THE FEED.
018200*----------------------------------------------------------------
018300 01  RVW-KEY-TABLE.
018400     05  RVW-KEY-ROW OCCURS 5000 TIMES.
018500         10  RVW-KEY-ID            PIC X(04).
018600         10  RVW-KEY-POSTINGS      PIC 9(07)  COMP.
018700         10  RVW-KEY-TOTAL     PIC 9(13)V99   COMP-3.
018800 77  RVW-KEY-MAX                   PIC 9(04) COMP  VALUE 5000.
018900 77  RVW-KEY-COUNT                 PIC 9(04) COMP  VALUE ZERO.
019000 77  RVW-KEY-SUB                   PIC 9(04) COMP  VALUE ZERO.
019100 77  RVW-KEY-FOUND-SUB             PIC 9(04) COMP  VALUE ZERO.
019200 77  RVW-KEY-SEARCH-KEY            PIC X(04)      VALUE SPACES.
019300*----------------------------------------------------------------
019400* THE REVIEW HOLD FILE, HELD WHOLE. EACH ROW IS THE HOLD RECORD
019500*    IMAGE, THE DECISION THE RELEASE FILE GAVE IT, AND A SWITCH
019600*    THAT SAYS A HELD OR RELEASED ROW HAS BEEN MATCHED TO AN ITEM
019700*    ON TODAY'S FEED, OR THAT A DECLINED ROW IS ALREADY ON THE
019800*    SUSPENSE GENERATION. THE NEW HOLDS ARE ADDED AT THE END.
019900*----------------------------------------------------------------
020000 01  RVW-HOLD-TABLE.
020100     05  RVW-HOLD-ROW OCCURS 2000 TIMES.
020200         10  RVW-HT-IMAGE          PIC X(77).
020300         10  RVW-HT-CLAIM-SW       PIC X(01).
020400             88  RVW-HT-CLAIMED                     VALUE 'Y'.
020500         10  RVW-HT-DECISION       PIC X(01).
020600         10  RVW-HT-REVIEWER       PIC X(08).
020700 77  RVW-HOLD-MAX                  PIC 9(04) COMP  VALUE 2000.
020800 77  RVW-HOLD-COUNT                PIC 9(04) COMP  VALUE ZERO.
020900 77  RVW-HOLD-SUB                  PIC 9(04) COMP  VALUE ZERO.
021000 77  RVW-HOLD-FOUND-SUB            PIC 9(04) COMP  VALUE ZERO.
021100 77  RVW-SEARCH-IMAGE              PIC X(29)      VALUE SPACES.
021200 77  RVW-SEARCH-STATUS             PIC X(01)      VALUE SPACES.
021300*----------------------------------------------------------------
021400* PER-TRANSACTION WORK AREAS. THE AVERAGE IS ONLY TRUSTED ONCE
021500*    THE KEY HAS POSTED RVW-MIN-POSTINGS TIMES - A NEW KEY HAS NO
021600*    NORMAL ACTIVITY TO BE OUTSIDE OF, AND IS LEFT TO THE LIMIT.
021700*----------------------------------------------------------------
021800 77  RVW-ABS-AMOUNT            PIC 9(07)V99   COMP-3 VALUE ZERO.
021900 77  RVW-LIMIT                 PIC 9(07)V99   COMP-3 VALUE ZERO.
022000 77  RVW-AVERAGE               PIC 9(07)V99   COMP-3 VALUE ZERO.
022100 77  RVW-THRESHOLD             PIC 9(11)V99   COMP-3 VALUE ZERO.
022200 77  RVW-COMPARE-AMOUNT        PIC 9(07)V99   COMP-3 VALUE ZERO.
022300 77  RVW-LIMIT-FOUND-SW            PIC X(01)      VALUE 'N'.
022400     88  RVW-LIMIT-FOUND                            VALUE 'Y'.
022500 77  RVW-FLAG-REASON               PIC X(02)      VALUE SPACES.
022600 77  RVW-MIN-POSTINGS              PIC 9(04) COMP  VALUE 5.
022700 77  RVW-NEXT-SEQ                  PIC 9(05)      VALUE ZERO.
022800 77  RVW-HOLD-DATE                 PIC 9(08)      VALUE ZERO.
022900 77  RVW-HOLD-DATE-X REDEFINES RVW-HOLD-DATE
023000                                   PIC X(08).
023100 77  RVW-HOLD-INT                  PIC 9(07) COMP  VALUE ZERO.
023200 77  RVW-DAYS                      PIC 9(07) COMP  VALUE ZERO.
023300*----------------------------------------------------------------
023400* COUNTERS
023500*----------------------------------------------------------------
023600 77  RVW-FEED-READ-COUNT           PIC 9(09) COMP  VALUE ZERO.
023700 77  RVW-PASSED-COUNT              PIC 9(09) COMP  VALUE ZERO.
023800 77  RVW-FLAGGED-COUNT             PIC 9(09) COMP  VALUE ZERO.
023900 77  RVW-NEW-HOLD-COUNT            PIC 9(09) COMP  VALUE ZERO.
024000 77  RVW-CLAIMED-COUNT             PIC 9(09) COMP  VALUE ZERO.
024100 77  RVW-CARRIED-IN-COUNT          PIC 9(09) COMP  VALUE ZERO.
024200 77  RVW-DROPPED-COUNT             PIC 9(09) COMP  VALUE ZERO.
024300 77  RVW-DECISION-COUNT            PIC 9(09) COMP  VALUE ZERO.
024400 77  RVW-DECISION-BAD-COUNT        PIC 9(09) COMP  VALUE ZERO.
024500 77  RVW-RELEASED-COUNT            PIC 9(09) COMP  VALUE ZERO.
024600 77  RVW-DECLINED-COUNT            PIC 9(09) COMP  VALUE ZERO.
024700 77  RVW-SUSPENDED-COUNT           PIC 9(09) COMP  VALUE ZERO.
024800 77  RVW-STILL-HELD-COUNT          PIC 9(09) COMP  VALUE ZERO.
024900 77  RVW-HELD-LA-COUNT             PIC 9(09) COMP  VALUE ZERO.
025000 77  RVW-HELD-UA-COUNT             PIC 9(09) COMP  VALUE ZERO.
025100 77  RVW-HELD-NL-COUNT             PIC 9(09) COMP  VALUE ZERO.
025200 77  RVW-HST-READ-COUNT            PIC 9(09) COMP  VALUE ZERO.
025300*----------------------------------------------------------------
025400* FILE MANAGEMENT CALL WORK AREAS - THE DELETE/RENAME LIBRARY
025500* ROUTINES SET RETURN-CODE, WHICH IS ALSO THIS PROGRAM'S EXIT
025600* CODE, SO EVERY CALL'S RESULT IS CAPTURED AND RETURN-CODE IS
025700* PUT BACK TO ZERO STRAIGHT AWAY.
025800*----------------------------------------------------------------
025900 77  RVW-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
026000 77  RVW-OLD-NAME                  PIC X(40)      VALUE SPACES.
026100 77  RVW-NEW-NAME                  PIC X(40)      VALUE SPACES.
026200*----------------------------------------------------------------
026300* PARAMETER AND RUN-LOG WORK AREAS
026400*----------------------------------------------------------------
026500 77  RVW-GEN-DATE                  PIC 9(08)      VALUE ZERO.
026600 77  RVW-GEN-DATE-X REDEFINES RVW-GEN-DATE
026700                                   PIC X(08).
026800 77  RVW-GEN-INT                   PIC 9(07) COMP  VALUE ZERO.
026900 77  RVW-MULTIPLE                  PIC 9(03)      VALUE ZERO.
027000 77  RVW-SUSP-FILENAME             PIC X(40)      VALUE SPACES.
027100 77  RVW-TODAY-DATE                PIC 9(08)      VALUE ZERO.
027200 77  RVW-TODAY-TIME                PIC 9(08)      VALUE ZERO.
027300 77  RVW-RUN-JOBID                 PIC X(08)      VALUE SPACES.
027400 77  RVW-COMPLETION-SW             PIC X(01)      VALUE 'N'.
027500     88  RVW-NORMAL-COMPLETION                      VALUE 'N'.
027600     88  RVW-ABNORMAL-COMPLETION                    VALUE 'A'.
027700     COPY TESTTRAN.
027800     COPY TESTHLD.
027900*----------------------------------------------------------------
028000* PAGE HEADING AND REPORT LINES
028100*----------------------------------------------------------------
028200 01  RVW-HDR-TITLE.
028300     05  FILLER                    PIC X(80)
028400         VALUE 'DAILY REVIEW HOLD REPORT'.
028500 01  RVW-HDR-DATE-LINE.
028600     05  FILLER                    PIC X(12)
028700         VALUE 'GENERATION:'.
028800     05  RVW-HDR-GEN-DATE          PIC 9(08).
028900     05  FILLER                    PIC X(04)      VALUE SPACES.
029000     05  FILLER                    PIC X(20)
029100         VALUE 'ACTIVITY MULTIPLE:'.
029200     05  RVW-HDR-MULTIPLE          PIC ZZ9.
029300 01  RVW-HDR-RULE.
029400     05  FILLER                    PIC X(80)      VALUE ALL '-'.
029500 01  RVW-HDR-COLUMNS.
029600     05  FILLER                    PIC X(40)
029700         VALUE '  HOLD ID        KEY  BR        AMOUNT R'.
029800     05  FILLER                    PIC X(40)
029900         VALUE 'EASON           LIMIT/AVG  DAYS STATUS'.
030000 01  RVW-HOLD-LINE.
030100     05  FILLER                    PIC X(02)      VALUE SPACES.
030200     05  RVW-DTL-HOLD-DATE         PIC 9(08).
030300     05  FILLER                    PIC X(01)      VALUE '-'.
030400     05  RVW-DTL-HOLD-SEQ          PIC 9(05).
030500     05  FILLER                    PIC X(01)      VALUE SPACES.
030600     05  RVW-DTL-KEY               PIC X(04).
030700     05  FILLER                    PIC X(01)      VALUE SPACES.
030800     05  RVW-DTL-BRANCH            PIC X(03).
030900     05  FILLER                    PIC X(01)      VALUE SPACES.
031000     05  RVW-DTL-AMOUNT            PIC -,---,--9.99.
031100     05  FILLER                    PIC X(01)      VALUE SPACES.
031200     05  RVW-DTL-REASON            PIC X(15).
031300     05  FILLER                    PIC X(01)      VALUE SPACES.
031400     05  RVW-DTL-COMPARE           PIC ZZZZZZ9.99.
031500     05  FILLER                    PIC X(01)      VALUE SPACES.
031600     05  RVW-DTL-DAYS              PIC ZZZZ9.
031700     05  FILLER                    PIC X(01)      VALUE SPACES.
031800     05  RVW-DTL-STATUS            PIC X(08).
031900 01  RVW-DECIDED-LINE.
032000     05  FILLER                    PIC X(17)      VALUE SPACES.
032100     05  FILLER                    PIC X(11)
032200         VALUE 'DECIDED ON'.
032300     05  RVW-DCD-DATE              PIC 9(08).
032400     05  FILLER                    PIC X(04)
032500         VALUE ' BY'.
032600     05  RVW-DCD-REVIEWER          PIC X(08).
032700 01  RVW-NONE-LINE.
032800     05  FILLER                    PIC X(80)
032900         VALUE '  NONE'.
033000 01  RVW-MESSAGE-LINE.
033100     05  FILLER                    PIC X(02)      VALUE SPACES.
033200     05  RVW-MSG-TEXT              PIC X(30).
033300     05  RVW-MSG-DATA              PIC X(48).
033400 01  RVW-TOTAL-LINE.
033500     05  FILLER                    PIC X(02)      VALUE SPACES.
033600     05  RVW-TOT-NAME              PIC X(22).
033700     05  FILLER                    PIC X(01)      VALUE SPACES.
033800     05  RVW-TOT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.
033900 PROCEDURE DIVISION.
034000*================================================================
034100* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE REVIEW RUN. THE
034200*                 REVIEWERS' DECISIONS ARE WORKED BEFORE TODAY'S
034300*                 FEED IS ROUTED, SO AN ITEM RELEASED THIS MORNING
034400*                 RIDES OUT WITH TODAY'S TRAFFIC; NOTHING IS
034500*                 SWAPPED UNTIL EVERY ITEM HAS GONE ONE WAY OR THE
034600*                 OTHER.
034700*================================================================
034800 0000-MAINLINE.
034900     PERFORM 1050-GET-PARMS
035000         THRU 1050-EXIT.
035100     PERFORM 1000-INITIALIZE
035200         THRU 1000-EXIT.
035300     PERFORM 2000-TAKE-DECISIONS
035400         THRU 2000-EXIT.
035500     PERFORM 3000-ROUTE-FEED
035600         THRU 3000-EXIT.
035700     PERFORM 4000-EMIT-RELEASES
035800         THRU 4000-EXIT.
035900     PERFORM 4100-SUSPEND-DECLINES
036000         THRU 4100-EXIT.
036100     PERFORM 5000-PRINT-HOLDS
036200         THRU 5000-EXIT.
036300     PERFORM 6000-PRINT-TOTALS
036400         THRU 6000-EXIT.
036500     PERFORM 7000-SWAP-FILES
036600         THRU 7000-EXIT.
036700     PERFORM 8000-TERMINATE
036800         THRU 8000-EXIT.
036900     STOP RUN.
037000*================================================================
037100* 1000-INITIALIZE - OPEN THE REPORT, THEN LOAD EVERYTHING THE
037200*                   ROUTING NEEDS: THE BRANCH LIMITS, THE HOLD
037300*                   FILE, THE KEYS ON TODAY'S FEED AND THEIR
037400*                   POSTING PROFILES.
037500*================================================================
037600 1000-INITIALIZE.
037700     ACCEPT RVW-TODAY-TIME     FROM TIME.
037800     OPEN OUTPUT RVW-PRINT-FILE.
037900     WRITE RVW-PRINT-LINE        FROM RVW-HDR-TITLE.
038000     MOVE RVW-GEN-DATE           TO RVW-HDR-GEN-DATE.
038100     MOVE RVW-MULTIPLE           TO RVW-HDR-MULTIPLE.
038200     WRITE RVW-PRINT-LINE        FROM RVW-HDR-DATE-LINE.
038300     WRITE RVW-PRINT-LINE        FROM RVW-HDR-RULE.
038400     PERFORM 1100-LOAD-LIMITS
038500         THRU 1100-EXIT.
038600     PERFORM 1200-LOAD-HOLDS
038700         THRU 1200-EXIT.
038800     PERFORM 1300-COLLECT-KEYS
038900         THRU 1300-EXIT.
039000     PERFORM 1400-PROFILE-KEYS
039100         THRU 1400-EXIT.
039200 1000-EXIT.
039300     EXIT.
039400*================================================================
039500* 1050-GET-PARMS - JOB ID (PARM 1), GENERATION DATE (PARM 2,
039600*                  DEFAULT TODAY) AND THE ACTIVITY MULTIPLE (PARM
039700*                  3, DEFAULT 10, NOT UNDER 2 - AT 1 EVERY POSTING
039800*                  ABOVE AVERAGE WOULD BE HELD). THE GENERATION
039900*                  DATE AGES THE HOLDS, SO IT MUST BE A REAL DATE.
040000*================================================================
040100 1050-GET-PARMS.
040200     ACCEPT RVW-TODAY-DATE     FROM DATE YYYYMMDD.
040300     DISPLAY 1 UPON ARGUMENT-NUMBER.
040400     ACCEPT RVW-RUN-JOBID      FROM ARGUMENT-VALUE
040500         ON EXCEPTION MOVE 'FILETSTRV' TO RVW-RUN-JOBID.
040600     DISPLAY 2 UPON ARGUMENT-NUMBER.
040700     ACCEPT RVW-GEN-DATE       FROM ARGUMENT-VALUE
040800         ON EXCEPTION MOVE RVW-TODAY-DATE TO RVW-GEN-DATE.
040900     IF RVW-GEN-DATE-X IS NOT NUMERIC
041000     OR RVW-GEN-DATE < 16010101
041100         DISPLAY 'FILETESTRVW: GENERATION DATE PARM INVALID'
041200         MOVE 16 TO RETURN-CODE
041300         STOP RUN.
041400     MOVE FUNCTION INTEGER-OF-DATE (RVW-GEN-DATE)
041500         TO RVW-GEN-INT.
041600     IF RVW-GEN-INT = ZERO
041700         DISPLAY 'FILETESTRVW: GENERATION DATE PARM INVALID'
041800         MOVE 16 TO RETURN-CODE
041900         STOP RUN.
042000     DISPLAY 3 UPON ARGUMENT-NUMBER.
042100     ACCEPT RVW-MULTIPLE       FROM ARGUMENT-VALUE
042200         ON EXCEPTION MOVE 10 TO RVW-MULTIPLE.
042300     IF RVW-MULTIPLE < 2
042400         DISPLAY 'FILETESTRVW: ACTIVITY MULTIPLE PARM INVALID'
042500         MOVE 16 TO RETURN-CODE
042600         STOP RUN.
042700 1050-EXIT.
042800     EXIT.
042900*================================================================
043000* 1100-LOAD-LIMITS - LOAD THE BRANCH REVIEW LIMITS. THE LIMITS
043100*                    ARE THE CONTROL THIS STEP EXISTS FOR, SO A
043200*                    MISSING LIMIT FILE STOPS THE RUN RATHER THAN
043300*                    LETTING EVERY AMOUNT THROUGH.
043400*================================================================
043500 1100-LOAD-LIMITS.
043600     OPEN INPUT TESTLIMFILE.
043700     IF RVW-LIM-FILE-STATUS NOT = '00'
043800         MOVE 'BRANCH LIMIT FILE OPEN FAILED' TO RVW-PRINT-LINE
043900         PERFORM 1900-ABEND
044000             THRU 1900-EXIT.
044100     PERFORM 1110-LOAD-LIMIT-ROW
044200         THRU 1110-EXIT
044300         UNTIL RVW-EOF-LIMIT.
044400     CLOSE TESTLIMFILE.
044500 1100-EXIT.
044600     EXIT.
044700*================================================================
044800* 1110-LOAD-LIMIT-ROW - TAKE ONE LIMIT ROW. A ROW WHOSE BRANCH OR
044900*                       AMOUNT IS NOT USABLE IS PRINTED AND PASSED
045000*                       OVER; A LATER ROW FOR THE SAME BRANCH
045100*                       REPLACES AN EARLIER ONE.
045200*================================================================
045300 1110-LOAD-LIMIT-ROW.
045400     READ TESTLIMFILE
045500         AT END
045600             MOVE 'Y' TO RVW-LIM-EOF-SW
045700             GO TO 1110-EXIT.
045800     IF LIM-AMOUNT IS NOT NUMERIC
045900         GO TO 1110-IGNORE.
046000     IF LIM-DEFAULT-BRANCH
046100         MOVE 'Y'                TO RVW-DEFAULT-SW
046200         MOVE LIM-AMOUNT         TO RVW-DEFAULT-LIMIT
046300         ADD 1 TO RVW-LIMIT-ROWS
046400         GO TO 1110-EXIT.
046500     IF LIM-BRANCH IS NOT NUMERIC
046600         GO TO 1110-IGNORE.
046700     MOVE LIM-BRANCH             TO RVW-BR-NUM.
046800     COMPUTE RVW-BR-SUB = RVW-BR-NUM + 1.
046900     MOVE 'Y'                    TO RVW-LIM-SET-SW (RVW-BR-SUB).
047000     MOVE LIM-AMOUNT             TO RVW-LIM-AMOUNT (RVW-BR-SUB).
047100     ADD 1 TO RVW-LIMIT-ROWS.
047200     GO TO 1110-EXIT.
047300 1110-IGNORE.
047400     ADD 1 TO RVW-LIMIT-IGNORED.
047500     MOVE SPACES                 TO RVW-MESSAGE-LINE.
047600     MOVE 'LIMIT ROW NOT USABLE:'  TO RVW-MSG-TEXT.
047700     MOVE TEST-LIM-REC           TO RVW-MSG-DATA.
047800     WRITE RVW-PRINT-LINE        FROM RVW-MESSAGE-LINE.
047900 1110-EXIT.
048000     EXIT.
048100*================================================================
048200* 1200-LOAD-HOLDS - LOAD THE HOLD FILE INTO THE HOLD TABLE. NO
048300*                   FILE AT ALL JUST MEANS NOTHING HAS EVER BEEN
048400*                   HELD.
048500*================================================================
048600 1200-LOAD-HOLDS.
048700     OPEN INPUT TESTHLDFILE.
048800     IF RVW-HLD-FILE-STATUS NOT = '00'
048900         GO TO 1200-EXIT.
049000     MOVE 'Y'                    TO RVW-HLD-FOUND-SW.
049100     PERFORM 1210-LOAD-HOLD-ROW
049200         THRU 1210-EXIT
049300         UNTIL RVW-EOF-HOLD.
049400     CLOSE TESTHLDFILE.
049500 1200-EXIT.
049600     EXIT.
049700*================================================================
049800* 1210-LOAD-HOLD-ROW - TAKE ONE HOLD RECORD. AN ITEM STILL HELD IS
049900*                      ALWAYS KEPT. A DECIDED ITEM IS KEPT ONLY IF
050000*                      IT WAS DECIDED FOR THIS GENERATION DATE -
050100*                      THAT IS A RERUN, AND THE ITEM MUST GO OUT
050200*                      EXACTLY ONCE; ONE DECIDED ON ANY OTHER DATE
050300*                      HAS ALREADY GONE WHERE IT WAS SENT AND IS
050400*                      DROPPED. THE NEXT HOLD SEQUENCE FOR THE
050500*                      DATE FOLLOWS THE HIGHEST ALREADY ISSUED.
050600*================================================================
050700 1210-LOAD-HOLD-ROW.
050800     READ TESTHLDFILE
050900         AT END
051000             MOVE 'Y' TO RVW-HLD-EOF-SW
051100             GO TO 1210-EXIT.
051200     MOVE RVW-HLD-IN-REC         TO TEST-HLD-REC.
051300     IF NOT HLD-HELD
051400     AND HLD-DECIDE-DATE NOT = RVW-GEN-DATE
051500         ADD 1 TO RVW-DROPPED-COUNT
051600         GO TO 1210-EXIT.
051700     IF RVW-HOLD-COUNT NOT < RVW-HOLD-MAX
051800         CLOSE TESTHLDFILE
051900         MOVE 'REVIEW HOLD TABLE FULL' TO RVW-PRINT-LINE
052000         PERFORM 1900-ABEND
052100             THRU 1900-EXIT.
052200     ADD 1 TO RVW-HOLD-COUNT.
052300     ADD 1 TO RVW-CARRIED-IN-COUNT.
052400     MOVE TEST-HLD-REC           TO RVW-HT-IMAGE (RVW-HOLD-COUNT).
052500     MOVE 'N'
052600         TO RVW-HT-CLAIM-SW (RVW-HOLD-COUNT).
052700     MOVE SPACE
052800         TO RVW-HT-DECISION (RVW-HOLD-COUNT).
052900     MOVE SPACES
053000         TO RVW-HT-REVIEWER (RVW-HOLD-COUNT).
053100     IF HLD-HOLD-DATE = RVW-GEN-DATE
053200     AND HLD-HOLD-SEQ > RVW-NEXT-SEQ
053300         MOVE HLD-HOLD-SEQ TO RVW-NEXT-SEQ.
053400 1210-EXIT.
053500     EXIT.
053600*================================================================
053700* 1300-COLLECT-KEYS - FIRST PASS OF TODAY'S FEED: NOTE EVERY KEY
053800*                     WITH AN ADD OR CHANGE, THE ITEMS THAT WILL
053900*                     BE MEASURED AGAINST THEIR KEY'S HISTORY. THE
054000*                     EDIT HAS ALWAYS WRITTEN A FEED, EVEN AN
054100*                     EMPTY ONE, BY THIS POINT IN THE SCHEDULE.
054200*================================================================
054300 1300-COLLECT-KEYS.
054400     OPEN INPUT TESTTRANFILE.
054500     IF RVW-TRAN-FILE-STATUS NOT = '00'
054600         MOVE 'EDITED FEED OPEN FAILED' TO RVW-PRINT-LINE
054700         PERFORM 1900-ABEND
054800             THRU 1900-EXIT.
054900     PERFORM 1310-COLLECT-KEY
055000         THRU 1310-EXIT
055100         UNTIL RVW-EOF-TRAN.
055200     CLOSE TESTTRANFILE.
055300 1300-EXIT.
055400     EXIT.
055500*================================================================
055600* 1310-COLLECT-KEY - TAKE ONE FEED ITEM'S KEY INTO THE KEY TABLE
055700*================================================================
055800 1310-COLLECT-KEY.
055900     READ TESTTRANFILE INTO TEST-TRAN-REC
056000         AT END
056100             MOVE 'Y' TO RVW-TRAN-EOF-SW
056200             GO TO 1310-EXIT.
056300     IF TRAN-ACTION-DELETE
056400         GO TO 1310-EXIT.
056500     MOVE TRAN-KEY               TO RVW-KEY-SEARCH-KEY.
056600     PERFORM 1320-FIND-KEY
056700         THRU 1320-EXIT.
056800     IF RVW-KEY-FOUND-SUB > ZERO
056900         GO TO 1310-EXIT.
057000     IF RVW-KEY-COUNT NOT < RVW-KEY-MAX
057100         CLOSE TESTTRANFILE
057200         MOVE 'KEY PROFILE TABLE FULL' TO RVW-PRINT-LINE
057300         PERFORM 1900-ABEND
057400             THRU 1900-EXIT.
057500     ADD 1 TO RVW-KEY-COUNT.
057600     MOVE TRAN-KEY               TO RVW-KEY-ID (RVW-KEY-COUNT).
057700     MOVE ZERO
057800         TO RVW-KEY-POSTINGS (RVW-KEY-COUNT).
057900     MOVE ZERO                   TO RVW-KEY-TOTAL (RVW-KEY-COUNT).
058000 1310-EXIT.
058100     EXIT.
058200*================================================================
058300* 1320-FIND-KEY - LOOK UP RVW-KEY-SEARCH-KEY IN THE KEY TABLE. NOT
058400*                 FOUND LEAVES THE FOUND SUBSCRIPT ZERO.
058500*================================================================
058600 1320-FIND-KEY.
058700     MOVE ZERO                   TO RVW-KEY-FOUND-SUB.
058800     MOVE 1                      TO RVW-KEY-SUB.
058900     PERFORM 1325-TEST-KEY
059000         THRU 1325-EXIT
059100         UNTIL RVW-KEY-SUB > RVW-KEY-COUNT
059200            OR RVW-KEY-FOUND-SUB > ZERO.
059300 1320-EXIT.
059400     EXIT.
059500*================================================================
059600* 1325-TEST-KEY - TEST ONE ROW OF THE KEY TABLE
059700*================================================================
059800 1325-TEST-KEY.
059900     IF RVW-KEY-ID (RVW-KEY-SUB) = RVW-KEY-SEARCH-KEY
060000         MOVE RVW-KEY-SUB        TO RVW-KEY-FOUND-SUB.
060100     ADD 1 TO RVW-KEY-SUB.
060200 1325-EXIT.
060300     EXIT.
060400*================================================================
060500* 1400-PROFILE-KEYS - READ THE POSTING JOURNAL AND BUILD EACH
060600*                     FEED KEY'S PROFILE. NO JOURNAL YET LEAVES
060700*                     EVERY KEY WITHOUT HISTORY.
060800*================================================================
060900 1400-PROFILE-KEYS.
061000     IF RVW-KEY-COUNT = ZERO
061100         GO TO 1400-EXIT.
061200     OPEN INPUT TESTHSTFILE.
061300     IF RVW-HST-FILE-STATUS NOT = '00'
061400         GO TO 1400-EXIT.
061500     PERFORM 1410-PROFILE-ENTRY
061600         THRU 1410-EXIT
061700         UNTIL RVW-EOF-HISTORY.
061800     CLOSE TESTHSTFILE.
061900 1400-EXIT.
062000     EXIT.
062100*================================================================
062200* 1410-PROFILE-ENTRY - FOLD ONE JOURNAL ENTRY INTO ITS KEY'S
062300*                      PROFILE, AMOUNT TAKEN WITHOUT SIGN
062400*================================================================
062500 1410-PROFILE-ENTRY.
062600     READ TESTHSTFILE
062700         AT END
062800             MOVE 'Y' TO RVW-HST-EOF-SW
062900             GO TO 1410-EXIT.
063000     ADD 1 TO RVW-HST-READ-COUNT.
063100     IF HST-AMOUNT IS NOT NUMERIC
063200         GO TO 1410-EXIT.
063300     MOVE HST-KEY                TO RVW-KEY-SEARCH-KEY.
063400     PERFORM 1320-FIND-KEY
063500         THRU 1320-EXIT.
063600     IF RVW-KEY-FOUND-SUB = ZERO
063700         GO TO 1410-EXIT.
063800     ADD 1 TO RVW-KEY-POSTINGS (RVW-KEY-FOUND-SUB).
063900     IF HST-AMOUNT < ZERO
064000         SUBTRACT HST-AMOUNT
064100             FROM RVW-KEY-TOTAL (RVW-KEY-FOUND-SUB)
064200     ELSE
064300         ADD HST-AMOUNT TO RVW-KEY-TOTAL (RVW-KEY-FOUND-SUB)
064400     END-IF.
064500 1410-EXIT.
064600     EXIT.
064700*================================================================
064800* 1900-ABEND - A FILE OR TABLE THE RUN CANNOT DO WITHOUT FAILED.
064900*              THE CALLER HAS MOVED THE MESSAGE TO THE PRINT LINE.
065000*              NOTHING HAS BEEN SWAPPED OR SUSPENDED YET, SO THE
065100*              FEED AND THE HOLD FILE STAND AS THEY WERE.
065200*================================================================
065300 1900-ABEND.
065400     WRITE RVW-PRINT-LINE.
065500     CLOSE RVW-PRINT-FILE.
065600     MOVE 'A' TO RVW-COMPLETION-SW.
065700     PERFORM 9000-WRITE-RUNLOG
065800         THRU 9000-EXIT.
065900     MOVE 16 TO RETURN-CODE.
066000     STOP RUN.
066100 1900-EXIT.
066200     EXIT.
066300*================================================================
066400* 2000-TAKE-DECISIONS - READ THE REVIEWERS' RELEASE FILE AND NOTE
066500*                       EACH DECISION AGAINST THE HELD ITEM IT
066600*                       NAMES, THE LATEST FOR A HOLD ID WINNING,
066700*                       THEN APPLY THEM. NO RELEASE FILE MEANS NO
066800*                       DECISIONS YET.
066900*================================================================
067000 2000-TAKE-DECISIONS.
067100     IF RVW-HOLD-COUNT = ZERO
067200         GO TO 2000-EXIT.
067300     OPEN INPUT TESTHRLFILE.
067400     IF RVW-HRL-FILE-STATUS NOT = '00'
067500         GO TO 2000-EXIT.
067600     PERFORM 2100-TAKE-DECISION
067700         THRU 2100-EXIT
067800         UNTIL RVW-EOF-RELEASE.
067900     CLOSE TESTHRLFILE.
068000     MOVE 1                      TO RVW-HOLD-SUB.
068100     PERFORM 2200-APPLY-DECISION
068200         THRU 2200-EXIT
068300         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT.
068400 2000-EXIT.
068500     EXIT.
068600*================================================================
068700* 2100-TAKE-DECISION - ONE RELEASE FILE ENTRY. AN ENTRY THAT NAMES
068800*                      NO ITEM STILL HELD IS A DECISION ALREADY
068900*                      ACTED ON, OR A MISTYPED ID, AND IS PASSED
069000*                      OVER.
069100*================================================================
069200 2100-TAKE-DECISION.
069300     READ TESTHRLFILE
069400         AT END
069500             MOVE 'Y' TO RVW-HRL-EOF-SW
069600             GO TO 2100-EXIT.
069700     IF HRL-HOLD-DATE IS NOT NUMERIC
069800     OR HRL-HOLD-SEQ IS NOT NUMERIC
069900         GO TO 2100-EXIT.
070000     PERFORM 2120-FIND-HOLD-ID
070100         THRU 2120-EXIT.
070200     IF RVW-HOLD-FOUND-SUB = ZERO
070300         GO TO 2100-EXIT.
070400     MOVE HRL-DECISION
070500         TO RVW-HT-DECISION (RVW-HOLD-FOUND-SUB).
070600     MOVE HRL-REVIEWER-ID
070700         TO RVW-HT-REVIEWER (RVW-HOLD-FOUND-SUB).
070800 2100-EXIT.
070900     EXIT.
071000*================================================================
071100* 2120-FIND-HOLD-ID - LOOK UP THE HELD ITEM WITH THE HOLD ID ON
071200*                     THE RELEASE ENTRY IN HAND. NOT FOUND LEAVES
071300*                     THE FOUND SUBSCRIPT ZERO.
071400*================================================================
071500 2120-FIND-HOLD-ID.
071600     MOVE ZERO                   TO RVW-HOLD-FOUND-SUB.
071700     MOVE 1                      TO RVW-HOLD-SUB.
071800     PERFORM 2125-TEST-HOLD-ID
071900         THRU 2125-EXIT
072000         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT
072100            OR RVW-HOLD-FOUND-SUB > ZERO.
072200 2120-EXIT.
072300     EXIT.
072400*================================================================
072500* 2125-TEST-HOLD-ID - TEST ONE ROW OF THE HOLD TABLE
072600*================================================================
072700 2125-TEST-HOLD-ID.
072800     MOVE RVW-HT-IMAGE (RVW-HOLD-SUB) TO TEST-HLD-REC.
072900     IF HLD-HELD
073000     AND HLD-HOLD-DATE = HRL-HOLD-DATE
073100     AND HLD-HOLD-SEQ = HRL-HOLD-SEQ
073200         MOVE RVW-HOLD-SUB       TO RVW-HOLD-FOUND-SUB.
073300     ADD 1 TO RVW-HOLD-SUB.
073400 2125-EXIT.
073500     EXIT.
073600*================================================================
073700* 2200-APPLY-DECISION - MARK A DECIDED ITEM RELEASED OR DECLINED
073800*                       AS OF THE GENERATION DATE. A DECISION CODE
073900*                       OTHER THAN A OR D IS COUNTED AND THE ITEM
074000*                       STAYS HELD.
074100*================================================================
074200 2200-APPLY-DECISION.
074300     IF RVW-HT-DECISION (RVW-HOLD-SUB) = SPACE
074400         GO TO 2200-NEXT.
074500     MOVE RVW-HT-IMAGE (RVW-HOLD-SUB) TO TEST-HLD-REC.
074600     EVALUATE RVW-HT-DECISION (RVW-HOLD-SUB)
074700         WHEN 'A'
074800             MOVE 'R'            TO HLD-STATUS
074900         WHEN 'D'
075000             MOVE 'D'            TO HLD-STATUS
075100         WHEN OTHER
075200             ADD 1 TO RVW-DECISION-BAD-COUNT
075300             GO TO 2200-NEXT
075400     END-EVALUATE.
075500     ADD 1 TO RVW-DECISION-COUNT.
075600     MOVE RVW-GEN-DATE           TO HLD-DECIDE-DATE.
075700     MOVE RVW-HT-REVIEWER (RVW-HOLD-SUB) TO HLD-REVIEWER-ID.
075800     MOVE TEST-HLD-REC           TO RVW-HT-IMAGE (RVW-HOLD-SUB).
075900 2200-NEXT.
076000     ADD 1 TO RVW-HOLD-SUB.
076100 2200-EXIT.
076200     EXIT.
076300*================================================================
076400* 3000-ROUTE-FEED - SECOND PASS OF TODAY'S FEED: EVERY ITEM GOES
076500*                   TO THE REBUILT FEED OR ONTO THE HOLD TABLE
076600*================================================================
076700 3000-ROUTE-FEED.
076800     OPEN INPUT TESTTRANFILE.
076900     IF RVW-TRAN-FILE-STATUS NOT = '00'
077000         MOVE 'EDITED FEED OPEN FAILED' TO RVW-PRINT-LINE
077100         PERFORM 1900-ABEND
077200             THRU 1900-EXIT.
077300     OPEN OUTPUT TESTTRANNEW.
077400     IF RVW-TNEW-FILE-STATUS NOT = '00'
077500         MOVE 'REBUILT FEED OPEN FAILED' TO RVW-PRINT-LINE
077600         PERFORM 1900-ABEND
077700             THRU 1900-EXIT.
077800     MOVE 'N'                    TO RVW-TRAN-EOF-SW.
077900     PERFORM 3100-ROUTE-TRAN
078000         THRU 3100-EXIT
078100         UNTIL RVW-EOF-TRAN.
078200     CLOSE TESTTRANFILE.
078300 3000-EXIT.
078400     EXIT.
078500*================================================================
078600* 3100-ROUTE-TRAN - ROUTE ONE FEED ITEM. A DELETE MOVES NO MONEY
078700*                   AND PASSES UNREVIEWED. ON A RERUN THE FEED CAN
078800*                   ALREADY CARRY AN ITEM RELEASED FOR THIS DATE -
078900*                   IT IS MATCHED TO ITS HOLD ENTRY FIRST AND GOES
079000*                   OUT ONCE, WHATEVER THE LIMITS SAY NOW. A
079100*                   FLAGGED ITEM ALREADY HELD UNDER THIS DATE -
079200*                   THE EDIT WAS RERUN - IS NOT HELD A SECOND
079300*                   TIME.
079400*================================================================
079500 3100-ROUTE-TRAN.
079600     READ TESTTRANFILE INTO TEST-TRAN-REC
079700         AT END
079800             MOVE 'Y' TO RVW-TRAN-EOF-SW
079900             GO TO 3100-EXIT.
080000     ADD 1 TO RVW-FEED-READ-COUNT.
080100     IF TRAN-ACTION-DELETE
080200         GO TO 3100-PASS.
080300     MOVE TEST-TRAN-REC          TO RVW-SEARCH-IMAGE.
080400     MOVE 'R'                    TO RVW-SEARCH-STATUS.
080500     PERFORM 3300-FIND-CLAIM
080600         THRU 3300-EXIT.
080700     IF RVW-HOLD-FOUND-SUB > ZERO
080800         MOVE 'Y' TO RVW-HT-CLAIM-SW (RVW-HOLD-FOUND-SUB)
080900         ADD 1 TO RVW-CLAIMED-COUNT
081000         ADD 1 TO RVW-RELEASED-COUNT
081100         WRITE RVW-TRAN-NEW-REC FROM TEST-TRAN-REC
081200         GO TO 3100-EXIT.
081300     PERFORM 3200-CHECK-TRAN
081400         THRU 3200-EXIT.
081500     IF RVW-FLAG-REASON = SPACES
081600         GO TO 3100-PASS.
081700     ADD 1 TO RVW-FLAGGED-COUNT.
081800     MOVE 'H'                    TO RVW-SEARCH-STATUS.
081900     PERFORM 3300-FIND-CLAIM
082000         THRU 3300-EXIT.
082100     IF RVW-HOLD-FOUND-SUB > ZERO
082200         MOVE 'Y' TO RVW-HT-CLAIM-SW (RVW-HOLD-FOUND-SUB)
082300         ADD 1 TO RVW-CLAIMED-COUNT
082400         GO TO 3100-EXIT.
082500     PERFORM 3400-HOLD-TRAN
082600         THRU 3400-EXIT.
082700     GO TO 3100-EXIT.
082800 3100-PASS.
082900     WRITE RVW-TRAN-NEW-REC      FROM TEST-TRAN-REC.
083000     ADD 1 TO RVW-PASSED-COUNT.
083100 3100-EXIT.
083200     EXIT.
083300*================================================================
083400* 3200-CHECK-TRAN - MEASURE ONE ADD OR CHANGE. OVER THE BRANCH
083500*                   LIMIT IS LA; NO LIMIT AT ALL FOR THE BRANCH IS
083600*                   NL, SINCE AN UNCONTROLLED BRANCH MUST BE SEEN;
083700*                   OTHERWISE A KEY WITH ENOUGH HISTORY WHOSE ITEM
083800*                   IS THE ACTIVITY MULTIPLE TIMES ITS AVERAGE
083900*                   POSTING OR MORE IS UA. AN AMOUNT THAT IS NOT
084000*                   NUMERIC CANNOT BE MEASURED AND PASSES FOR THE
084100*                   EXTRACT TO REJECT.
084200*================================================================
084300 3200-CHECK-TRAN.
084400     MOVE SPACES                 TO RVW-FLAG-REASON.
084500     MOVE ZERO                   TO RVW-COMPARE-AMOUNT.
084600     IF TRAN-AMOUNT IS NOT NUMERIC
084700         GO TO 3200-EXIT.
084800     IF TRAN-AMOUNT < ZERO
084900         COMPUTE RVW-ABS-AMOUNT = ZERO - TRAN-AMOUNT
085000     ELSE
085100         MOVE TRAN-AMOUNT TO RVW-ABS-AMOUNT
085200     END-IF.
085300     PERFORM 3210-FIND-LIMIT
085400         THRU 3210-EXIT.
085500     IF NOT RVW-LIMIT-FOUND
085600         MOVE 'NL'               TO RVW-FLAG-REASON
085700         GO TO 3200-EXIT.
085800     IF RVW-ABS-AMOUNT > RVW-LIMIT
085900         MOVE 'LA'               TO RVW-FLAG-REASON
086000         MOVE RVW-LIMIT          TO RVW-COMPARE-AMOUNT
086100         GO TO 3200-EXIT.
086200     MOVE TRAN-KEY               TO RVW-KEY-SEARCH-KEY.
086300     PERFORM 1320-FIND-KEY
086400         THRU 1320-EXIT.
086500     IF RVW-KEY-FOUND-SUB = ZERO
086600         GO TO 3200-EXIT.
086700     IF RVW-KEY-POSTINGS (RVW-KEY-FOUND-SUB) < RVW-MIN-POSTINGS
086800         GO TO 3200-EXIT.
086900     COMPUTE RVW-AVERAGE ROUNDED =
087000         RVW-KEY-TOTAL (RVW-KEY-FOUND-SUB)
087100         / RVW-KEY-POSTINGS (RVW-KEY-FOUND-SUB).
087200     COMPUTE RVW-THRESHOLD = RVW-AVERAGE * RVW-MULTIPLE.
087300     IF RVW-ABS-AMOUNT NOT < RVW-THRESHOLD
087400     AND RVW-ABS-AMOUNT > ZERO
087500         MOVE 'UA'               TO RVW-FLAG-REASON
087600         MOVE RVW-AVERAGE        TO RVW-COMPARE-AMOUNT.
087700 3200-EXIT.
087800     EXIT.
087900*================================================================
088000* 3210-FIND-LIMIT - THE LIMIT FOR THE ITEM'S BRANCH, OR THE
088100*                   DEFAULT ROW'S IF THE BRANCH HAS NONE
088200*================================================================
088300 3210-FIND-LIMIT.
088400     MOVE 'N'                    TO RVW-LIMIT-FOUND-SW.
088500     MOVE ZERO                   TO RVW-LIMIT.
088600     IF TRAN-BRANCH IS NUMERIC
088700         MOVE TRAN-BRANCH        TO RVW-BR-NUM
088800     ELSE
088900         MOVE ZERO               TO RVW-BR-NUM
089000     END-IF.
089100     COMPUTE RVW-BR-SUB = RVW-BR-NUM + 1.
089200     IF RVW-LIM-SET (RVW-BR-SUB)
089300         MOVE 'Y'                TO RVW-LIMIT-FOUND-SW
089400         MOVE RVW-LIM-AMOUNT (RVW-BR-SUB) TO RVW-LIMIT
089500         GO TO 3210-EXIT.
089600     IF RVW-DEFAULT-SET
089700         MOVE 'Y'                TO RVW-LIMIT-FOUND-SW
089800         MOVE RVW-DEFAULT-LIMIT  TO RVW-LIMIT.
089900 3210-EXIT.
090000     EXIT.
090100*================================================================
090200* 3300-FIND-CLAIM - LOOK FOR AN UNMATCHED HOLD ENTRY CARRYING THE
090300*                   SAME IMAGE AS THE FEED ITEM, IN THE STATUS
090400*                   ASKED FOR. A HELD ENTRY MUST HAVE BEEN HELD
090500*                   UNDER THIS GENERATION DATE; A RELEASED ONE WAS
090600*                   RELEASED FOR IT, WHENEVER IT WAS HELD. NOT
090700*                   FOUND LEAVES THE FOUND SUBSCRIPT ZERO.
090800*================================================================
090900 3300-FIND-CLAIM.
091000     MOVE ZERO                   TO RVW-HOLD-FOUND-SUB.
091100     MOVE 1                      TO RVW-HOLD-SUB.
091200     PERFORM 3310-TEST-CLAIM
091300         THRU 3310-EXIT
091400         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT
091500            OR RVW-HOLD-FOUND-SUB > ZERO.
091600 3300-EXIT.
091700     EXIT.
091800*================================================================
091900* 3310-TEST-CLAIM - TEST ONE ROW OF THE HOLD TABLE
092000*================================================================
092100 3310-TEST-CLAIM.
092200     MOVE RVW-HT-IMAGE (RVW-HOLD-SUB) TO TEST-HLD-REC.
092300     IF NOT RVW-HT-CLAIMED (RVW-HOLD-SUB)
092400     AND HLD-STATUS = RVW-SEARCH-STATUS
092500     AND (HLD-HOLD-DATE = RVW-GEN-DATE OR HLD-RELEASED)
092600     AND HLD-TRAN-DATA = RVW-SEARCH-IMAGE
092700         MOVE RVW-HOLD-SUB       TO RVW-HOLD-FOUND-SUB.
092800     ADD 1 TO RVW-HOLD-SUB.
092900 3310-EXIT.
093000     EXIT.
093100*================================================================
093200* 3400-HOLD-TRAN - ADD A FLAGGED ITEM TO THE HOLD TABLE UNDER THE
093300*                  NEXT HOLD ID FOR THE DATE
093400*================================================================
093500 3400-HOLD-TRAN.
093600     IF RVW-HOLD-COUNT NOT < RVW-HOLD-MAX
093700         CLOSE TESTTRANFILE
093800         CLOSE TESTTRANNEW
093900         MOVE 'REVIEW HOLD TABLE FULL' TO RVW-PRINT-LINE
094000         PERFORM 1900-ABEND
094100             THRU 1900-EXIT.
094200     ADD 1 TO RVW-NEXT-SEQ.
094300     MOVE SPACES                 TO TEST-HLD-REC.
094400     MOVE TEST-TRAN-REC          TO HLD-TRAN-DATA.
094500     MOVE RVW-GEN-DATE           TO HLD-HOLD-DATE.
094600     MOVE RVW-NEXT-SEQ           TO HLD-HOLD-SEQ.
094700     MOVE RVW-FLAG-REASON        TO HLD-REASON.
094800     MOVE RVW-COMPARE-AMOUNT     TO HLD-COMPARE-AMOUNT.
094900     MOVE 'H'                    TO HLD-STATUS.
095000     MOVE ZERO                   TO HLD-DECIDE-DATE.
095100     ADD 1 TO RVW-HOLD-COUNT.
095200     MOVE TEST-HLD-REC           TO RVW-HT-IMAGE (RVW-HOLD-COUNT).
095300     MOVE 'Y'
095400         TO RVW-HT-CLAIM-SW (RVW-HOLD-COUNT).
095500     MOVE SPACE
095600         TO RVW-HT-DECISION (RVW-HOLD-COUNT).
095700     MOVE SPACES
095800         TO RVW-HT-REVIEWER (RVW-HOLD-COUNT).
095900     ADD 1 TO RVW-NEW-HOLD-COUNT.
096000     EVALUATE TRUE
096100         WHEN HLD-OVER-LIMIT
096200             ADD 1 TO RVW-HELD-LA-COUNT
096300         WHEN HLD-UNUSUAL-ACTIVITY
096400             ADD 1 TO RVW-HELD-UA-COUNT
096500         WHEN OTHER
096600             ADD 1 TO RVW-HELD-NL-COUNT
096700     END-EVALUATE.
096800 3400-EXIT.
096900     EXIT.
097000*================================================================
097100* 4000-EMIT-RELEASES - EVERY ITEM RELEASED FOR THIS DATE THAT WAS
097200*                      NOT ALREADY MATCHED ON THE FEED IS WRITTEN
097300*                      TO THE REBUILT FEED, SO IT GOES OUT WITH
097400*                      TODAY'S TRAFFIC EXACTLY ONCE
097500*================================================================
097600 4000-EMIT-RELEASES.
097700     MOVE 1                      TO RVW-HOLD-SUB.
097800     PERFORM 4010-EMIT-RELEASE
097900         THRU 4010-EXIT
098000         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT.
098100     CLOSE TESTTRANNEW.
098200 4000-EXIT.
098300     EXIT.
098400*================================================================
098500* 4010-EMIT-RELEASE - ONE ROW OF THE HOLD TABLE
098600*================================================================
098700 4010-EMIT-RELEASE.
098800     MOVE RVW-HT-IMAGE (RVW-HOLD-SUB) TO TEST-HLD-REC.
098900     IF HLD-RELEASED
099000     AND NOT RVW-HT-CLAIMED (RVW-HOLD-SUB)
099100         WRITE RVW-TRAN-NEW-REC  FROM HLD-TRAN-DATA
099200         MOVE 'Y' TO RVW-HT-CLAIM-SW (RVW-HOLD-SUB)
099300         ADD 1 TO RVW-RELEASED-COUNT
099400     END-IF.
099500     ADD 1 TO RVW-HOLD-SUB.
099600 4010-EXIT.
099700     EXIT.
099800*================================================================
099900* 4100-SUSPEND-DECLINES - EVERY ITEM DECLINED FOR THIS DATE MUST
100000*                         STAND ON THE DATE'S SUSPENSE GENERATION
100100*                         ONCE. THE GENERATION IS READ FIRST AND
100200*                         EACH REASON 09 ENTRY ALREADY THERE IS
100300*                         MATCHED OFF AGAINST A DECLINED ITEM, SO
100400*                         A RERUN DOES NOT SUSPEND IT AGAIN; WHAT
100500*                         IS LEFT IS APPENDED. NO GENERATION ON
100600*                         FILE IS STARTED NEW.
100700*================================================================
100800 4100-SUSPEND-DECLINES.
100900     MOVE 1                      TO RVW-HOLD-SUB.
101000     PERFORM 4105-COUNT-DECLINE
101100         THRU 4105-EXIT
101200         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT.
101300     IF RVW-DECLINED-COUNT = ZERO
101400         GO TO 4100-EXIT.
101500     MOVE SPACES                 TO RVW-SUSP-FILENAME.
101600     STRING 'testsuspfile.'    DELIMITED BY SIZE
101700            RVW-GEN-DATE       DELIMITED BY SIZE
101800            '.txt'             DELIMITED BY SIZE
101900            INTO RVW-SUSP-FILENAME.
102000     DISPLAY 'TESTSUSP' UPON ENVIRONMENT-NAME.
102100     DISPLAY RVW-SUSP-FILENAME UPON ENVIRONMENT-VALUE.
102200     OPEN INPUT TESTSUSPFILE.
102300     IF RVW-SUSP-FILE-STATUS = '00'
102400         PERFORM 4110-MATCH-SUSPENDED
102500             THRU 4110-EXIT
102600             UNTIL RVW-EOF-SUSPENSE
102700         CLOSE TESTSUSPFILE
102800     END-IF.
102900     OPEN EXTEND TESTSUSPFILE.
103000     IF RVW-SUSP-FILE-STATUS NOT = '00'
103100         OPEN OUTPUT TESTSUSPFILE.
103200     IF RVW-SUSP-FILE-STATUS NOT = '00'
103300         CLOSE TESTTRANNEW
103400         MOVE 'SUSPENSE FILE OPEN FAILED' TO RVW-PRINT-LINE
103500         PERFORM 1900-ABEND
103600             THRU 1900-EXIT.
103700     MOVE 1                      TO RVW-HOLD-SUB.
103800     PERFORM 4130-WRITE-DECLINE
103900         THRU 4130-EXIT
104000         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT.
104100     CLOSE TESTSUSPFILE.
104200 4100-EXIT.
104300     EXIT.
104400*================================================================
104500* 4105-COUNT-DECLINE - COUNT ONE DECLINED ROW OF THE HOLD TABLE.
104600*                      ITS MATCH SWITCH, UNUSED FOR A DECLINED
104700*                      ITEM UNTIL NOW, IS CLEARED FOR THE SUSPENSE
104800*                      MATCH.
104900*================================================================
105000 4105-COUNT-DECLINE.
105100     MOVE RVW-HT-IMAGE (RVW-HOLD-SUB) TO TEST-HLD-REC.
105200     IF HLD-DECLINED
105300         MOVE 'N' TO RVW-HT-CLAIM-SW (RVW-HOLD-SUB)
105400         ADD 1 TO RVW-DECLINED-COUNT
105500     END-IF.
105600     ADD 1 TO RVW-HOLD-SUB.
105700 4105-EXIT.
105800     EXIT.
105900*================================================================
106000* 4110-MATCH-SUSPENDED - ONE ENTRY ON THE SUSPENSE GENERATION. A
106100*                        REASON 09 ENTRY MARKS THE FIRST UNMARKED
106200*                        DECLINED ITEM WITH THE SAME IMAGE AS
106300*                        ALREADY SUSPENDED.
106400*================================================================
106500 4110-MATCH-SUSPENDED.
106600     READ TESTSUSPFILE
106700         AT END
106800             MOVE 'Y' TO RVW-SUSP-EOF-SW
106900             GO TO 4110-EXIT.
107000     IF NOT SUSP-REVIEW-DECLINED
107100         GO TO 4110-EXIT.
107200     MOVE SUSP-TRAN-DATA         TO RVW-SEARCH-IMAGE.
107300     MOVE 'D'                    TO RVW-SEARCH-STATUS.
107400     PERFORM 4120-FIND-DECLINE
107500         THRU 4120-EXIT.
107600     IF RVW-HOLD-FOUND-SUB > ZERO
107700         MOVE 'Y' TO RVW-HT-CLAIM-SW (RVW-HOLD-FOUND-SUB).
107800 4110-EXIT.
107900     EXIT.
108000*================================================================
108100* 4120-FIND-DECLINE - LOOK FOR AN UNMARKED DECLINED ITEM WITH THE
108200*                     IMAGE IN HAND. THE HOLD DATE DOES NOT MATTER
108300*                     - AN ITEM HELD DAYS AGO IS DECLINED TODAY.
108400*================================================================
108500 4120-FIND-DECLINE.
108600     MOVE ZERO                   TO RVW-HOLD-FOUND-SUB.
108700     MOVE 1                      TO RVW-HOLD-SUB.
108800     PERFORM 4125-TEST-DECLINE
108900         THRU 4125-EXIT
109000         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT
109100            OR RVW-HOLD-FOUND-SUB > ZERO.
109200 4120-EXIT.
109300     EXIT.
109400*================================================================
109500* 4125-TEST-DECLINE - TEST ONE ROW OF THE HOLD TABLE
109600*================================================================
109700 4125-TEST-DECLINE.
109800     MOVE RVW-HT-IMAGE (RVW-HOLD-SUB) TO TEST-HLD-REC.
109900     IF NOT RVW-HT-CLAIMED (RVW-HOLD-SUB)
110000     AND HLD-DECLINED
110100     AND HLD-TRAN-DATA = RVW-SEARCH-IMAGE
110200         MOVE RVW-HOLD-SUB       TO RVW-HOLD-FOUND-SUB.
110300     ADD 1 TO RVW-HOLD-SUB.
110400 4125-EXIT.
110500     EXIT.
110600*================================================================
110700* 4130-WRITE-DECLINE - APPEND ONE DECLINED ITEM NOT YET ON THE
110800*                      SUSPENSE GENERATION, UNDER REASON 09 AND
110900*                      SOURCE REVIEW
111000*================================================================
111100 4130-WRITE-DECLINE.
111200     MOVE RVW-HT-IMAGE (RVW-HOLD-SUB) TO TEST-HLD-REC.
111300     IF HLD-DECLINED
111400     AND NOT RVW-HT-CLAIMED (RVW-HOLD-SUB)
111500         MOVE SPACES             TO TEST-SUSP-REC
111600         MOVE HLD-TRAN-DATA      TO SUSP-TRAN-DATA
111700         MOVE '09'               TO SUSP-REASON-CODE
111800         MOVE 'REVIEW'           TO SUSP-SOURCE-ID
111900         WRITE TEST-SUSP-REC
112000         MOVE 'Y' TO RVW-HT-CLAIM-SW (RVW-HOLD-SUB)
112100         ADD 1 TO RVW-SUSPENDED-COUNT
112200     END-IF.
112300     ADD 1 TO RVW-HOLD-SUB.
112400 4130-EXIT.
112500     EXIT.
112600*================================================================
112700* 5000-PRINT-HOLDS - ONE LINE PER ITEM ON THE HOLD TABLE: EVERY
112800*                    ITEM STILL HELD WITH ITS REASON AND DAYS
112900*                    HELD, AND EVERY ITEM DECIDED FOR THIS DATE
113000*                    WITH THE REVIEWER WHO DECIDED IT
113100*================================================================
113200 5000-PRINT-HOLDS.
113300     WRITE RVW-PRINT-LINE        FROM RVW-HDR-COLUMNS.
113400     IF RVW-HOLD-COUNT = ZERO
113500         WRITE RVW-PRINT-LINE    FROM RVW-NONE-LINE
113600         GO TO 5000-EXIT.
113700     MOVE 1                      TO RVW-HOLD-SUB.
113800     PERFORM 5100-PRINT-HOLD-LINE
113900         THRU 5100-EXIT
114000         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT.
114100 5000-EXIT.
114200     EXIT.
114300*================================================================
114400* 5100-PRINT-HOLD-LINE - PRINT ONE ROW OF THE HOLD TABLE. DAYS
114500*                        HELD RUN FROM THE HOLD DATE TO THE
114600*                        GENERATION DATE; A HOLD DATE THAT CANNOT
114700*                        BE AGED PRINTS AS ZERO.
114800*================================================================
114900 5100-PRINT-HOLD-LINE.
115000     MOVE RVW-HT-IMAGE (RVW-HOLD-SUB) TO TEST-HLD-REC.
115100     MOVE HLD-TRAN-DATA          TO TEST-TRAN-REC.
115200     MOVE HLD-HOLD-DATE          TO RVW-DTL-HOLD-DATE.
115300     MOVE HLD-HOLD-SEQ           TO RVW-DTL-HOLD-SEQ.
115400     MOVE TRAN-KEY               TO RVW-DTL-KEY.
115500     MOVE TRAN-BRANCH            TO RVW-DTL-BRANCH.
115600     IF TRAN-AMOUNT IS NUMERIC
115700         MOVE TRAN-AMOUNT        TO RVW-DTL-AMOUNT
115800     ELSE
115900         MOVE ZERO               TO RVW-DTL-AMOUNT
116000     END-IF.
116100     EVALUATE TRUE
116200         WHEN HLD-OVER-LIMIT
116300             MOVE 'OVER LIMIT'      TO RVW-DTL-REASON
116400         WHEN HLD-UNUSUAL-ACTIVITY
116500             MOVE 'UNUSUAL FOR KEY' TO RVW-DTL-REASON
116600         WHEN HLD-NO-LIMIT
116700             MOVE 'NO BRANCH LIMIT' TO RVW-DTL-REASON
116800         WHEN OTHER
116900             MOVE HLD-REASON        TO RVW-DTL-REASON
117000     END-EVALUATE.
117100     IF HLD-COMPARE-AMOUNT IS NUMERIC
117200         MOVE HLD-COMPARE-AMOUNT TO RVW-DTL-COMPARE
117300     ELSE
117400         MOVE ZERO               TO RVW-DTL-COMPARE
117500     END-IF.
117600     MOVE ZERO                   TO RVW-DAYS.
117700     MOVE HLD-HOLD-DATE          TO RVW-HOLD-DATE.
117800     IF RVW-HOLD-DATE-X IS NUMERIC
117900     AND RVW-HOLD-DATE NOT < 16010101
118000     AND RVW-HOLD-DATE NOT > RVW-GEN-DATE
118100         MOVE FUNCTION INTEGER-OF-DATE (RVW-HOLD-DATE)
118200             TO RVW-HOLD-INT
118300         IF RVW-HOLD-INT > ZERO
118400             SUBTRACT RVW-HOLD-INT FROM RVW-GEN-INT
118500                 GIVING RVW-DAYS
118600         END-IF
118700     END-IF.
118800     MOVE RVW-DAYS               TO RVW-DTL-DAYS.
118900     EVALUATE TRUE
119000         WHEN HLD-RELEASED
119100             MOVE 'RELEASED'     TO RVW-DTL-STATUS
119200         WHEN HLD-DECLINED
119300             MOVE 'DECLINED'     TO RVW-DTL-STATUS
119400         WHEN OTHER
119500             MOVE 'HELD'         TO RVW-DTL-STATUS
119600             ADD 1 TO RVW-STILL-HELD-COUNT
119700     END-EVALUATE.
119800     WRITE RVW-PRINT-LINE        FROM RVW-HOLD-LINE.
119900     IF HLD-HELD
120000         GO TO 5100-NEXT.
120100     MOVE HLD-DECIDE-DATE        TO RVW-DCD-DATE.
120200     MOVE HLD-REVIEWER-ID        TO RVW-DCD-REVIEWER.
120300     WRITE RVW-PRINT-LINE        FROM RVW-DECIDED-LINE.
120400 5100-NEXT.
120500     ADD 1 TO RVW-HOLD-SUB.
120600 5100-EXIT.
120700     EXIT.
120800*================================================================
120900* 6000-PRINT-TOTALS - THE FEED'S ROUTING, THE DAY'S NEW HOLDS BY
121000*                     REASON, THE DECISIONS WORKED AND WHAT IS
121100*                     LEFT ON HOLD
121200*================================================================
121300 6000-PRINT-TOTALS.
121400     WRITE RVW-PRINT-LINE        FROM RVW-HDR-RULE.
121500     MOVE 'FEED ITEMS READ'      TO RVW-TOT-NAME.
121600     MOVE RVW-FEED-READ-COUNT    TO RVW-TOT-VALUE.
121700     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
121800     MOVE 'PASSED REVIEW'        TO RVW-TOT-NAME.
121900     MOVE RVW-PASSED-COUNT       TO RVW-TOT-VALUE.
122000     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
122100     MOVE 'FLAGGED FOR REVIEW'   TO RVW-TOT-NAME.
122200     MOVE RVW-FLAGGED-COUNT      TO RVW-TOT-VALUE.
122300     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
122400     MOVE 'NEW HOLDS OVER LIMIT' TO RVW-TOT-NAME.
122500     MOVE RVW-HELD-LA-COUNT      TO RVW-TOT-VALUE.
122600     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
122700     MOVE 'NEW HOLDS UNUSUAL'    TO RVW-TOT-NAME.
122800     MOVE RVW-HELD-UA-COUNT      TO RVW-TOT-VALUE.
122900     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
123000     MOVE 'NEW HOLDS NO LIMIT'   TO RVW-TOT-NAME.
123100     MOVE RVW-HELD-NL-COUNT      TO RVW-TOT-VALUE.
123200     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
123300     MOVE 'ALREADY ON HOLD FILE' TO RVW-TOT-NAME.
123400     MOVE RVW-CLAIMED-COUNT      TO RVW-TOT-VALUE.
123500     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
123600     MOVE 'DECISIONS APPLIED'    TO RVW-TOT-NAME.
123700     MOVE RVW-DECISION-COUNT     TO RVW-TOT-VALUE.
123800     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
123900     MOVE 'DECISIONS NOT VALID'  TO RVW-TOT-NAME.
124000     MOVE RVW-DECISION-BAD-COUNT TO RVW-TOT-VALUE.
124100     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
124200     MOVE 'RELEASED TO FEED'     TO RVW-TOT-NAME.
124300     MOVE RVW-RELEASED-COUNT     TO RVW-TOT-VALUE.
124400     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
124500     MOVE 'DECLINED'             TO RVW-TOT-NAME.
124600     MOVE RVW-DECLINED-COUNT     TO RVW-TOT-VALUE.
124700     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
124800     MOVE 'SUSPENDED THIS RUN'   TO RVW-TOT-NAME.
124900     MOVE RVW-SUSPENDED-COUNT    TO RVW-TOT-VALUE.
125000     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
125100     MOVE 'STILL ON HOLD'        TO RVW-TOT-NAME.
125200     MOVE RVW-STILL-HELD-COUNT   TO RVW-TOT-VALUE.
125300     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
125400     MOVE 'LIMIT ROWS LOADED'    TO RVW-TOT-NAME.
125500     MOVE RVW-LIMIT-ROWS         TO RVW-TOT-VALUE.
125600     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
125700     MOVE 'LIMIT ROWS IGNORED'   TO RVW-TOT-NAME.
125800     MOVE RVW-LIMIT-IGNORED      TO RVW-TOT-VALUE.
125900     WRITE RVW-PRINT-LINE        FROM RVW-TOTAL-LINE.
126000 6000-EXIT.
126100     EXIT.
126200*================================================================
126300* 7000-SWAP-FILES - WRITE THE REBUILT HOLD FILE FROM THE TABLE,
126400*                   THEN SWAP THE REBUILT FEED AND HOLD FILE OVER
126500*                   THE OLD ONES. IF A SWAP FAILS PARTWAY THE RUN
126600*                   ENDS ABNORMAL SO OPERATIONS RESOLVES IT BEFORE
126700*                   THE EXTRACT READS THE FEED.
126800*================================================================
126900 7000-SWAP-FILES.
127000     OPEN OUTPUT TESTHLDNEW.
127100     IF RVW-HNEW-FILE-STATUS NOT = '00'
127200         MOVE 'A' TO RVW-COMPLETION-SW
127300         PERFORM 9000-WRITE-RUNLOG
127400             THRU 9000-EXIT
127500         MOVE 16 TO RETURN-CODE
127600         STOP RUN.
127700     MOVE 1                      TO RVW-HOLD-SUB.
127800     PERFORM 7010-WRITE-HOLD
127900         THRU 7010-EXIT
128000         UNTIL RVW-HOLD-SUB > RVW-HOLD-COUNT.
128100     CLOSE TESTHLDNEW.
128200     MOVE 'testtranfile.txt'     TO RVW-OLD-NAME.
128300     MOVE 'testtranfile.new'     TO RVW-NEW-NAME.
128400     PERFORM 7100-SWAP-ONE-FILE
128500         THRU 7100-EXIT.
128600     MOVE 'testhldfile.txt'      TO RVW-OLD-NAME.
128700     MOVE 'testhldfile.new'      TO RVW-NEW-NAME.
128800     PERFORM 7100-SWAP-ONE-FILE
128900         THRU 7100-EXIT.
129000 7000-EXIT.
129100     EXIT.
129200*================================================================
129300* 7010-WRITE-HOLD - WRITE ONE ROW OF THE HOLD TABLE
129400*================================================================
129500 7010-WRITE-HOLD.
129600     WRITE RVW-HLD-NEW-REC       FROM RVW-HT-IMAGE (RVW-HOLD-SUB).
129700     ADD 1 TO RVW-HOLD-SUB.
129800 7010-EXIT.
129900     EXIT.
130000*================================================================
130100* 7100-SWAP-ONE-FILE - DELETE THE OLD FILE AND RENAME THE NEW ONE
130200*                      INTO ITS PLACE. THE HOLD FILE HAS NO OLD
130300*                      COPY THE FIRST TIME ANYTHING IS HELD.
130400*================================================================
130500 7100-SWAP-ONE-FILE.
130600     IF RVW-OLD-NAME = 'testhldfile.txt'
130700     AND NOT RVW-HOLD-FILE-FOUND
130800         GO TO 7100-RENAME.
130900     CALL 'CBL_DELETE_FILE'
131000         USING RVW-OLD-NAME.
131100     MOVE RETURN-CODE          TO RVW-CALL-RESULT.
131200     MOVE ZERO                 TO RETURN-CODE.
131300     IF RVW-CALL-RESULT NOT = ZERO
131400         MOVE 'A' TO RVW-COMPLETION-SW
131500         PERFORM 9000-WRITE-RUNLOG
131600             THRU 9000-EXIT
131700         MOVE 8 TO RETURN-CODE
131800         STOP RUN.
131900 7100-RENAME.
132000     CALL 'CBL_RENAME_FILE'
132100         USING RVW-NEW-NAME RVW-OLD-NAME.
132200     MOVE RETURN-CODE          TO RVW-CALL-RESULT.
132300     MOVE ZERO                 TO RETURN-CODE.
132400     IF RVW-CALL-RESULT NOT = ZERO
132500         MOVE 'A' TO RVW-COMPLETION-SW
132600         PERFORM 9000-WRITE-RUNLOG
132700             THRU 9000-EXIT
132800         MOVE 8 TO RETURN-CODE
132900         STOP RUN.
133000 7100-EXIT.
133100     EXIT.
133200*================================================================
133300* 8000-TERMINATE - CLOSE THE REPORT AND WRITE THE RUN-LOG ENTRY
133400*================================================================
133500 8000-TERMINATE.
133600     CLOSE RVW-PRINT-FILE.
133700     PERFORM 9000-WRITE-RUNLOG
133800         THRU 9000-EXIT.
133900 8000-EXIT.
134000     EXIT.
134100*================================================================
134200* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
134300*                     READ IS THE FEED ITEMS READ PLUS THE ITEMS
134400*                     BROUGHT FORWARD ON THE HOLD FILE, LESS THE
134500*                     FEED ITEMS THAT WERE ALREADY ON IT (A
134600*                     RERUN). APPLIED IS PASSED PLUS RELEASED,
134700*                     REJECTED THE DECLINED AND PENDED WHAT IS
134800*                     STILL ON HOLD, SO THE ENTRY BALANCES UNDER
134900*                     THE STANDARD READ = APPLIED + REJECTED +
135000*                     PENDED. THE ADD COLUMN CARRIES THE FEED
135100*                     ITEMS PASSED AND THE CHANGE COLUMN THE REST
135200*                     OF THE FEED READ, SO THE FEED THE EDIT
135300*                     HANDED ON CAN BE PROVED AGAINST THEM, AND
135400*                     RELEASED CARRIES THE RELEASES.
135500*================================================================
135600 9000-WRITE-RUNLOG.
135700     OPEN EXTEND TESTLOGFILE.
135800     IF RVW-LOG-FILE-STATUS NOT = '00'
135900         OPEN OUTPUT TESTLOGFILE.
136000     MOVE SPACES               TO TEST-LOG-REC.
136100     MOVE RVW-TODAY-DATE       TO LOG-RUN-DATE.
136200     MOVE RVW-TODAY-TIME       TO LOG-RUN-TIME.
136300     MOVE RVW-RUN-JOBID        TO LOG-JOB-ID.
136400     COMPUTE LOG-TRAN-READ-COUNT = RVW-FEED-READ-COUNT
136500         + RVW-CARRIED-IN-COUNT - RVW-CLAIMED-COUNT.
136600     ADD RVW-PASSED-COUNT RVW-RELEASED-COUNT
136700         GIVING LOG-REC-COUNT.
136800     MOVE RVW-DECLINED-COUNT   TO LOG-REJECT-COUNT.
136900     MOVE RVW-PASSED-COUNT     TO LOG-ADD-COUNT.
137000     SUBTRACT RVW-PASSED-COUNT FROM RVW-FEED-READ-COUNT
137100         GIVING LOG-CHG-COUNT.
137200     MOVE ZERO                 TO LOG-DEL-COUNT.
137300     MOVE RVW-GEN-DATE         TO LOG-GEN-DATE.
137400     MOVE 'FILETESTRVW'        TO LOG-PROGRAM.
137500     MOVE RVW-STILL-HELD-COUNT TO LOG-PEND-COUNT.
137600     MOVE RVW-RELEASED-COUNT   TO LOG-REL-COUNT.
137700     MOVE RVW-COMPLETION-SW    TO LOG-COMPLETION-CODE.
137800     WRITE TEST-LOG-REC.
137900     CLOSE TESTLOGFILE.
138000 9000-EXIT.
138100     EXIT.
