000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTKAR.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - KEY MAINTENANCE APPROVAL
001200*                  REPORT. RUN ONCE A DAY AFTER THE MAINTENANCE
001300*                  SCREEN (FILETESTKMO) HAS CLOSED FOR BUSINESS.
001400*                  FIRST IT EXPIRES EVERY REQUEST ON THE APPROVAL
001500*                  QUEUE (TESTKRQFILE) THAT HAS WAITED THE EXPIRY
001600*                  AGE (PARM 2, IN DAYS, DEFAULT 3) OR LONGER
001700*                  WITHOUT A DECISION - EACH GOES TO THE AUDIT
001800*                  FILE (TESTKAUFILE) AS EXPIRED UNDER THIS RUN'S
001900*                  JOB ID AND LEAVES THE QUEUE, SO AN UNWANTED
002000*                  CHANGE CANNOT SIT WAITING FOR A CARELESS
002100*                  APPROVAL. THEN IT PRINTS EVERY DECISION DATED
002200*                  THE REPORT DATE (PARM 1, DEFAULT TODAY) WITH
002300*                  BOTH OPERATOR IDS AND BOTH TIMESTAMPS, AND THE
002400*                  REQUESTS STILL WAITING WITH THEIR AGE. PARM 3
002500*                  IS THE JOB ID. A RERUN FINDS NOTHING MORE TO
002600*                  EXPIRE AND REPRINTS THE SAME DAY.
002610* 2026-10-15  RK   A REQUEST MADE AFTER THE REPORT DATE IS NOT
002620*                  EXPIRED - A BACK-DATED RERUN LEAVES THE DAY'S
002630*                  LATER REQUESTS ON THE QUEUE AND OFF THE REPORT.
002640*                  ONLY A MAKE DATE THAT IS NOT A DATE IS EXPIRED
002650*                  AS INVALID. THE RUN-LOG READ COUNT NOW TAKES IN
002660*                  THE REQUESTS STILL WAITING, SO THE ENTRY
002670*                  BALANCES WITH THEM AS PENDED.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TESTKRQFILE ASSIGN TO 'testkrqfile.txt'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS KRQ-KEY
003800         FILE STATUS IS KAR-KRQ-FILE-STATUS.
003900
004000     SELECT TESTKAUFILE ASSIGN TO 'testkaufile.txt'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS KAR-KAU-FILE-STATUS.
004300
004400     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS KAR-LOG-FILE-STATUS.
004700
004800     SELECT KAR-PRINT-FILE ASSIGN TO 'filetestkar.txt'
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*----------------------------------------------------------------
005300* APPROVAL QUEUE - SWEPT IN KEY ORDER, EXPIRED REQUESTS DELETED
005400*----------------------------------------------------------------
005500 FD  TESTKRQFILE.
005600     COPY TESTKRQ.
005700*----------------------------------------------------------------
005800* KEY MAINTENANCE AUDIT FILE - EXPIRIES APPENDED, THEN READ BACK
005900*----------------------------------------------------------------
006000 FD  TESTKAUFILE.
006100     COPY TESTKAU.
006200*----------------------------------------------------------------
006300* RUN-LOG / AUDIT TRAIL FILE
006400*----------------------------------------------------------------
006500 FD  TESTLOGFILE.
006600     COPY TESTLOG.
006700*----------------------------------------------------------------
006800* PRINTED APPROVAL REPORT
006900*----------------------------------------------------------------
007000 FD  KAR-PRINT-FILE.
007100 01  KAR-PRINT-LINE                PIC X(80).
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------
007400* SWITCHES AND FILE STATUS FIELDS
007500*----------------------------------------------------------------
007600 77  KAR-KRQ-EOF-SW                PIC X(01)      VALUE 'N'.
007700     88  KAR-EOF-KRQ                                VALUE 'Y'.
007800 77  KAR-KAU-EOF-SW                PIC X(01)      VALUE 'N'.
007900     88  KAR-EOF-KAU                                VALUE 'Y'.
008000 77  KAR-PASS                      PIC 9(01)      VALUE ZERO.
008100     88  KAR-EXPIRE-PASS                            VALUE 1.
008200     88  KAR-PENDING-PASS                           VALUE 2.
008300 77  KAR-KRQ-FILE-STATUS           PIC X(02)      VALUE SPACES.
008400 77  KAR-KAU-FILE-STATUS           PIC X(02)      VALUE SPACES.
008500 77  KAR-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
008600*----------------------------------------------------------------
008700* PER-REQUEST WORK AREAS. A MAKE DATE THAT IS NOT A DATE CANNOT
008800*    BE AGED; SUCH A REQUEST IS EXPIRED RATHER THAN LEFT ON THE
008900*    QUEUE FOR EVER. ONE MADE AFTER THE REPORT DATE WAS NOT ON
008950*    THE QUEUE AS AT THAT DATE AND IS LEFT ALONE.
009000*----------------------------------------------------------------
009100 77  KAR-MAKE-DATE                 PIC 9(08)      VALUE ZERO.
009200 77  KAR-MAKE-DATE-X REDEFINES KAR-MAKE-DATE
009300                                   PIC X(08).
009400 77  KAR-MAKE-INT                  PIC 9(07) COMP  VALUE ZERO.
009500 77  KAR-DAYS                      PIC 9(07) COMP  VALUE ZERO.
009600 77  KAR-AGE-SW                    PIC X(01)      VALUE 'Y'.
009700     88  KAR-AGE-VALID                              VALUE 'Y'.
009710     88  KAR-MADE-LATER                             VALUE 'L'.
009800*----------------------------------------------------------------
009900* COUNTERS
010000*----------------------------------------------------------------
010100 77  KAR-DECISION-COUNT            PIC 9(09) COMP  VALUE ZERO.
010200 77  KAR-APPROVED-COUNT            PIC 9(09) COMP  VALUE ZERO.
010300 77  KAR-APPROVED-ADD-COUNT        PIC 9(09) COMP  VALUE ZERO.
010400 77  KAR-REJECTED-COUNT            PIC 9(09) COMP  VALUE ZERO.
010500 77  KAR-EXPIRED-COUNT             PIC 9(09) COMP  VALUE ZERO.
010600 77  KAR-EXPIRED-RUN-COUNT         PIC 9(09) COMP  VALUE ZERO.
010700 77  KAR-PENDING-COUNT             PIC 9(09) COMP  VALUE ZERO.
010800*----------------------------------------------------------------
010900* PARAMETER AND RUN-LOG WORK AREAS
011000*----------------------------------------------------------------
011100 77  KAR-REPORT-DATE               PIC 9(08)      VALUE ZERO.
011200 77  KAR-REPORT-DATE-X REDEFINES KAR-REPORT-DATE
011300                                   PIC X(08).
011400 77  KAR-REPORT-INT                PIC 9(07) COMP  VALUE ZERO.
011500 77  KAR-EXPIRY-AGE                PIC 9(05)      VALUE ZERO.
011600 77  KAR-TODAY-DATE                PIC 9(08)      VALUE ZERO.
011700 77  KAR-TODAY-TIME                PIC 9(08)      VALUE ZERO.
011800 77  KAR-RUN-JOBID                 PIC X(08)      VALUE SPACES.
011900 77  KAR-COMPLETION-SW             PIC X(01)      VALUE 'N'.
012000     88  KAR-NORMAL-COMPLETION                      VALUE 'N'.
012100     88  KAR-ABNORMAL-COMPLETION                    VALUE 'A'.
012200*----------------------------------------------------------------
012300* PAGE HEADING AND REPORT LINES
012400*----------------------------------------------------------------
012500 01  KAR-HDR-TITLE.
012600     05  FILLER                    PIC X(80)
012700         VALUE 'KEY MAINTENANCE APPROVAL REPORT'.
012800 01  KAR-HDR-DATE-LINE.
012900     05  FILLER                    PIC X(13)
013000         VALUE 'REPORT DATE:'.
013100     05  KAR-HDR-REPORT-DATE       PIC 9(08).
013200     05  FILLER                    PIC X(04)      VALUE SPACES.
013300     05  FILLER                    PIC X(12)
013400         VALUE 'EXPIRY AGE:'.
013500     05  KAR-HDR-EXPIRY-AGE        PIC ZZZZ9.
013600     05  FILLER                    PIC X(05)
013700         VALUE ' DAYS'.
013800 01  KAR-HDR-RULE.
013900     05  FILLER                    PIC X(72)      VALUE ALL '-'.
014000 01  KAR-HDR-DECISION-SECTION.
014100     05  FILLER                    PIC X(80)
014200         VALUE 'DECISIONS TAKEN ON THE REPORT DATE'.
014300 01  KAR-HDR-DECISION-COLUMNS.
014400     05  FILLER                    PIC X(40)
014500         VALUE '  KEY  A OUTCOME  MAKER    MADE ON  MADE'.
014600     05  FILLER                    PIC X(40)
014700         VALUE ' AT  CHECKER  DECIDED  AT'.
014800 01  KAR-DECISION-LINE.
014900     05  FILLER                    PIC X(02)      VALUE SPACES.
015000     05  KAR-DEC-KEY               PIC X(04).
015100     05  FILLER                    PIC X(01)      VALUE SPACES.
015200     05  KAR-DEC-ACTION            PIC X(01).
015300     05  FILLER                    PIC X(01)      VALUE SPACES.
015400     05  KAR-DEC-OUTCOME           PIC X(08).
015500     05  FILLER                    PIC X(01)      VALUE SPACES.
015600     05  KAR-DEC-MAKER             PIC X(08).
015700     05  FILLER                    PIC X(01)      VALUE SPACES.
015800     05  KAR-DEC-MAKE-DATE         PIC 9(08).
015900     05  FILLER                    PIC X(01)      VALUE SPACES.
016000     05  KAR-DEC-MAKE-TIME         PIC 9(08).
016100     05  FILLER                    PIC X(01)      VALUE SPACES.
016200     05  KAR-DEC-CHECKER           PIC X(08).
016300     05  FILLER                    PIC X(01)      VALUE SPACES.
016400     05  KAR-DEC-CHECK-DATE        PIC 9(08).
016500     05  FILLER                    PIC X(01)      VALUE SPACES.
016600     05  KAR-DEC-CHECK-TIME        PIC 9(08).
016700 01  KAR-REASON-LINE.
016800     05  FILLER                    PIC X(09)      VALUE SPACES.
016900     05  FILLER                    PIC X(08)
017000         VALUE 'REASON:'.
017100     05  KAR-RSN-REASON            PIC X(30).
017200     05  FILLER                    PIC X(01)      VALUE SPACES.
017300     05  KAR-RSN-DESC              PIC X(30).
017400 01  KAR-HDR-PENDING-SECTION.
017500     05  FILLER                    PIC X(80)
017600         VALUE 'REQUESTS STILL WAITING FOR APPROVAL'.
017700 01  KAR-HDR-PENDING-COLUMNS.
017800     05  FILLER                    PIC X(40)
017900         VALUE '  KEY  A DESCRIPTION                    '.
018000     05  FILLER                    PIC X(40)
018100         VALUE 'MAKER    MADE ON   DAYS'.
018200 01  KAR-PENDING-LINE.
018300     05  FILLER                    PIC X(02)      VALUE SPACES.
018400     05  KAR-PND-KEY               PIC X(04).
018500     05  FILLER                    PIC X(01)      VALUE SPACES.
018600     05  KAR-PND-ACTION            PIC X(01).
018700     05  FILLER                    PIC X(01)      VALUE SPACES.
018800     05  KAR-PND-DESC              PIC X(30).
018900     05  FILLER                    PIC X(01)      VALUE SPACES.
019000     05  KAR-PND-MAKER             PIC X(08).
019100     05  FILLER                    PIC X(01)      VALUE SPACES.
019200     05  KAR-PND-MAKE-DATE         PIC 9(08).
019300     05  FILLER                    PIC X(01)      VALUE SPACES.
019400     05  KAR-PND-DAYS              PIC ZZZZ9.
019500 01  KAR-NONE-LINE.
019600     05  FILLER                    PIC X(80)
019700         VALUE '  NONE'.
019800 01  KAR-TOTAL-LINE.
019900     05  FILLER                    PIC X(02)      VALUE SPACES.
020000     05  KAR-TOT-NAME              PIC X(22).
020100     05  FILLER                    PIC X(01)      VALUE SPACES.
020200     05  KAR-TOT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.
020300 PROCEDURE DIVISION.
020400*================================================================
020500* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE APPROVAL REPORT.
020600*                 THE QUEUE IS SWEPT TWICE - ONCE TO EXPIRE THE
020700*                 STALE REQUESTS, BEFORE THE DAY'S DECISIONS ARE
020800*                 READ BACK SO THE EXPIRIES ARE AMONG THEM, AND
020900*                 ONCE MORE TO LIST WHAT IS STILL WAITING.
021000*================================================================
021100 0000-MAINLINE.
021200     PERFORM 1050-GET-PARMS
021300         THRU 1050-EXIT.
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-EXIT.
021600     MOVE 1 TO KAR-PASS.
021700     PERFORM 2000-SWEEP-QUEUE
021800         THRU 2000-EXIT.
021900     CLOSE TESTKAUFILE.
022000     PERFORM 3000-REPORT-DECISIONS
022100         THRU 3000-EXIT.
022200     MOVE 2 TO KAR-PASS.
022300     WRITE KAR-PRINT-LINE        FROM KAR-HDR-RULE.
022400     WRITE KAR-PRINT-LINE        FROM KAR-HDR-PENDING-SECTION.
022500     WRITE KAR-PRINT-LINE        FROM KAR-HDR-PENDING-COLUMNS.
022600     PERFORM 2000-SWEEP-QUEUE
022700         THRU 2000-EXIT.
022800     IF KAR-PENDING-COUNT = ZERO
022900         WRITE KAR-PRINT-LINE    FROM KAR-NONE-LINE.
023000     PERFORM 6000-PRINT-TOTALS
023100         THRU 6000-EXIT.
023200     PERFORM 8000-TERMINATE
023300         THRU 8000-EXIT.
023400     STOP RUN.
023500*================================================================
023600* 1000-INITIALIZE - OPEN THE REPORT, THE QUEUE AND THE AUDIT FILE.
023700*                   THE QUEUE IS PERMANENT - ONLY A FILE-NOT-FOUND
023800*                   (STATUS 35) BEFORE THE SCREEN HAS EVER BEEN
023900*                   USED MAY CREATE IT EMPTY. THE AUDIT FILE IS
024000*                   APPENDED TO FOR THE EXPIRIES.
024100*================================================================
024200 1000-INITIALIZE.
024300     ACCEPT KAR-TODAY-TIME     FROM TIME.
024400     OPEN OUTPUT KAR-PRINT-FILE.
024500     WRITE KAR-PRINT-LINE        FROM KAR-HDR-TITLE.
024600     MOVE KAR-REPORT-DATE        TO KAR-HDR-REPORT-DATE.
024700     MOVE KAR-EXPIRY-AGE         TO KAR-HDR-EXPIRY-AGE.
024800     WRITE KAR-PRINT-LINE        FROM KAR-HDR-DATE-LINE.
024900     OPEN I-O TESTKRQFILE.
025000     IF KAR-KRQ-FILE-STATUS = '35'
025100         OPEN OUTPUT TESTKRQFILE
025200         CLOSE TESTKRQFILE
025300         OPEN I-O TESTKRQFILE
025400     END-IF.
025500     IF KAR-KRQ-FILE-STATUS NOT = '00'
025600         MOVE 'APPROVAL QUEUE OPEN FAILED' TO KAR-PRINT-LINE
025700         PERFORM 1900-ABEND
025800             THRU 1900-EXIT.
025900     OPEN EXTEND TESTKAUFILE.
026000     IF KAR-KAU-FILE-STATUS NOT = '00'
026100         OPEN OUTPUT TESTKAUFILE.
026200     IF KAR-KAU-FILE-STATUS NOT = '00'
026300         MOVE 'AUDIT FILE OPEN FAILED' TO KAR-PRINT-LINE
026400         PERFORM 1900-ABEND
026500             THRU 1900-EXIT.
026600 1000-EXIT.
026700     EXIT.
026800*================================================================
026900* 1050-GET-PARMS - REPORT DATE (PARM 1, DEFAULT TODAY), EXPIRY AGE
027000*                  IN DAYS (PARM 2, DEFAULT 3, NOT UNDER 1 - A
027100*                  REQUEST MUST HAVE AT LEAST THE DAY IT WAS MADE
027200*                  TO BE DECIDED) AND JOB ID (PARM 3).
027300*================================================================
027400 1050-GET-PARMS.
027500     ACCEPT KAR-TODAY-DATE     FROM DATE YYYYMMDD.
027600     DISPLAY 1 UPON ARGUMENT-NUMBER.
027700     ACCEPT KAR-REPORT-DATE    FROM ARGUMENT-VALUE
027800         ON EXCEPTION MOVE KAR-TODAY-DATE TO KAR-REPORT-DATE.
027900     IF KAR-REPORT-DATE-X IS NOT NUMERIC
028000     OR KAR-REPORT-DATE < 16010101
028100         DISPLAY 'FILETESTKAR: REPORT DATE PARM INVALID'
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN.
028400     MOVE FUNCTION INTEGER-OF-DATE (KAR-REPORT-DATE)
028500         TO KAR-REPORT-INT.
028600     IF KAR-REPORT-INT = ZERO
028700         DISPLAY 'FILETESTKAR: REPORT DATE PARM INVALID'
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN.
029000     DISPLAY 2 UPON ARGUMENT-NUMBER.
029100     ACCEPT KAR-EXPIRY-AGE     FROM ARGUMENT-VALUE
029200         ON EXCEPTION MOVE 3 TO KAR-EXPIRY-AGE.
029300     IF KAR-EXPIRY-AGE < 1
029400         DISPLAY 'FILETESTKAR: EXPIRY AGE DAYS PARM INVALID'
029500         MOVE 16 TO RETURN-CODE
029600         STOP RUN.
029700     DISPLAY 3 UPON ARGUMENT-NUMBER.
029800     ACCEPT KAR-RUN-JOBID      FROM ARGUMENT-VALUE
029900         ON EXCEPTION MOVE 'FILETSTKA' TO KAR-RUN-JOBID.
030000 1050-EXIT.
030100     EXIT.
030200*================================================================
030300* 1900-ABEND - A FILE THE REPORT CANNOT DO WITHOUT FAILED TO OPEN.
030400*              THE CALLER HAS MOVED THE MESSAGE TO THE PRINT LINE.
030500*================================================================
030600 1900-ABEND.
030700     WRITE KAR-PRINT-LINE.
030800     CLOSE KAR-PRINT-FILE.
030900     MOVE 'A' TO KAR-COMPLETION-SW.
031000     PERFORM 9000-WRITE-RUNLOG
031100         THRU 9000-EXIT.
031200     MOVE 16 TO RETURN-CODE.
031300     STOP RUN.
031400 1900-EXIT.
031500     EXIT.
031600*================================================================
031700* 2000-SWEEP-QUEUE - REPOSITION TO THE LOWEST KEY ON THE QUEUE AND
031800*                    TAKE EVERY REQUEST IN KEY ORDER. AN EMPTY
031900*                    QUEUE IS TOLERATED AS EOF.
032000*================================================================
032100 2000-SWEEP-QUEUE.
032200     MOVE 'N'                    TO KAR-KRQ-EOF-SW.
032300     MOVE LOW-VALUES             TO KRQ-KEY.
032400     START TESTKRQFILE KEY IS NOT LESS THAN KRQ-KEY
032500         INVALID KEY
032600             MOVE 'Y' TO KAR-KRQ-EOF-SW.
032700     PERFORM 2100-EXAMINE-REQUEST
032800         THRU 2100-EXIT
032900         UNTIL KAR-EOF-KRQ.
033000 2000-EXIT.
033100     EXIT.
033200*================================================================
033300* 2100-EXAMINE-REQUEST - AGE THE NEXT REQUEST FROM ITS MAKE DATE
033400*                        TO THE REPORT DATE. THE FIRST PASS
033500*                        EXPIRES IT IF IT HAS REACHED THE EXPIRY
033600*                        AGE OR CANNOT BE AGED; THE SECOND LISTS
033700*                        WHAT THE FIRST LEFT. A REQUEST MADE AFTER
033710*                        THE REPORT DATE (A BACK-DATED RERUN) IS
033720*                        PASSED OVER BY BOTH.
033800*================================================================
033900 2100-EXAMINE-REQUEST.
034000     READ TESTKRQFILE NEXT RECORD
034100         AT END
034200             MOVE 'Y' TO KAR-KRQ-EOF-SW
034300             GO TO 2100-EXIT.
034400     PERFORM 2200-AGE-REQUEST
034500         THRU 2200-EXIT.
034520     IF KAR-MADE-LATER
034540         GO TO 2100-EXIT.
034600     IF KAR-PENDING-PASS
034700         ADD 1 TO KAR-PENDING-COUNT
034800         PERFORM 5100-PRINT-PENDING-LINE
034900             THRU 5100-EXIT
035000         GO TO 2100-EXIT.
035100     IF KAR-AGE-VALID
035200     AND KAR-DAYS < KAR-EXPIRY-AGE
035300         GO TO 2100-EXIT.
035400     PERFORM 2300-EXPIRE-REQUEST
035500         THRU 2300-EXIT.
035600 2100-EXIT.
035700     EXIT.
035800*================================================================
035900* 2200-AGE-REQUEST - DAYS FROM THE MAKE DATE TO THE REPORT DATE
036000*================================================================
036100 2200-AGE-REQUEST.
036200     MOVE 'Y'                    TO KAR-AGE-SW.
036300     MOVE ZERO                   TO KAR-DAYS.
036400     MOVE KRQ-MAKE-DATE          TO KAR-MAKE-DATE.
036500     IF KAR-MAKE-DATE-X IS NOT NUMERIC
036600     OR KAR-MAKE-DATE < 16010101
036800         MOVE 'N' TO KAR-AGE-SW
036900         GO TO 2200-EXIT.
037000     MOVE FUNCTION INTEGER-OF-DATE (KAR-MAKE-DATE)
037100         TO KAR-MAKE-INT.
037200     IF KAR-MAKE-INT = ZERO
037300         MOVE 'N' TO KAR-AGE-SW
037400         GO TO 2200-EXIT.
037420     IF KAR-MAKE-DATE > KAR-REPORT-DATE
037440         MOVE 'L' TO KAR-AGE-SW
037460         GO TO 2200-EXIT.
037500     SUBTRACT KAR-MAKE-INT FROM KAR-REPORT-INT
037600         GIVING KAR-DAYS.
037700 2200-EXIT.
037800     EXIT.
037900*================================================================
038000* 2300-EXPIRE-REQUEST - AUDIT THE REQUEST AS EXPIRED UNDER THIS
038100*                       RUN'S JOB ID, DATED THE REPORT DATE, AND
038200*                       TAKE IT OFF THE QUEUE. THE KEY REFERENCE
038300*                       MASTER IS NOT TOUCHED.
038400*================================================================
038500 2300-EXPIRE-REQUEST.
038600     MOVE SPACES                 TO TEST-KAU-REC.
038700     MOVE KRQ-KEY                TO KAU-KEY.
038800     MOVE KRQ-ACTION             TO KAU-ACTION.
038900     MOVE KRQ-DESC               TO KAU-DESC.
039000     MOVE 'E'                    TO KAU-OUTCOME.
039100     MOVE KRQ-MAKER-ID           TO KAU-MAKER-ID.
039200     MOVE KRQ-MAKE-DATE          TO KAU-MAKE-DATE.
039300     MOVE KRQ-MAKE-TIME          TO KAU-MAKE-TIME.
039400     MOVE KAR-RUN-JOBID          TO KAU-CHECKER-ID.
039500     MOVE KAR-REPORT-DATE        TO KAU-CHECK-DATE.
039600     MOVE KAR-TODAY-TIME         TO KAU-CHECK-TIME.
039700     IF KAR-AGE-VALID
039800         MOVE 'EXPIRED - NOT DECIDED IN TIME' TO KAU-REASON
039900     ELSE
040000         MOVE 'EXPIRED - MAKE DATE INVALID' TO KAU-REASON
040100     END-IF.
040200     WRITE TEST-KAU-REC.
040300     DELETE TESTKRQFILE RECORD
040400         INVALID KEY
040500             CONTINUE.
040600     ADD 1 TO KAR-EXPIRED-RUN-COUNT.
040700 2300-EXIT.
040800     EXIT.
040900*================================================================
041000* 3000-REPORT-DECISIONS - READ THE AUDIT FILE BACK FROM THE TOP
041100*                         AND PRINT EVERY DECISION DATED THE
041200*                         REPORT DATE, IN THE ORDER TAKEN
041300*================================================================
041400 3000-REPORT-DECISIONS.
041500     WRITE KAR-PRINT-LINE        FROM KAR-HDR-RULE.
041600     WRITE KAR-PRINT-LINE        FROM KAR-HDR-DECISION-SECTION.
041700     WRITE KAR-PRINT-LINE        FROM KAR-HDR-DECISION-COLUMNS.
041800     OPEN INPUT TESTKAUFILE.
041900     IF KAR-KAU-FILE-STATUS NOT = '00'
042000         MOVE 'AUDIT FILE OPEN FAILED' TO KAR-PRINT-LINE
042100         PERFORM 1900-ABEND
042200             THRU 1900-EXIT.
042300     MOVE 'N'                    TO KAR-KAU-EOF-SW.
042400     PERFORM 3100-READ-AUDIT
042500         THRU 3100-EXIT
042600         UNTIL KAR-EOF-KAU.
042700     CLOSE TESTKAUFILE.
042800     IF KAR-DECISION-COUNT = ZERO
042900         WRITE KAR-PRINT-LINE    FROM KAR-NONE-LINE.
043000 3000-EXIT.
043100     EXIT.
043200*================================================================
043300* 3100-READ-AUDIT - TAKE ONE AUDIT ENTRY; COUNT AND PRINT IT IF IT
043400*                   WAS DECIDED ON THE REPORT DATE
043500*================================================================
043600 3100-READ-AUDIT.
043700     READ TESTKAUFILE
043800         AT END
043900             MOVE 'Y' TO KAR-KAU-EOF-SW
044000             GO TO 3100-EXIT.
044100     IF KAU-CHECK-DATE NOT = KAR-REPORT-DATE
044200         GO TO 3100-EXIT.
044300     ADD 1 TO KAR-DECISION-COUNT.
044400     EVALUATE TRUE
044500         WHEN KAU-APPROVED
044600             ADD 1 TO KAR-APPROVED-COUNT
044700             IF KAU-ACTION = 'A'
044800                 ADD 1 TO KAR-APPROVED-ADD-COUNT
044900             END-IF
045000         WHEN KAU-EXPIRED
045100             ADD 1 TO KAR-EXPIRED-COUNT
045200         WHEN OTHER
045300             ADD 1 TO KAR-REJECTED-COUNT
045400     END-EVALUATE.
045500     PERFORM 5000-PRINT-DECISION-LINE
045600         THRU 5000-EXIT.
045700 3100-EXIT.
045800     EXIT.
045900*================================================================
046000* 5000-PRINT-DECISION-LINE - ONE LINE FOR THE AUDIT ENTRY IN HAND,
046100*                            AND FOR ANYTHING BUT AN APPROVAL A
046200*                            SECOND LINE WITH THE REASON AND THE
046300*                            REQUESTED DESCRIPTION
046400*================================================================
046500 5000-PRINT-DECISION-LINE.
046600     MOVE SPACES                 TO KAR-DECISION-LINE.
046700     MOVE KAU-KEY                TO KAR-DEC-KEY.
046800     MOVE KAU-ACTION             TO KAR-DEC-ACTION.
046900     EVALUATE TRUE
047000         WHEN KAU-APPROVED
047100             MOVE 'APPROVED'     TO KAR-DEC-OUTCOME
047200         WHEN KAU-EXPIRED
047300             MOVE 'EXPIRED'      TO KAR-DEC-OUTCOME
047400         WHEN OTHER
047500             MOVE 'REJECTED'     TO KAR-DEC-OUTCOME
047600     END-EVALUATE.
047700     MOVE KAU-MAKER-ID           TO KAR-DEC-MAKER.
047800     MOVE KAU-MAKE-DATE          TO KAR-DEC-MAKE-DATE.
047900     MOVE KAU-MAKE-TIME          TO KAR-DEC-MAKE-TIME.
048000     MOVE KAU-CHECKER-ID         TO KAR-DEC-CHECKER.
048100     MOVE KAU-CHECK-DATE         TO KAR-DEC-CHECK-DATE.
048200     MOVE KAU-CHECK-TIME         TO KAR-DEC-CHECK-TIME.
048300     WRITE KAR-PRINT-LINE        FROM KAR-DECISION-LINE.
048400     IF KAU-APPROVED
048500         GO TO 5000-EXIT.
048600     MOVE KAU-REASON             TO KAR-RSN-REASON.
048700     MOVE KAU-DESC               TO KAR-RSN-DESC.
048800     WRITE KAR-PRINT-LINE        FROM KAR-REASON-LINE.
048900 5000-EXIT.
049000     EXIT.
049100*================================================================
049200* 5100-PRINT-PENDING-LINE - ONE LINE FOR A REQUEST STILL WAITING
049300*================================================================
049400 5100-PRINT-PENDING-LINE.
049500     MOVE SPACES                 TO KAR-PENDING-LINE.
049600     MOVE KRQ-KEY                TO KAR-PND-KEY.
049700     MOVE KRQ-ACTION             TO KAR-PND-ACTION.
049800     MOVE KRQ-DESC               TO KAR-PND-DESC.
049900     MOVE KRQ-MAKER-ID           TO KAR-PND-MAKER.
050000     MOVE KRQ-MAKE-DATE          TO KAR-PND-MAKE-DATE.
050100     MOVE KAR-DAYS               TO KAR-PND-DAYS.
050200     WRITE KAR-PRINT-LINE        FROM KAR-PENDING-LINE.
050300 5100-EXIT.
050400     EXIT.
050500*================================================================
050600* 6000-PRINT-TOTALS - DECISIONS ON THE REPORT DATE BY OUTCOME, THE
050700*                     EXPIRIES THIS RUN MADE AND THE QUEUE LEFT
050800*================================================================
050900 6000-PRINT-TOTALS.
051000     WRITE KAR-PRINT-LINE        FROM KAR-HDR-RULE.
051100     MOVE 'DECISIONS ON DATE'    TO KAR-TOT-NAME.
051200     MOVE KAR-DECISION-COUNT     TO KAR-TOT-VALUE.
051300     WRITE KAR-PRINT-LINE        FROM KAR-TOTAL-LINE.
051400     MOVE 'APPROVED AND APPLIED' TO KAR-TOT-NAME.
051500     MOVE KAR-APPROVED-COUNT     TO KAR-TOT-VALUE.
051600     WRITE KAR-PRINT-LINE        FROM KAR-TOTAL-LINE.
051700     MOVE 'REJECTED'             TO KAR-TOT-NAME.
051800     MOVE KAR-REJECTED-COUNT     TO KAR-TOT-VALUE.
051900     WRITE KAR-PRINT-LINE        FROM KAR-TOTAL-LINE.
052000     MOVE 'EXPIRED'              TO KAR-TOT-NAME.
052100     MOVE KAR-EXPIRED-COUNT      TO KAR-TOT-VALUE.
052200     WRITE KAR-PRINT-LINE        FROM KAR-TOTAL-LINE.
052300     MOVE 'EXPIRED BY THIS RUN'  TO KAR-TOT-NAME.
052400     MOVE KAR-EXPIRED-RUN-COUNT  TO KAR-TOT-VALUE.
052500     WRITE KAR-PRINT-LINE        FROM KAR-TOTAL-LINE.
052600     MOVE 'STILL WAITING'        TO KAR-TOT-NAME.
052700     MOVE KAR-PENDING-COUNT      TO KAR-TOT-VALUE.
052800     WRITE KAR-PRINT-LINE        FROM KAR-TOTAL-LINE.
052900 6000-EXIT.
053000     EXIT.
053100*================================================================
053200* 8000-TERMINATE - CLOSE FILES AND WRITE THE RUN-LOG ENTRY
053300*================================================================
053400 8000-TERMINATE.
053500     CLOSE TESTKRQFILE.
053600     CLOSE KAR-PRINT-FILE.
053700     PERFORM 9000-WRITE-RUNLOG
053800         THRU 9000-EXIT.
053900 8000-EXIT.
054000     EXIT.
054100*================================================================
054200* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
054300*                     READ IS THE DECISIONS ON THE REPORT DATE
054400*                     PLUS THE REQUESTS STILL ON THE QUEUE,
054500*                     APPLIED THE APPROVALS (ADDS AS ADDED, THE
054600*                     REST AS CHANGED), REJECTED THE REJECTIONS
054700*                     AND EXPIRIES AND PENDED THE REQUESTS STILL
054800*                     WAITING, SO THE ENTRY BALANCES AS READ =
054900*                     APPLIED + REJECTED + PENDED. THE REPORT IS
055000*                     NOT TIED TO A DATED GENERATION, SO THE
055050*                     GENERATION DATE IS ZERO.
055100*================================================================
055200 9000-WRITE-RUNLOG.
055300     OPEN EXTEND TESTLOGFILE.
055400     IF KAR-LOG-FILE-STATUS NOT = '00'
055500         OPEN OUTPUT TESTLOGFILE.
055600     MOVE SPACES               TO TEST-LOG-REC.
055700     MOVE KAR-TODAY-DATE       TO LOG-RUN-DATE.
055800     MOVE KAR-TODAY-TIME       TO LOG-RUN-TIME.
055900     MOVE KAR-RUN-JOBID        TO LOG-JOB-ID.
056000     ADD KAR-DECISION-COUNT KAR-PENDING-COUNT
056050         GIVING LOG-TRAN-READ-COUNT.
056100     MOVE KAR-APPROVED-COUNT   TO LOG-REC-COUNT.
056200     ADD KAR-REJECTED-COUNT KAR-EXPIRED-COUNT
056300         GIVING LOG-REJECT-COUNT.
056400     MOVE KAR-APPROVED-ADD-COUNT TO LOG-ADD-COUNT.
056500     SUBTRACT KAR-APPROVED-ADD-COUNT FROM KAR-APPROVED-COUNT
056600         GIVING LOG-CHG-COUNT.
056700     MOVE ZERO                 TO LOG-DEL-COUNT.
056800     MOVE ZERO                 TO LOG-GEN-DATE.
056900     MOVE 'FILETESTKAR'        TO LOG-PROGRAM.
057000     MOVE KAR-PENDING-COUNT    TO LOG-PEND-COUNT.
057100     MOVE ZERO                 TO LOG-REL-COUNT.
057200     MOVE KAR-COMPLETION-SW    TO LOG-COMPLETION-CODE.
057300     WRITE TEST-LOG-REC.
057400     CLOSE TESTLOGFILE.
057500 9000-EXIT.
057600     EXIT.
