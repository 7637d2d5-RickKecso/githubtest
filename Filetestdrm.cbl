000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTDRM.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - DORMANT KEY SWEEP. KEYS
001200*                  STAYED OPEN ON TESTKEYFILE FOREVER, SO A KEY
001300*                  WHOSE BALANCE WAS ZERO AND WHOSE LAST POSTING
001400*                  WAS A YEAR GONE STILL PASSED THE EDIT. THIS
001500*                  RUN MATCHES EVERY OPEN KEY ON THE REFERENCE
001600*                  MASTER AGAINST THE BALANCE MASTER
001700*                  (TESTMSTRFILE), AGES IT BY THE DAYS SINCE
001800*                  MSTR-LAST-POST-DATE (SINCE ITS OPEN DATE FOR A
001900*                  KEY NEVER POSTED) AND REPORTS THE DORMANT ONES
002000*                  - 90 DAYS AND OVER - IN BANDS OF 90-179,
002100*                  180-364 AND 365+ DAYS WITH BALANCE AND BRANCH.
002200*                  A DORMANT KEY WITH A ZERO BALANCE AT OR PAST
002300*                  THE CLOSE AGE (PARM 1, IN DAYS, REQUIRED, NOT
002400*                  UNDER 90) HAS AN X CLOSE ACTION APPENDED TO
002500*                  THE MAINTENANCE FEED (TESTKEYIN) FOR
002600*                  FILETESTKEY TO APPLY ON ITS NEXT RUN. A
002700*                  DORMANT KEY STILL HOLDING A BALANCE IS NEVER
002800*                  CLOSED - IT IS LISTED IN ITS OWN SECTION FOR
002900*                  SOMEONE TO FOLLOW UP, ALONG WITH ANY KEY WHOSE
003000*                  DATES CANNOT BE AGED. PARM 2 IS THE JOB ID AND
003100*                  PARM 3 THE AS-OF DATE (DEFAULT TODAY). A RERUN
003200*                  BEFORE THE MAINTENANCE RUN APPENDS THE SAME
003300*                  CLOSES AGAIN; FILETESTKEY REJECTS THE SECOND
003400*                  ONE AS ALREADY CLOSED, SO NOTHING IS HARMED.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT TESTKEYFILE ASSIGN TO 'testkeyfile.txt'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS KEYR-KEY
004600         FILE STATUS IS DRM-KEY-FILE-STATUS.
004700
004800     SELECT TESTMSTRFILE ASSIGN TO 'testmasterfile.txt'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS MSTR-KEY
005200         FILE STATUS IS DRM-MSTR-FILE-STATUS.
005300
005400     SELECT TESTKEYINFILE ASSIGN TO 'testkeyin.txt'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS DRM-KEYIN-FILE-STATUS.
005700
005800     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS DRM-LOG-FILE-STATUS.
006100
006200     SELECT DRM-PRINT-FILE ASSIGN TO 'filetestdrm.txt'
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600*----------------------------------------------------------------
006700* KEY REFERENCE MASTER - SWEPT IN KEY ORDER, READ ONLY
006800*----------------------------------------------------------------
006900 FD  TESTKEYFILE.
007000     COPY TESTKEY.
007100*----------------------------------------------------------------
007200* PERMANENT MASTER BALANCE FILE - READ DIRECTLY BY KEY, READ ONLY
007300*----------------------------------------------------------------
007400 FD  TESTMSTRFILE.
007500     COPY TESTMSTR.
007600*----------------------------------------------------------------
007700* KEY MAINTENANCE FEED - CLOSE ACTIONS APPENDED FOR FILETESTKEY
007800*----------------------------------------------------------------
007900 FD  TESTKEYINFILE.
008000     COPY TESTKEYM.
008100*----------------------------------------------------------------
008200* RUN-LOG / AUDIT TRAIL FILE
008300*----------------------------------------------------------------
008400 FD  TESTLOGFILE.
008500     COPY TESTLOG.
008600*----------------------------------------------------------------
008700* PRINTED DORMANCY REPORT
008800*----------------------------------------------------------------
008900 FD  DRM-PRINT-FILE.
009000 01  DRM-PRINT-LINE                PIC X(80).
009100 WORKING-STORAGE SECTION.
009200*----------------------------------------------------------------
009300* SWITCHES AND FILE STATUS FIELDS
009400*----------------------------------------------------------------
009500 77  DRM-KEY-EOF-SW                PIC X(01)      VALUE 'N'.
009600     88  DRM-EOF-KEYS                               VALUE 'Y'.
009700 77  DRM-PASS                      PIC 9(01)      VALUE ZERO.
009800     88  DRM-ZERO-PASS                              VALUE 1.
009900     88  DRM-FOLLOW-UP-PASS                         VALUE 2.
010000 77  DRM-KEY-FILE-STATUS           PIC X(02)      VALUE SPACES.
010100 77  DRM-MSTR-FILE-STATUS          PIC X(02)      VALUE SPACES.
010200 77  DRM-KEYIN-FILE-STATUS         PIC X(02)      VALUE SPACES.
010300 77  DRM-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
010400*----------------------------------------------------------------
010500* PER-KEY WORK AREAS. DRM-KEY-CLASS SAYS WHERE THE KEY IN HAND
010600*    BELONGS ONCE IT HAS BEEN AGED.
010700*----------------------------------------------------------------
010800 77  DRM-KEY-CLASS                 PIC X(01)      VALUE SPACE.
010900     88  DRM-KEY-ACTIVE                             VALUE 'A'.
011000     88  DRM-KEY-DORMANT-ZERO                       VALUE 'Z'.
011100     88  DRM-KEY-DORMANT-HELD                       VALUE 'N'.
011200     88  DRM-KEY-NOT-AGED                           VALUE 'U'.
011300 77  DRM-LAST-DATE                 PIC 9(08)      VALUE ZERO.
011400 77  DRM-LAST-DATE-X REDEFINES DRM-LAST-DATE
011500                                   PIC X(08).
011600 77  DRM-LAST-INT                  PIC 9(07) COMP  VALUE ZERO.
011700 77  DRM-DAYS                      PIC 9(07) COMP  VALUE ZERO.
011800 77  DRM-BALANCE           PIC S9(11)V99  COMP-3 VALUE ZERO.
011900 77  DRM-BRANCH                    PIC X(03)      VALUE SPACES.
012000 77  DRM-BAND-SUB                  PIC 9(04) COMP  VALUE ZERO.
012100 77  DRM-ACTION                    PIC X(09)      VALUE SPACES.
012200 77  DRM-NOTE                      PIC X(12)      VALUE SPACES.
012300*----------------------------------------------------------------
012400* AGE BANDS - FLOOR IN DAYS AND PRINTED NAME, WITH THE KEYS AND
012500*    BALANCE FOUND IN EACH. A KEY UNDER THE FIRST FLOOR IS ACTIVE.
012600*----------------------------------------------------------------
012700 01  DRM-BAND-NAMES-DATA.
012800     05  FILLER                    PIC X(08) VALUE '90-179'.
012900     05  FILLER                    PIC X(08) VALUE '180-364'.
013000     05  FILLER                    PIC X(08) VALUE '365+'.
013100 01  DRM-BAND-NAMES REDEFINES DRM-BAND-NAMES-DATA.
013200     05  DRM-BAND-NAME             PIC X(08)  OCCURS 3 TIMES.
013300 01  DRM-BAND-FLOORS-DATA.
013400     05  FILLER                    PIC 9(04) VALUE 0090.
013500     05  FILLER                    PIC 9(04) VALUE 0180.
013600     05  FILLER                    PIC 9(04) VALUE 0365.
013700 01  DRM-BAND-FLOORS REDEFINES DRM-BAND-FLOORS-DATA.
013800     05  DRM-BAND-FLOOR            PIC 9(04)  OCCURS 3 TIMES.
013900 01  DRM-BAND-TABLE.
014000     05  DRM-BAND-ROW OCCURS 3 TIMES.
014100         10  DRM-BAND-ZERO-COUNT   PIC 9(09) COMP.
014200         10  DRM-BAND-HELD-COUNT   PIC 9(09) COMP.
014300         10  DRM-BAND-BALANCE  PIC S9(11)V99  COMP-3.
014400*----------------------------------------------------------------
014500* COUNTERS
014600*----------------------------------------------------------------
014700 77  DRM-OPEN-COUNT                PIC 9(09) COMP  VALUE ZERO.
014800 77  DRM-CLOSED-SKIP-COUNT         PIC 9(09) COMP  VALUE ZERO.
014900 77  DRM-ACTIVE-COUNT              PIC 9(09) COMP  VALUE ZERO.
015000 77  DRM-ZERO-COUNT                PIC 9(09) COMP  VALUE ZERO.
015100 77  DRM-CLOSE-COUNT               PIC 9(09) COMP  VALUE ZERO.
015200 77  DRM-UNDER-AGE-COUNT           PIC 9(09) COMP  VALUE ZERO.
015300 77  DRM-HELD-COUNT                PIC 9(09) COMP  VALUE ZERO.
015400 77  DRM-NOT-AGED-COUNT            PIC 9(09) COMP  VALUE ZERO.
015500 77  DRM-HELD-BALANCE      PIC S9(11)V99  COMP-3 VALUE ZERO.
015600*----------------------------------------------------------------
015700* PARAMETER AND RUN-LOG WORK AREAS
015800*----------------------------------------------------------------
015900 77  DRM-PARM-TEXT                 PIC X(05)      VALUE SPACES.
016000 77  DRM-CLOSE-AGE                 PIC 9(05)      VALUE ZERO.
016100 77  DRM-ASOF-DATE                 PIC 9(08)      VALUE ZERO.
016200 77  DRM-ASOF-DATE-X REDEFINES DRM-ASOF-DATE
016300                                   PIC X(08).
016400 77  DRM-ASOF-INT                  PIC 9(07) COMP  VALUE ZERO.
016500 77  DRM-TODAY-DATE                PIC 9(08)      VALUE ZERO.
016600 77  DRM-TODAY-TIME                PIC 9(08)      VALUE ZERO.
016700 77  DRM-RUN-JOBID                 PIC X(08)      VALUE SPACES.
016800 77  DRM-COMPLETION-SW             PIC X(01)      VALUE 'N'.
016900     88  DRM-NORMAL-COMPLETION                      VALUE 'N'.
017000     88  DRM-ABNORMAL-COMPLETION                    VALUE 'A'.
017100*----------------------------------------------------------------
017200* PAGE HEADING AND REPORT LINES
017300*----------------------------------------------------------------
017400 01  DRM-HDR-TITLE.
017500     05  FILLER                    PIC X(80)
017600         VALUE 'DORMANT KEY SWEEP'.
017700 01  DRM-HDR-ASOF-LINE.
017800     05  FILLER                    PIC X(07)
017900         VALUE 'AS OF:'.
018000     05  DRM-HDR-ASOF-DATE         PIC 9(08).
018100     05  FILLER                    PIC X(04)      VALUE SPACES.
018200     05  FILLER                    PIC X(11)
018300         VALUE 'CLOSE AGE:'.
018400     05  DRM-HDR-CLOSE-AGE         PIC ZZZZ9.
018500     05  FILLER                    PIC X(05)
018600         VALUE ' DAYS'.
018700 01  DRM-HDR-RULE.
018800     05  FILLER                    PIC X(64)      VALUE ALL '-'.
018900 01  DRM-HDR-ZERO-SECTION.
019000     05  FILLER                    PIC X(80)
019100         VALUE 'DORMANT KEYS WITH A ZERO BALANCE'.
019200 01  DRM-HDR-HELD-SECTION.
019300     05  FILLER                    PIC X(80)
019400         VALUE 'DORMANT KEYS HOLDING A BALANCE - NEVER CLOSED'.
019500 01  DRM-HDR-COLUMNS.
019600     05  FILLER                    PIC X(40)
019700         VALUE '  KEY  BR  LAST      DAYS BAND          '.
019800     05  FILLER                    PIC X(40)
019900         VALUE '  BALANCE ACTION    NOTE'.
020000 01  DRM-DETAIL-LINE.
020100     05  FILLER                    PIC X(02)      VALUE SPACES.
020200     05  DRM-LIN-KEY               PIC X(04).
020300     05  FILLER                    PIC X(01)      VALUE SPACES.
020400     05  DRM-LIN-BRANCH            PIC X(03).
020500     05  FILLER                    PIC X(01)      VALUE SPACES.
020600     05  DRM-LIN-LAST-DATE         PIC X(08).
020700     05  FILLER                    PIC X(01)      VALUE SPACES.
020800     05  DRM-LIN-DAYS              PIC ZZZZ9.
020900     05  FILLER                    PIC X(01)      VALUE SPACES.
021000     05  DRM-LIN-BAND              PIC X(08).
021100     05  DRM-LIN-BALANCE           PIC -(11)9.99.
021200     05  FILLER                    PIC X(01)      VALUE SPACES.
021300     05  DRM-LIN-ACTION            PIC X(09).
021400     05  FILLER                    PIC X(01)      VALUE SPACES.
021500     05  DRM-LIN-NOTE              PIC X(12).
021600 01  DRM-HDR-BANDS.
021700     05  FILLER                    PIC X(40)
021800         VALUE '  DAYS        ZERO BAL       HELD BAL   '.
021900     05  FILLER                    PIC X(40)
022000         VALUE '     BAL HELD'.
022100 01  DRM-BAND-LINE.
022200     05  FILLER                    PIC X(02)      VALUE SPACES.
022300     05  DRM-BND-NAME              PIC X(08).
022400     05  FILLER                    PIC X(01)      VALUE SPACES.
022500     05  DRM-BND-ZERO              PIC ZZZ,ZZZ,ZZ9.
022600     05  FILLER                    PIC X(04)      VALUE SPACES.
022700     05  DRM-BND-HELD              PIC ZZZ,ZZZ,ZZ9.
022800     05  FILLER                    PIC X(01)      VALUE SPACES.
022900     05  DRM-BND-BALANCE           PIC -(11)9.99.
023000 01  DRM-TOTAL-LINE.
023100     05  FILLER                    PIC X(02)      VALUE SPACES.
023200     05  DRM-TOT-NAME              PIC X(22).
023300     05  FILLER                    PIC X(01)      VALUE SPACES.
023400     05  DRM-TOT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.
023500 01  DRM-AMOUNT-LINE.
023600     05  FILLER                    PIC X(02)      VALUE SPACES.
023700     05  DRM-AMT-NAME              PIC X(22).
023800     05  FILLER                    PIC X(01)      VALUE SPACES.
023900     05  DRM-AMT-VALUE             PIC -(11)9.99.
024000 PROCEDURE DIVISION.
024100*================================================================
024200* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE DORMANCY SWEEP. THE
024300*                 KEY REFERENCE MASTER IS SWEPT TWICE - ONCE FOR
024400*                 THE ZERO-BALANCE SECTION AND THE CLOSE ACTIONS,
024500*                 ONCE FOR THE FOLLOW-UP SECTION - SO EACH SECTION
024600*                 PRINTS IN KEY ORDER.
024700*================================================================
024800 0000-MAINLINE.
024900     PERFORM 1050-GET-PARMS
025000         THRU 1050-EXIT.
025100     PERFORM 1000-INITIALIZE
025200         THRU 1000-EXIT.
025300     MOVE 1 TO DRM-PASS.
025400     WRITE DRM-PRINT-LINE        FROM DRM-HDR-ZERO-SECTION.
025500     WRITE DRM-PRINT-LINE        FROM DRM-HDR-COLUMNS.
025600     PERFORM 2000-SWEEP-KEYS
025700         THRU 2000-EXIT.
025800     MOVE 2 TO DRM-PASS.
025900     WRITE DRM-PRINT-LINE        FROM DRM-HDR-RULE.
026000     WRITE DRM-PRINT-LINE        FROM DRM-HDR-HELD-SECTION.
026100     WRITE DRM-PRINT-LINE        FROM DRM-HDR-COLUMNS.
026200     PERFORM 2000-SWEEP-KEYS
026300         THRU 2000-EXIT.
026400     PERFORM 6000-PRINT-TOTALS
026500         THRU 6000-EXIT.
026600     PERFORM 8000-TERMINATE
026700         THRU 8000-EXIT.
026800     STOP RUN.
026900*================================================================
027000* 1000-INITIALIZE - OPEN THE REPORT AND THE FILES. BOTH MASTERS
027100*                   ARE PERMANENT AND MUST BE THERE - A SWEEP THAT
027200*                   CANNOT SEE BALANCES MUST NOT WRITE CLOSES. THE
027300*                   MAINTENANCE FEED IS APPENDED TO, SO ACTIONS
027400*                   ALREADY WAITING ON IT ARE KEPT.
027500*================================================================
027600 1000-INITIALIZE.
027700     ACCEPT DRM-TODAY-TIME     FROM TIME.
027800     INITIALIZE DRM-BAND-TABLE.
027900     OPEN OUTPUT DRM-PRINT-FILE.
028000     WRITE DRM-PRINT-LINE        FROM DRM-HDR-TITLE.
028100     MOVE DRM-ASOF-DATE          TO DRM-HDR-ASOF-DATE.
028200     MOVE DRM-CLOSE-AGE          TO DRM-HDR-CLOSE-AGE.
028300     WRITE DRM-PRINT-LINE        FROM DRM-HDR-ASOF-LINE.
028400     WRITE DRM-PRINT-LINE        FROM DRM-HDR-RULE.
028500     OPEN INPUT TESTKEYFILE.
028600     IF DRM-KEY-FILE-STATUS NOT = '00'
028700         MOVE 'KEY REFERENCE FILE OPEN FAILED' TO DRM-PRINT-LINE
028800         PERFORM 1900-ABEND
028900             THRU 1900-EXIT.
029000     OPEN INPUT TESTMSTRFILE.
029100     IF DRM-MSTR-FILE-STATUS NOT = '00'
029200         MOVE 'MASTER BALANCE FILE OPEN FAILED' TO DRM-PRINT-LINE
029300         PERFORM 1900-ABEND
029400             THRU 1900-EXIT.
029500     OPEN EXTEND TESTKEYINFILE.
029600     IF DRM-KEYIN-FILE-STATUS NOT = '00'
029700         OPEN OUTPUT TESTKEYINFILE.
029800     IF DRM-KEYIN-FILE-STATUS NOT = '00'
029900         MOVE 'MAINTENANCE FEED OPEN FAILED' TO DRM-PRINT-LINE
030000         PERFORM 1900-ABEND
030100             THRU 1900-EXIT.
030200 1000-EXIT.
030300     EXIT.
030400*================================================================
030500* 1050-GET-PARMS - CLOSE AGE IN DAYS (PARM 1, REQUIRED - A DEFAULT
030600*                  THAT QUIETLY CLOSED KEYS WOULD BE A HAZARD, THE
030700*                  SAME REASONING AS THE PURGE'S RETENTION PARM -
030800*                  AND NOT UNDER THE 90-DAY DORMANCY FLOOR), JOB
030900*                  ID (PARM 2) AND AS-OF DATE (PARM 3, DEFAULT
031000*                  TODAY).
031100*================================================================
031200 1050-GET-PARMS.
031300     ACCEPT DRM-TODAY-DATE     FROM DATE YYYYMMDD.
031400     DISPLAY 1 UPON ARGUMENT-NUMBER.
031500     ACCEPT DRM-PARM-TEXT      FROM ARGUMENT-VALUE
031600         ON EXCEPTION
031700             DISPLAY 'FILETESTDRM: CLOSE AGE DAYS PARM REQUIRED'
031800             MOVE 16 TO RETURN-CODE
031900             STOP RUN.
032000     DISPLAY 1 UPON ARGUMENT-NUMBER.
032100     ACCEPT DRM-CLOSE-AGE      FROM ARGUMENT-VALUE
032200         ON EXCEPTION MOVE ZERO TO DRM-CLOSE-AGE.
032300     IF DRM-CLOSE-AGE < DRM-BAND-FLOOR (1)
032400         DISPLAY 'FILETESTDRM: CLOSE AGE DAYS PARM INVALID'
032500         MOVE 16 TO RETURN-CODE
032600         STOP RUN.
032700     DISPLAY 2 UPON ARGUMENT-NUMBER.
032800     ACCEPT DRM-RUN-JOBID      FROM ARGUMENT-VALUE
032900         ON EXCEPTION MOVE 'FILETSTDR' TO DRM-RUN-JOBID.
033000     DISPLAY 3 UPON ARGUMENT-NUMBER.
033100     ACCEPT DRM-ASOF-DATE      FROM ARGUMENT-VALUE
033200         ON EXCEPTION MOVE DRM-TODAY-DATE TO DRM-ASOF-DATE.
033300     IF DRM-ASOF-DATE-X IS NOT NUMERIC
033400     OR DRM-ASOF-DATE < 16010101
033500         DISPLAY 'FILETESTDRM: AS-OF DATE PARM INVALID'
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN.
033800     MOVE FUNCTION INTEGER-OF-DATE (DRM-ASOF-DATE)
033900         TO DRM-ASOF-INT.
034000     IF DRM-ASOF-INT = ZERO
034100         DISPLAY 'FILETESTDRM: AS-OF DATE PARM INVALID'
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN.
034400 1050-EXIT.
034500     EXIT.
034600*================================================================
034700* 1900-ABEND - A FILE THE SWEEP CANNOT DO WITHOUT FAILED TO OPEN.
034800*              THE CALLER HAS MOVED THE MESSAGE TO THE PRINT LINE.
034900*================================================================
035000 1900-ABEND.
035100     WRITE DRM-PRINT-LINE.
035200     CLOSE DRM-PRINT-FILE.
035300     MOVE 'A' TO DRM-COMPLETION-SW.
035400     PERFORM 9000-WRITE-RUNLOG
035500         THRU 9000-EXIT.
035600     MOVE 16 TO RETURN-CODE.
035700     STOP RUN.
035800 1900-EXIT.
035900     EXIT.
036000*================================================================
036100* 2000-SWEEP-KEYS - REPOSITION TO THE LOWEST KEY ON THE REFERENCE
036200*                   MASTER AND EXAMINE EVERY KEY IN KEY ORDER. AN
036300*                   EMPTY REFERENCE FILE IS TOLERATED AS EOF.
036400*================================================================
036500 2000-SWEEP-KEYS.
036600     MOVE 'N'                    TO DRM-KEY-EOF-SW.
036700     MOVE LOW-VALUES             TO KEYR-KEY.
036800     START TESTKEYFILE KEY IS NOT LESS THAN KEYR-KEY
036900         INVALID KEY
037000             MOVE 'Y' TO DRM-KEY-EOF-SW.
037100     PERFORM 2100-EXAMINE-KEY
037200         THRU 2100-EXIT
037300         UNTIL DRM-EOF-KEYS.
037400 2000-EXIT.
037500     EXIT.
037600*================================================================
037700* 2100-EXAMINE-KEY - AGE THE NEXT KEY AND ACT ON IT FOR THIS PASS.
037800*                    CLOSED KEYS ARE PASSED BY. THE FIRST PASS
037900*                    COUNTS EVERY KEY AND DISPOSES OF THE DORMANT
038000*                    ZERO-BALANCE ONES; THE SECOND LISTS THE KEYS
038100*                    NOBODY MAY CLOSE AUTOMATICALLY.
038200*================================================================
038300 2100-EXAMINE-KEY.
038400     READ TESTKEYFILE NEXT RECORD
038500         AT END
038600             MOVE 'Y' TO DRM-KEY-EOF-SW
038700             GO TO 2100-EXIT.
038800     IF KEYR-CLOSED
038900         IF DRM-ZERO-PASS
039000             ADD 1 TO DRM-CLOSED-SKIP-COUNT
039100         END-IF
039200         GO TO 2100-EXIT.
039300     PERFORM 2200-AGE-KEY
039400         THRU 2200-EXIT.
039500     IF DRM-FOLLOW-UP-PASS
039600         IF DRM-KEY-DORMANT-HELD OR DRM-KEY-NOT-AGED
039700             PERFORM 5000-PRINT-KEY-LINE
039800                 THRU 5000-EXIT
039900         END-IF
040000         GO TO 2100-EXIT.
040100     ADD 1 TO DRM-OPEN-COUNT.
040200     EVALUATE TRUE
040300         WHEN DRM-KEY-ACTIVE
040400             ADD 1 TO DRM-ACTIVE-COUNT
040500         WHEN DRM-KEY-NOT-AGED
040600             ADD 1 TO DRM-NOT-AGED-COUNT
040700         WHEN DRM-KEY-DORMANT-HELD
040800             ADD 1 TO DRM-HELD-COUNT
040900             ADD DRM-BALANCE TO DRM-HELD-BALANCE
041000             ADD 1 TO DRM-BAND-HELD-COUNT (DRM-BAND-SUB)
041100             ADD DRM-BALANCE TO DRM-BAND-BALANCE (DRM-BAND-SUB)
041200         WHEN DRM-KEY-DORMANT-ZERO
041300             ADD 1 TO DRM-ZERO-COUNT
041400             ADD 1 TO DRM-BAND-ZERO-COUNT (DRM-BAND-SUB)
041500             PERFORM 3000-CLOSE-OR-KEEP
041600                 THRU 3000-EXIT
041700             PERFORM 5000-PRINT-KEY-LINE
041800                 THRU 5000-EXIT
041900     END-EVALUATE.
042000 2100-EXIT.
042100     EXIT.
042200*================================================================
042300* 2200-AGE-KEY - FIND THE KEY'S BALANCE, BRANCH AND LAST POSTING
042400*                DATE ON THE BALANCE MASTER. A KEY WITH NO MASTER
042500*                RECORD HAS NEVER POSTED - IT IS AGED FROM ITS
042600*                OPEN DATE WITH A ZERO BALANCE UNDER BRANCH 000. A
042700*                DATE THAT IS NOT A DATE, OR ONE AFTER THE AS-OF
042800*                DATE, CANNOT BE AGED AND THE KEY IS LEFT FOR
042900*                FOLLOW-UP. OTHERWISE THE DAYS SINCE THE DATE PICK
043000*                THE BAND, AND THE BALANCE SAYS WHETHER THE KEY IS
043100*                A CLOSE CANDIDATE OR HELD.
043200*================================================================
043300 2200-AGE-KEY.
043400     MOVE SPACES                 TO DRM-NOTE.
043500     MOVE SPACES                 TO DRM-ACTION.
043600     MOVE ZERO                   TO DRM-DAYS.
043700     MOVE ZERO                   TO DRM-BAND-SUB.
043800     MOVE KEYR-KEY               TO MSTR-KEY.
043900     READ TESTMSTRFILE
044000         INVALID KEY
044100             MOVE KEYR-OPEN-DATE TO DRM-LAST-DATE
044200             MOVE ZERO           TO DRM-BALANCE
044300             MOVE '000'          TO DRM-BRANCH
044400             MOVE 'NEVER POSTED' TO DRM-NOTE
044500             GO TO 2200-AGE.
044600     MOVE MSTR-LAST-POST-DATE    TO DRM-LAST-DATE.
044700     MOVE MSTR-BALANCE           TO DRM-BALANCE.
044800     MOVE MSTR-BRANCH            TO DRM-BRANCH.
044900     IF DRM-BRANCH = SPACES
045000         MOVE '000' TO DRM-BRANCH.
045100 2200-AGE.
045200     IF DRM-LAST-DATE-X IS NOT NUMERIC
045300     OR DRM-LAST-DATE < 16010101
045400     OR DRM-LAST-DATE > DRM-ASOF-DATE
045500         MOVE 'U' TO DRM-KEY-CLASS
045600         MOVE 'NOT AGED' TO DRM-ACTION
045700         MOVE 'DATE INVALID' TO DRM-NOTE
045800         GO TO 2200-EXIT.
045900     MOVE FUNCTION INTEGER-OF-DATE (DRM-LAST-DATE)
046000         TO DRM-LAST-INT.
046100     IF DRM-LAST-INT = ZERO
046200         MOVE 'U' TO DRM-KEY-CLASS
046300         MOVE 'NOT AGED' TO DRM-ACTION
046400         MOVE 'DATE INVALID' TO DRM-NOTE
046500         GO TO 2200-EXIT.
046600     SUBTRACT DRM-LAST-INT FROM DRM-ASOF-INT
046700         GIVING DRM-DAYS.
046800     MOVE 3 TO DRM-BAND-SUB.
046900     PERFORM 2210-TEST-BAND
047000         THRU 2210-EXIT
047100         UNTIL DRM-BAND-SUB = ZERO
047200            OR DRM-DAYS NOT < DRM-BAND-FLOOR (DRM-BAND-SUB).
047300     IF DRM-BAND-SUB = ZERO
047400         MOVE 'A' TO DRM-KEY-CLASS
047500         GO TO 2200-EXIT.
047600     IF DRM-BALANCE = ZERO
047700         MOVE 'Z' TO DRM-KEY-CLASS
047800     ELSE
047900         MOVE 'N' TO DRM-KEY-CLASS
048000         MOVE 'FOLLOW UP' TO DRM-ACTION
048100     END-IF.
048200 2200-EXIT.
048300     EXIT.
048400*================================================================
048500* 2210-TEST-BAND - STEP DOWN ONE BAND. THE SEARCH STARTS AT THE
048600*                  OLDEST BAND AND STOPS AT THE FIRST WHOSE FLOOR
048700*                  THE KEY HAS REACHED, OR AT ZERO FOR AN ACTIVE
048800*                  KEY.
048900*================================================================
049000 2210-TEST-BAND.
049100     SUBTRACT 1 FROM DRM-BAND-SUB.
049200 2210-EXIT.
049300     EXIT.
049400*================================================================
049500* 3000-CLOSE-OR-KEEP - A DORMANT ZERO-BALANCE KEY AT OR PAST THE
049600*                      CLOSE AGE GETS AN X CLOSE ACTION ON THE
049700*                      MAINTENANCE FEED, CARRYING ITS DESCRIPTION
049800*                      SO THE MAINTENANCE REPORT READS THE SAME AS
049900*                      A HAND-KEYED CLOSE. ONE NOT YET THAT OLD IS
050000*                      LISTED AND LEFT OPEN.
050100*================================================================
050200 3000-CLOSE-OR-KEEP.
050300     IF DRM-DAYS < DRM-CLOSE-AGE
050400         MOVE 'UNDER AGE' TO DRM-ACTION
050500         ADD 1 TO DRM-UNDER-AGE-COUNT
050600         GO TO 3000-EXIT.
050700     MOVE SPACES                 TO KEYM-TRAN-REC.
050800     MOVE 'X'                    TO KEYM-ACTION.
050900     MOVE KEYR-KEY               TO KEYM-KEY.
051000     MOVE KEYR-DESC              TO KEYM-DESC.
051100     WRITE KEYM-TRAN-REC.
051200     MOVE 'CLOSE'                TO DRM-ACTION.
051300     ADD 1 TO DRM-CLOSE-COUNT.
051400 3000-EXIT.
051500     EXIT.
051600*================================================================
051700* 5000-PRINT-KEY-LINE - ONE REPORT LINE FOR THE KEY IN HAND
051800*================================================================
051900 5000-PRINT-KEY-LINE.
052000     MOVE SPACES                 TO DRM-DETAIL-LINE.
052100     MOVE KEYR-KEY               TO DRM-LIN-KEY.
052200     MOVE DRM-BRANCH             TO DRM-LIN-BRANCH.
052300     MOVE DRM-LAST-DATE-X        TO DRM-LIN-LAST-DATE.
052400     MOVE DRM-DAYS               TO DRM-LIN-DAYS.
052500     IF DRM-BAND-SUB > ZERO
052600         MOVE DRM-BAND-NAME (DRM-BAND-SUB) TO DRM-LIN-BAND.
052700     MOVE DRM-BALANCE            TO DRM-LIN-BALANCE.
052800     MOVE DRM-ACTION             TO DRM-LIN-ACTION.
052900     MOVE DRM-NOTE               TO DRM-LIN-NOTE.
053000     WRITE DRM-PRINT-LINE        FROM DRM-DETAIL-LINE.
053100 5000-EXIT.
053200     EXIT.
053300*================================================================
053400* 6000-PRINT-TOTALS - THE AGE-BAND SUMMARY, THEN THE KEY COUNTS
053500*                     AND THE BALANCE HELD ON DORMANT KEYS
053600*================================================================
053700 6000-PRINT-TOTALS.
053800     WRITE DRM-PRINT-LINE        FROM DRM-HDR-RULE.
053900     WRITE DRM-PRINT-LINE        FROM DRM-HDR-BANDS.
054000     MOVE 1 TO DRM-BAND-SUB.
054100     PERFORM 6100-PRINT-BAND-ROW
054200         THRU 6100-EXIT
054300         UNTIL DRM-BAND-SUB > 3.
054400     WRITE DRM-PRINT-LINE        FROM DRM-HDR-RULE.
054500     MOVE 'OPEN KEYS EXAMINED'   TO DRM-TOT-NAME.
054600     MOVE DRM-OPEN-COUNT         TO DRM-TOT-VALUE.
054700     WRITE DRM-PRINT-LINE        FROM DRM-TOTAL-LINE.
054800     MOVE 'CLOSED KEYS PASSED BY' TO DRM-TOT-NAME.
054900     MOVE DRM-CLOSED-SKIP-COUNT  TO DRM-TOT-VALUE.
055000     WRITE DRM-PRINT-LINE        FROM DRM-TOTAL-LINE.
055100     MOVE 'ACTIVE KEYS'          TO DRM-TOT-NAME.
055200     MOVE DRM-ACTIVE-COUNT       TO DRM-TOT-VALUE.
055300     WRITE DRM-PRINT-LINE        FROM DRM-TOTAL-LINE.
055400     MOVE 'DORMANT ZERO BALANCE' TO DRM-TOT-NAME.
055500     MOVE DRM-ZERO-COUNT         TO DRM-TOT-VALUE.
055600     WRITE DRM-PRINT-LINE        FROM DRM-TOTAL-LINE.
055700     MOVE 'CLOSE ACTIONS WRITTEN' TO DRM-TOT-NAME.
055800     MOVE DRM-CLOSE-COUNT        TO DRM-TOT-VALUE.
055900     WRITE DRM-PRINT-LINE        FROM DRM-TOTAL-LINE.
056000     MOVE 'UNDER CLOSE AGE'      TO DRM-TOT-NAME.
056100     MOVE DRM-UNDER-AGE-COUNT    TO DRM-TOT-VALUE.
056200     WRITE DRM-PRINT-LINE        FROM DRM-TOTAL-LINE.
056300     MOVE 'DORMANT WITH BALANCE' TO DRM-TOT-NAME.
056400     MOVE DRM-HELD-COUNT         TO DRM-TOT-VALUE.
056500     WRITE DRM-PRINT-LINE        FROM DRM-TOTAL-LINE.
056600     MOVE 'KEYS NOT AGED'        TO DRM-TOT-NAME.
056700     MOVE DRM-NOT-AGED-COUNT     TO DRM-TOT-VALUE.
056800     WRITE DRM-PRINT-LINE        FROM DRM-TOTAL-LINE.
056900     MOVE 'BALANCE ON DORMANT'   TO DRM-AMT-NAME.
057000     MOVE DRM-HELD-BALANCE       TO DRM-AMT-VALUE.
057100     WRITE DRM-PRINT-LINE        FROM DRM-AMOUNT-LINE.
057200 6000-EXIT.
057300     EXIT.
057400*================================================================
057500* 6100-PRINT-BAND-ROW - ONE ROW OF THE AGE-BAND SUMMARY
057600*================================================================
057700 6100-PRINT-BAND-ROW.
057800     MOVE SPACES                 TO DRM-BAND-LINE.
057900     MOVE DRM-BAND-NAME (DRM-BAND-SUB) TO DRM-BND-NAME.
058000     MOVE DRM-BAND-ZERO-COUNT (DRM-BAND-SUB) TO DRM-BND-ZERO.
058100     MOVE DRM-BAND-HELD-COUNT (DRM-BAND-SUB) TO DRM-BND-HELD.
058200     MOVE DRM-BAND-BALANCE (DRM-BAND-SUB) TO DRM-BND-BALANCE.
058300     WRITE DRM-PRINT-LINE        FROM DRM-BAND-LINE.
058400     ADD 1 TO DRM-BAND-SUB.
058500 6100-EXIT.
058600     EXIT.
058700*================================================================
058800* 8000-TERMINATE - CLOSE FILES AND WRITE THE RUN-LOG ENTRY
058900*================================================================
059000 8000-TERMINATE.
059100     CLOSE TESTKEYFILE.
059200     CLOSE TESTMSTRFILE.
059300     CLOSE TESTKEYINFILE.
059400     CLOSE DRM-PRINT-FILE.
059500     PERFORM 9000-WRITE-RUNLOG
059600         THRU 9000-EXIT.
059700 8000-EXIT.
059800     EXIT.
059900*================================================================
060000* 9000-WRITE-RUNLOG - APPEND ONE AUDIT ENTRY FOR THIS EXECUTION.
060100*                     READ IS THE KEYS THAT NEEDED A DECISION -
060200*                     EVERY DORMANT KEY PLUS EVERY KEY THAT COULD
060300*                     NOT BE AGED. APPLIED IS THE CLOSE ACTIONS
060400*                     WRITTEN, PENDED THE DORMANT KEYS LEFT OPEN
060500*                     (UNDER CLOSE AGE OR HOLDING A BALANCE) AND
060600*                     REJECTED THE KEYS NOT AGED, SO THE ENTRY
060700*                     BALANCES AS READ = APPLIED + REJECTED +
060800*                     PENDED. THE SWEEP IS NOT TIED TO A DATED
060900*                     GENERATION, SO THE GENERATION DATE IS ZERO.
061000*================================================================
061100 9000-WRITE-RUNLOG.
061200     OPEN EXTEND TESTLOGFILE.
061300     IF DRM-LOG-FILE-STATUS NOT = '00'
061400         OPEN OUTPUT TESTLOGFILE.
061500     MOVE SPACES               TO TEST-LOG-REC.
061600     MOVE DRM-TODAY-DATE       TO LOG-RUN-DATE.
061700     MOVE DRM-TODAY-TIME       TO LOG-RUN-TIME.
061800     MOVE DRM-RUN-JOBID        TO LOG-JOB-ID.
061900     ADD DRM-ZERO-COUNT DRM-HELD-COUNT DRM-NOT-AGED-COUNT
062000         GIVING LOG-TRAN-READ-COUNT.
062100     MOVE DRM-CLOSE-COUNT      TO LOG-REC-COUNT.
062200     MOVE DRM-NOT-AGED-COUNT   TO LOG-REJECT-COUNT.
062300     MOVE ZERO                 TO LOG-ADD-COUNT.
062400     MOVE ZERO                 TO LOG-CHG-COUNT.
062500     MOVE ZERO                 TO LOG-DEL-COUNT.
062600     MOVE ZERO                 TO LOG-GEN-DATE.
062700     MOVE 'FILETESTDRM'        TO LOG-PROGRAM.
062800     ADD DRM-UNDER-AGE-COUNT DRM-HELD-COUNT
062900         GIVING LOG-PEND-COUNT.
063000     MOVE ZERO                 TO LOG-REL-COUNT.
063100     MOVE DRM-COMPLETION-SW    TO LOG-COMPLETION-CODE.
063200     WRITE TEST-LOG-REC.
063300     CLOSE TESTLOGFILE.
063400 9000-EXIT.
063500     EXIT.
