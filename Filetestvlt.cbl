000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTVLT.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - LONG-TERM ARCHIVE OF EXPIRED
001200*                  EXTRACT GENERATIONS. RUNS IMMEDIATELY BEFORE
001300*                  FILETESTPRG WITH THE SAME RETENTION PARM (PARM
001400*                  1, IN DAYS, REQUIRED; PARM 2 IS THE JOB ID) AND
001500*                  WALKS THE SAME ONE-YEAR WINDOW BEHIND THE
001600*                  CUTOFF. EVERY GENERATION THAT HOUSEKEEPING
001700*                  WOULD PURGE - STILL ON CATALOG AND WITH A
001800*                  PASSING RECONCILIATION - IS FIRST PROVED AGAIN
001900*                  AGAINST ITS OWN TRAILER, THEN COPIED RECORD FOR
002000*                  RECORD, HDR1 AND TRL1 INCLUDED, ONTO THE
002100*                  LONG-TERM ARCHIVE FILE (TESTVLTFILE), AND ONLY
002200*                  THEN GIVEN AN ENTRY ON THE ARCHIVE CATALOG
002300*                  (TESTVCTFILE) CARRYING ITS GENERATION DATE,
002400*                  DETAIL COUNT, KEY HASH AND ARCHIVE DATE.
002500*                  FILETESTPRG NOW HOLDS ANY GENERATION WITHOUT A
002600*                  CATALOG ENTRY, SO NOTHING IS PURGED THAT CANNOT
002700*                  BE BROUGHT BACK WITH FILETESTRST. A GENERATION
002800*                  ALREADY ON THE CATALOG IS NOT COPIED AGAIN.
002810* 2026-10-15  RK   EVERY WRITE TO THE ARCHIVE IS NOW CHECKED - A
002820*                  RECORD IS COUNTED AS COPIED ONLY WHEN ITS WRITE
002830*                  SUCCEEDS, AND THE FIRST ONE THAT FAILS STOPS
002840*                  THE COPY SO THE GENERATION IS HELD AS
002850*                  INCOMPLETE. THE CATALOG WRITE IS CHECKED TOO; A
002860*                  GENERATION WHOSE ENTRY CANNOT BE WRITTEN IS
002870*                  HELD AND TRIPS THE RETURN CODE, AND WITHOUT AN
002880*                  ENTRY FILETESTPRG KEEPS IT.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TESTOUTPUTFILE ASSIGN TO 'TESTOUT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS TEST-OUTPUT-KEY
004000         FILE STATUS IS VLT-OUT-FILE-STATUS.
004100
004200     SELECT TESTRCNFILE ASSIGN TO 'testrcnfile.txt'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS VLT-RCN-FILE-STATUS.
004500
004600     SELECT TESTVLTFILE ASSIGN TO 'testvltfile.txt'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS VLT-ARC-FILE-STATUS.
004900
005000     SELECT TESTVCTFILE ASSIGN TO 'testvctfile.txt'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS VLT-VCT-FILE-STATUS.
005300
005400     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS VLT-LOG-FILE-STATUS.
005700
005800     SELECT VLT-PRINT-FILE ASSIGN TO 'filetestvlt.txt'
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*----------------------------------------------------------------
006300* EXTRACT GENERATION BEING ARCHIVED
006400*----------------------------------------------------------------
006500 FD  TESTOUTPUTFILE.
006600     COPY TESTOUT.
006700*----------------------------------------------------------------
006800* RECONCILIATION RESULT FILE - RESCANNED PER CANDIDATE SO THE
006900* LATEST ENTRY FOR THE GENERATION DECIDES ITS STANDING
007000*----------------------------------------------------------------
007100 FD  TESTRCNFILE.
007200     COPY TESTRCN.
007300*----------------------------------------------------------------
007400* LONG-TERM EXTRACT ARCHIVE - APPENDED TO, NEVER REWRITTEN
007500*----------------------------------------------------------------
007600 FD  TESTVLTFILE.
007700     COPY TESTVLT.
007800*----------------------------------------------------------------
007900* ARCHIVE CATALOG - ONE ENTRY PER GENERATION ARCHIVED
008000*----------------------------------------------------------------
008100 FD  TESTVCTFILE.
008200     COPY TESTVCT.
008300*----------------------------------------------------------------
008400* RUN-LOG / AUDIT TRAIL FILE
008500*----------------------------------------------------------------
008600 FD  TESTLOGFILE.
008700     COPY TESTLOG.
008800*----------------------------------------------------------------
008900* PRINTED ARCHIVE REPORT
009000*----------------------------------------------------------------
009100 FD  VLT-PRINT-FILE.
009200 01  VLT-PRINT-LINE                PIC X(80).
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------------
009500* SWITCHES AND FILE STATUS FIELDS
009600*----------------------------------------------------------------
009700 77  VLT-OUT-EOF-SW                PIC X(01)      VALUE 'N'.
009800     88  VLT-EOF-OUTPUT                             VALUE 'Y'.
009900 77  VLT-RCN-EOF-SW                PIC X(01)      VALUE 'N'.
010000     88  VLT-EOF-RCN                                VALUE 'Y'.
010100 77  VLT-ARC-EOF-SW                PIC X(01)      VALUE 'N'.
010200     88  VLT-EOF-ARCHIVE                            VALUE 'Y'.
010300 77  VLT-VCT-EOF-SW                PIC X(01)      VALUE 'N'.
010400     88  VLT-EOF-CATALOG                            VALUE 'Y'.
010500 77  VLT-OUT-FILE-STATUS           PIC X(02)      VALUE SPACES.
010600 77  VLT-RCN-FILE-STATUS           PIC X(02)      VALUE SPACES.
010700 77  VLT-ARC-FILE-STATUS           PIC X(02)      VALUE SPACES.
010800 77  VLT-VCT-FILE-STATUS           PIC X(02)      VALUE SPACES.
010900 77  VLT-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
011000 77  VLT-FAIL-SW                   PIC X(01)      VALUE 'N'.
011100     88  VLT-ANY-FAIL                               VALUE 'Y'.
011110 77  VLT-ARC-ERR-SW                PIC X(01)      VALUE 'N'.
011120     88  VLT-ARC-WRITE-FAILED                       VALUE 'Y'.
011130 77  VLT-VCT-ERR-SW                PIC X(01)      VALUE 'N'.
011140     88  VLT-VCT-WRITE-FAILED                       VALUE 'Y'.
011200 77  VLT-COMPLETION-SW             PIC X(01)      VALUE 'N'.
011300*----------------------------------------------------------------
011400* RUN TOTALS
011500*----------------------------------------------------------------
011600 77  VLT-ARCHIVED-COUNT            PIC 9(09) COMP  VALUE ZERO.
011700 77  VLT-RECORDS-COUNT             PIC 9(09) COMP  VALUE ZERO.
011800 77  VLT-ONFILE-COUNT              PIC 9(09) COMP  VALUE ZERO.
011900 77  VLT-HELD-COUNT                PIC 9(09) COMP  VALUE ZERO.
012000 77  VLT-SCAN-COUNT                PIC 9(05) COMP  VALUE ZERO.
012100*----------------------------------------------------------------
012200* RETENTION AND CALENDAR WORK AREAS - THE SAME CUTOFF AND THE
012300* SAME ONE-YEAR WINDOW AS FILETESTPRG, SO GIVEN THE SAME PARM THE
012400* TWO JOBS LOOK AT EXACTLY THE SAME CANDIDATE GENERATIONS.
012500*----------------------------------------------------------------
012600 77  VLT-RETENTION-DAYS            PIC 9(05)      VALUE ZERO.
012700 77  VLT-PARM-TEXT                 PIC X(05)      VALUE SPACES.
012800 77  VLT-TODAY-INT                 PIC 9(07) COMP  VALUE ZERO.
012900 77  VLT-CAND-INT                  PIC 9(07) COMP  VALUE ZERO.
013000 77  VLT-CAND-DATE                 PIC 9(08)      VALUE ZERO.
013100 77  VLT-TODAY-DATE                PIC 9(08)      VALUE ZERO.
013200 77  VLT-TODAY-TIME                PIC 9(08)      VALUE ZERO.
013300 77  VLT-RUN-JOBID                 PIC X(08)      VALUE SPACES.
013400*----------------------------------------------------------------
013500* CANDIDATE GENERATION STANDING
013600*----------------------------------------------------------------
013700 77  VLT-TXT-EXISTS-SW             PIC X(01)      VALUE 'N'.
013800     88  VLT-TXT-EXISTS                             VALUE 'Y'.
013900 77  VLT-ON-CATALOG-SW             PIC X(01)      VALUE 'N'.
014000     88  VLT-ON-CATALOG                             VALUE 'Y'.
014100 77  VLT-RCN-STANDING              PIC X(04)      VALUE SPACES.
014200     88  VLT-RCN-PASSED                             VALUE 'PASS'.
014300*----------------------------------------------------------------
014400* PROOF OF THE CANDIDATE AGAINST ITS OWN TRAILER. THE TRAILER
014500* VALUES ARE SAVED AS SOON AS THEY ARE READ - THE DIRECT READS
014600* AND BOTH SWEEPS PASS THROUGH THE SAME RECORD AREA. THE KEY HASH
014700* RULE IS THE EXTRACT RUN'S - ONLY A NUMERIC KEY GOES INTO IT.
014800*----------------------------------------------------------------
014900 77  VLT-HDR-FOUND-SW              PIC X(01)      VALUE 'N'.
015000     88  VLT-HDR-FOUND                              VALUE 'Y'.
015100 77  VLT-TRL-FOUND-SW              PIC X(01)      VALUE 'N'.
015200     88  VLT-TRL-FOUND                              VALUE 'Y'.
015300 77  VLT-TRL-REC-COUNT             PIC 9(09)      VALUE ZERO.
015400 77  VLT-TRL-KEY-HASH              PIC 9(11)      VALUE ZERO.
015500 77  VLT-SWEEP-COUNT               PIC 9(09) COMP  VALUE ZERO.
015600 77  VLT-SWEEP-HASH                PIC 9(11) COMP-3 VALUE ZERO.
015700 77  VLT-KEY-NUM                   PIC 9(04)      VALUE ZERO.
015800 77  VLT-IMAGE-COUNT               PIC 9(09) COMP  VALUE ZERO.
015900 77  VLT-COPY-COUNT                PIC 9(09) COMP  VALUE ZERO.
016000*----------------------------------------------------------------
016100* RECORDS ALREADY ON THE ARCHIVE - COUNTED AT THE START OF THE
016200* RUN AND KEPT UP TO DATE AS GENERATIONS ARE APPENDED, SO EACH
016300* CATALOG ENTRY CAN SAY WHERE ITS GENERATION STARTS
016400*----------------------------------------------------------------
016500 77  VLT-ARCHIVE-RECS              PIC 9(09) COMP  VALUE ZERO.
016600*----------------------------------------------------------------
016700* FILE MANAGEMENT CALL WORK AREAS - THE CHECK LIBRARY ROUTINE
016800* SETS RETURN-CODE, WHICH IS ALSO THIS PROGRAM'S EXIT CODE, SO
016900* ITS RESULT IS CAPTURED AND RETURN-CODE PUT BACK TO ZERO.
017000*----------------------------------------------------------------
017100 77  VLT-TXT-FILENAME              PIC X(40)      VALUE SPACES.
017200 77  VLT-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
017300 01  VLT-FILE-DETAILS              PIC X(64)      VALUE SPACES.
017400*----------------------------------------------------------------
017500* PAGE HEADING AND REPORT LINES
017600*----------------------------------------------------------------
017700 01  VLT-HDR-TITLE.
017800     05  FILLER                    PIC X(80)
017900         VALUE 'EXTRACT GENERATION LONG-TERM ARCHIVE'.
018000 01  VLT-HDR-CUTOFF.
018100     05  FILLER                    PIC X(19)
018200         VALUE 'ARCHIVE OLDER THAN:'.
018300     05  FILLER                    PIC X(01)      VALUE SPACES.
018400     05  VLT-HDR-CUTOFF-DATE       PIC 9(08).
018500 01  VLT-HDR-RULE.
018600     05  FILLER                    PIC X(64)      VALUE ALL '-'.
018700 01  VLT-DISP-LINE.
018800     05  FILLER                    PIC X(02)      VALUE SPACES.
018900     05  VLT-DISP-DATE             PIC 9(08).
019000     05  FILLER                    PIC X(01)      VALUE SPACES.
019100     05  VLT-DISP-ACTION           PIC X(08).
019200     05  FILLER                    PIC X(01)      VALUE SPACES.
019300     05  VLT-DISP-REASON           PIC X(40).
019400 01  VLT-TOTAL-LINE.
019500     05  FILLER                    PIC X(02)      VALUE SPACES.
019600     05  VLT-TOT-NAME              PIC X(22).
019700     05  FILLER                    PIC X(01)      VALUE SPACES.
019800     05  VLT-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.
019900 PROCEDURE DIVISION.
020000*================================================================
020100* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE ARCHIVE RUN
020200*================================================================
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE
020500         THRU 1000-EXIT.
020600     PERFORM 1100-COUNT-ARCHIVE
020700         THRU 1100-EXIT.
020800     PERFORM 2000-EXAMINE-CANDIDATE
020900         THRU 2000-EXIT
021000         UNTIL VLT-SCAN-COUNT = 365.
021100     PERFORM 6000-PRINT-TOTALS
021200         THRU 6000-EXIT.
021300     PERFORM 8000-TERMINATE
021400         THRU 8000-EXIT.
021500     STOP RUN.
021600*================================================================
021700* 1000-INITIALIZE - PICK UP THE RETENTION PARM, WORK OUT THE
021800*                   CUTOFF AND OPEN THE REPORT. THE RETENTION
021900*                   PERIOD IS REQUIRED FOR THE SAME REASON AS IN
022000*                   FILETESTPRG - IT MUST BE THE VALUE THE PURGE
022100*                   IS ABOUT TO BE RUN WITH, NOT A GUESS.
022200*================================================================
022300 1000-INITIALIZE.
022400     ACCEPT VLT-TODAY-DATE     FROM DATE YYYYMMDD.
022500     ACCEPT VLT-TODAY-TIME     FROM TIME.
022600     DISPLAY 1 UPON ARGUMENT-NUMBER.
022700     ACCEPT VLT-PARM-TEXT      FROM ARGUMENT-VALUE
022800         ON EXCEPTION
022900             DISPLAY 'FILETESTVLT: RETENTION DAYS PARM REQUIRED'
023000             MOVE 16 TO RETURN-CODE
023100             STOP RUN.
023200     DISPLAY 1 UPON ARGUMENT-NUMBER.
023300     ACCEPT VLT-RETENTION-DAYS FROM ARGUMENT-VALUE
023400         ON EXCEPTION MOVE ZERO TO VLT-RETENTION-DAYS.
023500     IF VLT-RETENTION-DAYS = ZERO
023600         DISPLAY 'FILETESTVLT: RETENTION DAYS PARM INVALID'
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN.
023900     DISPLAY 2 UPON ARGUMENT-NUMBER.
024000     ACCEPT VLT-RUN-JOBID      FROM ARGUMENT-VALUE
024100         ON EXCEPTION MOVE 'FILETSTVL' TO VLT-RUN-JOBID.
024200     MOVE FUNCTION INTEGER-OF-DATE (VLT-TODAY-DATE)
024300         TO VLT-TODAY-INT.
024400     SUBTRACT VLT-RETENTION-DAYS FROM VLT-TODAY-INT
024500         GIVING VLT-CAND-INT.
024600     OPEN OUTPUT VLT-PRINT-FILE.
024700     WRITE VLT-PRINT-LINE        FROM VLT-HDR-TITLE.
024800     MOVE FUNCTION DATE-OF-INTEGER (VLT-CAND-INT)
024900         TO VLT-HDR-CUTOFF-DATE.
025000     WRITE VLT-PRINT-LINE        FROM VLT-HDR-CUTOFF.
025100     WRITE VLT-PRINT-LINE        FROM VLT-HDR-RULE.
025200 1000-EXIT.
025300     EXIT.
025400*================================================================
025500* 1100-COUNT-ARCHIVE - COUNT THE RECORDS ALREADY ON THE ARCHIVE.
025600*                      NO ARCHIVE YET IS AN EMPTY ONE. RECORDS
025700*                      LEFT BY A RUN THAT FAILED BEFORE ITS
025800*                      CATALOG ENTRY WAS WRITTEN ARE COUNTED LIKE
025900*                      ANY OTHER, SO THE POSITIONS RECORDED FROM
026000*                      HERE ON STAY TRUE.
026100*================================================================
026200 1100-COUNT-ARCHIVE.
026300     MOVE ZERO                 TO VLT-ARCHIVE-RECS.
026400     OPEN INPUT TESTVLTFILE.
026500     IF VLT-ARC-FILE-STATUS NOT = '00'
026600         GO TO 1100-EXIT.
026700     MOVE 'N'                  TO VLT-ARC-EOF-SW.
026800     PERFORM 1110-COUNT-ARCHIVE-REC
026900         THRU 1110-EXIT
027000         UNTIL VLT-EOF-ARCHIVE.
027100     CLOSE TESTVLTFILE.
027200 1100-EXIT.
027300     EXIT.
027400*================================================================
027500* 1110-COUNT-ARCHIVE-REC - READ ONE ARCHIVE RECORD AND COUNT IT
027600*================================================================
027700 1110-COUNT-ARCHIVE-REC.
027800     READ TESTVLTFILE
027900         AT END
028000             MOVE 'Y' TO VLT-ARC-EOF-SW
028100             GO TO 1110-EXIT.
028200     ADD 1 TO VLT-ARCHIVE-RECS.
028300 1110-EXIT.
028400     EXIT.
028500*================================================================
028600* 1900-ABEND - THE ARCHIVE ITSELF CANNOT BE WRITTEN. NOTHING
028700*              FURTHER CAN BE ARCHIVED THIS RUN, SO THE RUN STOPS
028800*              HERE; THE CALLER HAS ALREADY MOVED THE MESSAGE TO
028900*              THE PRINT LINE. THE CANDIDATE HAS NO CATALOG ENTRY
029000*              AND FILETESTPRG WILL HOLD IT.
029100*================================================================
029200 1900-ABEND.
029300     WRITE VLT-PRINT-LINE.
029400     CLOSE VLT-PRINT-FILE.
029500     MOVE 'A' TO VLT-COMPLETION-SW.
029600     PERFORM 9000-WRITE-RUNLOG
029700         THRU 9000-EXIT.
029800     MOVE 16 TO RETURN-CODE.
029900     STOP RUN.
030000 1900-EXIT.
030100     EXIT.
030200*================================================================
030300* 2000-EXAMINE-CANDIDATE - STEP ONE DAY FURTHER BACK AND DECIDE
030400*                          WHAT TO DO WITH THAT DATE'S
030500*                          GENERATION. A DATE WITH NO GENERATION
030600*                          ON CATALOG IS SILENT, AS IN
030700*                          FILETESTPRG. ONE ALREADY ARCHIVED IS
030800*                          LISTED BUT NOT COPIED AGAIN; ONE WHOSE
030900*                          LATEST RECONCILIATION IS NOT A PASS IS
031000*                          HELD - THE PURGE WILL HOLD IT TOO, AND
031100*                          WHAT GOES ON THE ARCHIVE MUST BE A
031200*                          PROVEN GENERATION.
031300*================================================================
031400 2000-EXAMINE-CANDIDATE.
031500     SUBTRACT 1 FROM VLT-CAND-INT.
031600     ADD 1 TO VLT-SCAN-COUNT.
031700     MOVE FUNCTION DATE-OF-INTEGER (VLT-CAND-INT)
031800         TO VLT-CAND-DATE.
031900     PERFORM 2100-CHECK-GEN-EXISTS
032000         THRU 2100-EXIT.
032100     IF NOT VLT-TXT-EXISTS
032200         GO TO 2000-EXIT.
032300     PERFORM 2200-CHECK-CATALOG
032400         THRU 2200-EXIT.
032500     IF VLT-ON-CATALOG
032600         MOVE 'ON FILE'  TO VLT-DISP-ACTION
032700         MOVE 'ALREADY ON ARCHIVE CATALOG' TO VLT-DISP-REASON
032800         PERFORM 5000-REPORT-LINE
032900             THRU 5000-EXIT
033000         ADD 1 TO VLT-ONFILE-COUNT
033100         GO TO 2000-EXIT.
033200     PERFORM 2300-CHECK-RECONCILED
033300         THRU 2300-EXIT.
033400     IF NOT VLT-RCN-PASSED
033500         MOVE 'HELD'     TO VLT-DISP-ACTION
033600         MOVE 'RECONCILIATION NOT PASSED' TO VLT-DISP-REASON
033700         PERFORM 5000-REPORT-LINE
033800             THRU 5000-EXIT
033900         ADD 1 TO VLT-HELD-COUNT
034000         GO TO 2000-EXIT.
034100     PERFORM 3000-ARCHIVE-GENERATION
034200         THRU 3000-EXIT.
034300 2000-EXIT.
034400     EXIT.
034500*================================================================
034600* 2100-CHECK-GEN-EXISTS - BUILD THE CANDIDATE DATE'S DATASET NAME
034700*                         AND ASK THE FILE SYSTEM WHETHER IT IS
034800*                         THERE. ONLY THE INDEXED .TXT IS ARCHIVED
034900*                         - THE .CSV IS A VIEW OF THE SAME
035000*                         RECORDS.
035100*================================================================
035200 2100-CHECK-GEN-EXISTS.
035300     MOVE 'N' TO VLT-TXT-EXISTS-SW.
035400     MOVE SPACES               TO VLT-TXT-FILENAME.
035500     STRING 'testoutputfile.' DELIMITED BY SIZE
035600            VLT-CAND-DATE      DELIMITED BY SIZE
035700            '.txt'             DELIMITED BY SIZE
035800            INTO VLT-TXT-FILENAME.
035900     CALL 'CBL_CHECK_FILE_EXIST'
036000         USING VLT-TXT-FILENAME VLT-FILE-DETAILS.
036100     MOVE RETURN-CODE          TO VLT-CALL-RESULT.
036200     MOVE ZERO                 TO RETURN-CODE.
036300     IF VLT-CALL-RESULT = ZERO
036400         MOVE 'Y' TO VLT-TXT-EXISTS-SW.
036500 2100-EXIT.
036600     EXIT.
036700*================================================================
036800* 2200-CHECK-CATALOG - SCAN THE ARCHIVE CATALOG FOR AN ENTRY FOR
036900*                      THE CANDIDATE GENERATION. NO CATALOG YET
037000*                      MEANS NOTHING HAS BEEN ARCHIVED.
037100*================================================================
037200 2200-CHECK-CATALOG.
037300     MOVE 'N'                  TO VLT-ON-CATALOG-SW.
037400     MOVE 'N'                  TO VLT-VCT-EOF-SW.
037500     OPEN INPUT TESTVCTFILE.
037600     IF VLT-VCT-FILE-STATUS NOT = '00'
037700         GO TO 2200-EXIT.
037800     PERFORM 2210-SCAN-CATALOG-ENTRY
037900         THRU 2210-EXIT
038000         UNTIL VLT-EOF-CATALOG.
038100     CLOSE TESTVCTFILE.
038200 2200-EXIT.
038300     EXIT.
038400*================================================================
038500* 2210-SCAN-CATALOG-ENTRY - NOTE ANY ENTRY FOR THE CANDIDATE DATE
038600*================================================================
038700 2210-SCAN-CATALOG-ENTRY.
038800     READ TESTVCTFILE
038900         AT END
039000             MOVE 'Y' TO VLT-VCT-EOF-SW
039100             GO TO 2210-EXIT.
039200     IF VCT-GEN-DATE IS NUMERIC
039300         IF VCT-GEN-DATE = VLT-CAND-DATE
039400             MOVE 'Y' TO VLT-ON-CATALOG-SW
039500         END-IF
039600     END-IF.
039700 2210-EXIT.
039800     EXIT.
039900*================================================================
040000* 2300-CHECK-RECONCILED - SCAN THE RECONCILIATION RESULT FILE
040100*                         FOR THE CANDIDATE GENERATION. THE
040200*                         LATEST ENTRY WINS, EXACTLY AS IN
040300*                         FILETESTPRG'S 2200.
040400*================================================================
040500 2300-CHECK-RECONCILED.
040600     MOVE SPACES               TO VLT-RCN-STANDING.
040700     MOVE 'N'                  TO VLT-RCN-EOF-SW.
040800     OPEN INPUT TESTRCNFILE.
040900     IF VLT-RCN-FILE-STATUS NOT = '00'
041000         GO TO 2300-EXIT.
041100     PERFORM 2310-SCAN-RCN-ENTRY
041200         THRU 2310-EXIT
041300         UNTIL VLT-EOF-RCN.
041400     CLOSE TESTRCNFILE.
041500 2300-EXIT.
041600     EXIT.
041700*================================================================
041800* 2310-SCAN-RCN-ENTRY - KEEP THE RESULT OF EVERY ENTRY FOR THE
041900*                       CANDIDATE DATE; THE LAST ONE READ IS THE
042000*                       ONE THAT STANDS.
042100*================================================================
042200 2310-SCAN-RCN-ENTRY.
042300     READ TESTRCNFILE
042400         AT END
042500             MOVE 'Y' TO VLT-RCN-EOF-SW
042600             GO TO 2310-EXIT.
042700     IF RCN-GEN-DATE IS NUMERIC
042800         IF RCN-GEN-DATE = VLT-CAND-DATE
042900             MOVE RCN-RESULT TO VLT-RCN-STANDING
043000         END-IF
043100     END-IF.
043200 2310-EXIT.
043300     EXIT.
043400*================================================================
043500* 3000-ARCHIVE-GENERATION - OPEN THE CANDIDATE, PROVE IT AGAINST
043600*                           ITS OWN HEADER AND TRAILER, COPY IT TO
043700*                           THE ARCHIVE AND CATALOG IT. THE PROOF
043800*                           COMES FIRST SO NOTHING THAT FAILS IT
043900*                           IS EVER WRITTEN TO THE ARCHIVE, AND
044000*                           THE CATALOG ENTRY IS WRITTEN ONLY
044100*                           AFTER A COMPLETE COPY. A GENERATION
044200*                           THAT WILL NOT OPEN OR PROVE, COPIES
044300*                           SHORT OR CANNOT BE CATALOGED IS HELD
044400*                           AND TRIPS THE RUN'S RETURN CODE - IT
044410*                           WAS RECONCILED CLEAN ONCE, SO
044420*                           SOMETHING HAS HAPPENED TO IT SINCE.
044430*================================================================
044500 3000-ARCHIVE-GENERATION.
044600     DISPLAY 'TESTOUT' UPON ENVIRONMENT-NAME.
044700     DISPLAY VLT-TXT-FILENAME UPON ENVIRONMENT-VALUE.
044800     OPEN INPUT TESTOUTPUTFILE.
044900     IF VLT-OUT-FILE-STATUS NOT = '00'
045000         MOVE 'Y' TO VLT-FAIL-SW
045100         MOVE 'HELD'     TO VLT-DISP-ACTION
045200         MOVE 'GENERATION WILL NOT OPEN' TO VLT-DISP-REASON
045300         PERFORM 5000-REPORT-LINE
045400             THRU 5000-EXIT
045500         ADD 1 TO VLT-HELD-COUNT
045600         GO TO 3000-EXIT.
045700     PERFORM 3100-PROVE-GENERATION
045800         THRU 3100-EXIT.
045900     IF NOT VLT-HDR-FOUND
046000     OR NOT VLT-TRL-FOUND
046100     OR VLT-SWEEP-COUNT NOT = VLT-TRL-REC-COUNT
046200     OR VLT-SWEEP-HASH NOT = VLT-TRL-KEY-HASH
046300         CLOSE TESTOUTPUTFILE
046400         MOVE 'Y' TO VLT-FAIL-SW
046500         MOVE 'HELD'     TO VLT-DISP-ACTION
046600         MOVE 'DOES NOT PROVE TO ITS TRAILER' TO VLT-DISP-REASON
046700         PERFORM 5000-REPORT-LINE
046800             THRU 5000-EXIT
046900         ADD 1 TO VLT-HELD-COUNT
047000         GO TO 3000-EXIT.
047100     PERFORM 3200-COPY-GENERATION
047200         THRU 3200-EXIT.
047300     CLOSE TESTOUTPUTFILE.
047400     IF VLT-COPY-COUNT NOT = VLT-IMAGE-COUNT
047500         ADD VLT-COPY-COUNT TO VLT-ARCHIVE-RECS
047600         MOVE 'Y' TO VLT-FAIL-SW
047700         MOVE 'HELD'     TO VLT-DISP-ACTION
047800         MOVE 'ARCHIVE COPY INCOMPLETE' TO VLT-DISP-REASON
047900         PERFORM 5000-REPORT-LINE
048000             THRU 5000-EXIT
048100         ADD 1 TO VLT-HELD-COUNT
048200         PERFORM 9000-WRITE-RUNLOG
048300             THRU 9000-EXIT
048400         GO TO 3000-EXIT.
048500     PERFORM 3300-WRITE-CATALOG
048600         THRU 3300-EXIT.
048700     IF VLT-VCT-WRITE-FAILED
048800         ADD VLT-COPY-COUNT TO VLT-ARCHIVE-RECS
048808         MOVE 'Y' TO VLT-FAIL-SW
048816         MOVE 'HELD'     TO VLT-DISP-ACTION
048824         MOVE 'CATALOG ENTRY NOT WRITTEN' TO VLT-DISP-REASON
048832         PERFORM 5000-REPORT-LINE
048840             THRU 5000-EXIT
048848         ADD 1 TO VLT-HELD-COUNT
048856         PERFORM 9000-WRITE-RUNLOG
048864             THRU 9000-EXIT
048872         GO TO 3000-EXIT.
048880     ADD VLT-COPY-COUNT TO VLT-ARCHIVE-RECS.
048888     ADD VLT-COPY-COUNT TO VLT-RECORDS-COUNT.
048900     ADD 1 TO VLT-ARCHIVED-COUNT.
049000     MOVE 'ARCHIVED' TO VLT-DISP-ACTION.
049100     MOVE 'HDR1, DETAILS AND TRL1 COPIED' TO VLT-DISP-REASON.
049200     PERFORM 5000-REPORT-LINE
049300         THRU 5000-EXIT.
049400     PERFORM 9000-WRITE-RUNLOG
049500         THRU 9000-EXIT.
049600 3000-EXIT.
049700     EXIT.
049800*================================================================
049900* 3100-PROVE-GENERATION - FETCH THE HEADER AND TRAILER BY DIRECT
050000*                         READ, SAVING THE TRAILER TOTALS, THEN
050100*                         SWEEP THE WHOLE FILE IN KEY ORDER
050200*                         COUNTING EVERY RECORD AND RECOUNTING AND
050300*                         REHASHING THE DETAILS.
050400*================================================================
050500 3100-PROVE-GENERATION.
050600     MOVE 'N'                  TO VLT-HDR-FOUND-SW.
050700     MOVE 'N'                  TO VLT-TRL-FOUND-SW.
050800     MOVE ZERO                 TO VLT-TRL-REC-COUNT.
050900     MOVE ZERO                 TO VLT-TRL-KEY-HASH.
051000     MOVE ZERO                 TO VLT-SWEEP-COUNT.
051100     MOVE ZERO                 TO VLT-SWEEP-HASH.
051200     MOVE ZERO                 TO VLT-IMAGE-COUNT.
051300     MOVE ZERO                 TO VLT-COPY-COUNT.
051400     MOVE 'HDR1'               TO TEST-OUTPUT-KEY.
051500     READ TESTOUTPUTFILE
051600         INVALID KEY
051700             CONTINUE.
051800     IF VLT-OUT-FILE-STATUS = '00'
051900         MOVE 'Y'               TO VLT-HDR-FOUND-SW
052000     END-IF.
052100     MOVE 'TRL1'               TO TEST-OUTPUT-KEY.
052200     READ TESTOUTPUTFILE
052300         INVALID KEY
052400             CONTINUE.
052500     IF VLT-OUT-FILE-STATUS = '00'
052600         MOVE 'Y'               TO VLT-TRL-FOUND-SW
052700         MOVE TEST-TRL-REC-COUNT TO VLT-TRL-REC-COUNT
052800         MOVE TEST-TRL-KEY-HASH TO VLT-TRL-KEY-HASH
052900     END-IF.
053000     PERFORM 3900-START-SWEEP
053100         THRU 3900-EXIT.
053200     PERFORM 3110-PROVE-RECORD
053300         THRU 3110-EXIT
053400         UNTIL VLT-EOF-OUTPUT.
053500 3100-EXIT.
053600     EXIT.
053700*================================================================
053800* 3110-PROVE-RECORD - COUNT ONE RECORD, AND IF IT IS A DETAIL
053900*                     RECOUNT IT AND ADD A NUMERIC KEY TO THE HASH
054000*================================================================
054100 3110-PROVE-RECORD.
054200     ADD 1 TO VLT-IMAGE-COUNT.
054300     IF TEST-DETAIL-RECORD
054400         ADD 1 TO VLT-SWEEP-COUNT
054500         IF TEST-OUTPUT-KEY IS NUMERIC
054600             MOVE TEST-OUTPUT-KEY      TO VLT-KEY-NUM
054700             ADD VLT-KEY-NUM           TO VLT-SWEEP-HASH
054800         END-IF
054900     END-IF.
055000     PERFORM 3910-READ-NEXT-OUTPUT
055100         THRU 3910-EXIT.
055200 3110-EXIT.
055300     EXIT.
055400*================================================================
055500* 3200-COPY-GENERATION - APPEND EVERY RECORD OF THE PROVEN
055600*                        GENERATION TO THE ARCHIVE, IN KEY ORDER,
055700*                        EACH TAGGED WITH ITS GENERATION DATE. THE
055800*                        ARCHIVE IS OPENED AND CLOSED AROUND EACH
055900*                        GENERATION SO ITS RECORDS ARE SAFELY
056000*                        WRITTEN BEFORE THE CATALOG POINTS AT
056100*                        THEM. THE FIRST WRITE THAT FAILS ENDS THE
056200*                        COPY.
056210*================================================================
056300 3200-COPY-GENERATION.
056400     OPEN EXTEND TESTVLTFILE.
056500     IF VLT-ARC-FILE-STATUS NOT = '00'
056600         OPEN OUTPUT TESTVLTFILE.
056700     IF VLT-ARC-FILE-STATUS NOT = '00'
056800         MOVE 'ARCHIVE FILE CANNOT BE OPENED FOR OUTPUT'
056900             TO VLT-PRINT-LINE
057000         PERFORM 1900-ABEND
057100             THRU 1900-EXIT.
057200     MOVE 'N'                  TO VLT-ARC-ERR-SW.
057300     PERFORM 3900-START-SWEEP
057400         THRU 3900-EXIT.
057500     PERFORM 3210-COPY-RECORD
057600         THRU 3210-EXIT
057610         UNTIL VLT-EOF-OUTPUT
057620         OR VLT-ARC-WRITE-FAILED.
057700     CLOSE TESTVLTFILE.
057800 3200-EXIT.
057900     EXIT.
058000*================================================================
058100* 3210-COPY-RECORD - WRITE ONE EXTRACT RECORD IMAGE TO THE
058200*                    ARCHIVE, UNCHANGED. IT IS COUNTED AS COPIED
058300*                    ONLY WHEN THE WRITE SUCCEEDS; A FAILED WRITE
058310*                    LEAVES THE COPY COUNT SHORT OF THE IMAGE
058320*                    COUNT.
058330*================================================================
058400 3210-COPY-RECORD.
058500     MOVE SPACES               TO TEST-VLT-REC.
058600     MOVE VLT-CAND-DATE        TO VLT-GEN-DATE.
058700     MOVE TESTOUTPUTREC        TO VLT-OUT-IMAGE.
058800     WRITE TEST-VLT-REC.
058900     IF VLT-ARC-FILE-STATUS NOT = '00'
058910         MOVE 'Y' TO VLT-ARC-ERR-SW
058920         GO TO 3210-EXIT.
058930     ADD 1 TO VLT-COPY-COUNT.
059000     PERFORM 3910-READ-NEXT-OUTPUT
059100         THRU 3910-EXIT.
059200 3210-EXIT.
059300     EXIT.
059400*================================================================
059500* 3300-WRITE-CATALOG - APPEND THE GENERATION'S CATALOG ENTRY: ITS
059600*                      PROVEN DETAIL COUNT AND KEY HASH, TODAY AS
059700*                      THE ARCHIVE DATE, AND WHERE ON THE ARCHIVE
059800*                      ITS RECORDS START AND HOW MANY THERE ARE. A
059900*                      CATALOG THAT WILL NOT OPEN OR TAKE THE
060000*                      ENTRY IS FLAGGED BACK TO THE CALLER.
060010*================================================================
060100 3300-WRITE-CATALOG.
060200     MOVE 'N'                  TO VLT-VCT-ERR-SW.
060300     OPEN EXTEND TESTVCTFILE.
060400     IF VLT-VCT-FILE-STATUS NOT = '00'
060410         OPEN OUTPUT TESTVCTFILE.
060420     IF VLT-VCT-FILE-STATUS NOT = '00'
060430         MOVE 'Y' TO VLT-VCT-ERR-SW
060440         GO TO 3300-EXIT.
060500     MOVE SPACES               TO TEST-VCT-REC.
060600     MOVE VLT-CAND-DATE        TO VCT-GEN-DATE.
060700     MOVE VLT-TRL-REC-COUNT    TO VCT-REC-COUNT.
060800     MOVE VLT-TRL-KEY-HASH     TO VCT-KEY-HASH.
060900     MOVE VLT-TODAY-DATE       TO VCT-ARCHIVE-DATE.
061000     ADD 1 VLT-ARCHIVE-RECS    GIVING VCT-FIRST-SEQ.
061100     MOVE VLT-COPY-COUNT       TO VCT-IMAGE-COUNT.
061200     WRITE TEST-VCT-REC.
061300     IF VLT-VCT-FILE-STATUS NOT = '00'
061310         MOVE 'Y' TO VLT-VCT-ERR-SW.
061320     CLOSE TESTVCTFILE.
061400 3300-EXIT.
061500     EXIT.
061600*================================================================
061700* 3900-START-SWEEP - REPOSITION TO THE LOWEST KEY ON THE FILE AND
061800*                    PRIME THE SEQUENTIAL READ. AN EMPTY FILE IS
061900*                    TOLERATED AS EOF.
062000*================================================================
062100 3900-START-SWEEP.
062200     MOVE 'N'                  TO VLT-OUT-EOF-SW.
062300     MOVE LOW-VALUES           TO TEST-OUTPUT-KEY.
062400     START TESTOUTPUTFILE KEY IS NOT LESS THAN TEST-OUTPUT-KEY
062500         INVALID KEY
062600             MOVE 'Y' TO VLT-OUT-EOF-SW.
062700     IF NOT VLT-EOF-OUTPUT
062800         PERFORM 3910-READ-NEXT-OUTPUT
062900             THRU 3910-EXIT
063000     END-IF.
063100 3900-EXIT.
063200     EXIT.
063300*================================================================
063400* 3910-READ-NEXT-OUTPUT - READ THE NEXT RECORD IN KEY ORDER,
063500*                         SET EOF AT END
063600*================================================================
063700 3910-READ-NEXT-OUTPUT.
063800     READ TESTOUTPUTFILE NEXT RECORD
063900         AT END
064000             MOVE 'Y' TO VLT-OUT-EOF-SW.
064100 3910-EXIT.
064200     EXIT.
064300*================================================================
064400* 5000-REPORT-LINE - PRINT ONE LINE FOR THE CANDIDATE. ACTION AND
064500*                    REASON ARE SET BY THE CALLER.
064600*================================================================
064700 5000-REPORT-LINE.
064800     MOVE VLT-CAND-DATE        TO VLT-DISP-DATE.
064900     WRITE VLT-PRINT-LINE      FROM VLT-DISP-LINE.
065000 5000-EXIT.
065100     EXIT.
065200*================================================================
065300* 6000-PRINT-TOTALS - GENERATIONS ARCHIVED, RECORDS WRITTEN TO
065400*                     THE ARCHIVE, GENERATIONS ALREADY ON IT AND
065500*                     GENERATIONS HELD THIS PASS
065600*================================================================
065700 6000-PRINT-TOTALS.
065800     WRITE VLT-PRINT-LINE       FROM VLT-HDR-RULE.
065900     MOVE 'GENERATIONS ARCHIVED' TO VLT-TOT-NAME.
066000     MOVE VLT-ARCHIVED-COUNT    TO VLT-TOT-VALUE.
066100     WRITE VLT-PRINT-LINE       FROM VLT-TOTAL-LINE.
066200     MOVE 'RECORDS ARCHIVED'    TO VLT-TOT-NAME.
066300     MOVE VLT-RECORDS-COUNT     TO VLT-TOT-VALUE.
066400     WRITE VLT-PRINT-LINE       FROM VLT-TOTAL-LINE.
066500     MOVE 'ALREADY ON ARCHIVE'  TO VLT-TOT-NAME.
066600     MOVE VLT-ONFILE-COUNT      TO VLT-TOT-VALUE.
066700     WRITE VLT-PRINT-LINE       FROM VLT-TOTAL-LINE.
066800     MOVE 'GENERATIONS HELD'    TO VLT-TOT-NAME.
066900     MOVE VLT-HELD-COUNT        TO VLT-TOT-VALUE.
067000     WRITE VLT-PRINT-LINE       FROM VLT-TOTAL-LINE.
067100 6000-EXIT.
067200     EXIT.
067300*================================================================
067400* 8000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE -
067500*                  NON-ZERO WHEN ANY RECONCILED GENERATION COULD
067600*                  NOT BE ARCHIVED, SO OPERATIONS LOOKS BEFORE THE
067700*                  PURGE STEP IS RELEASED.
067800*================================================================
067900 8000-TERMINATE.
068000     CLOSE VLT-PRINT-FILE.
068100     IF VLT-ANY-FAIL
068200         MOVE 8 TO RETURN-CODE
068300     END-IF.
068400 8000-EXIT.
068500     EXIT.
068600*================================================================
068700* 9000-WRITE-RUNLOG - APPEND THE AUDIT ENTRY FOR ONE GENERATION
068800*                     COPIED TO THE ARCHIVE. READ IS THE RECORDS
068900*                     THE PROOF SWEEP FOUND ON THE GENERATION AND
069000*                     APPLIED THE RECORDS WRITTEN TO THE ARCHIVE;
069100*                     ANY SHORTFALL IS CARRIED AS REJECTED SO THE
069200*                     ENTRY STILL BALANCES. THE GENERATION DATE
069300*                     COLUMN SAYS WHICH GENERATION WAS ARCHIVED.
069400*================================================================
069500 9000-WRITE-RUNLOG.
069600     OPEN EXTEND TESTLOGFILE.
069700     IF VLT-LOG-FILE-STATUS NOT = '00'
069800         OPEN OUTPUT TESTLOGFILE.
069900     MOVE SPACES               TO TEST-LOG-REC.
070000     MOVE VLT-TODAY-DATE       TO LOG-RUN-DATE.
070100     MOVE VLT-TODAY-TIME       TO LOG-RUN-TIME.
070200     MOVE VLT-RUN-JOBID        TO LOG-JOB-ID.
070300     MOVE VLT-IMAGE-COUNT      TO LOG-TRAN-READ-COUNT.
070400     MOVE VLT-COPY-COUNT       TO LOG-REC-COUNT.
070500     MOVE ZERO                 TO LOG-REJECT-COUNT.
070600     IF VLT-IMAGE-COUNT > VLT-COPY-COUNT
070700         SUBTRACT VLT-COPY-COUNT FROM VLT-IMAGE-COUNT
070800             GIVING LOG-REJECT-COUNT
070900     END-IF.
071000     MOVE VLT-COPY-COUNT       TO LOG-ADD-COUNT.
071100     MOVE ZERO                 TO LOG-CHG-COUNT.
071200     MOVE ZERO                 TO LOG-DEL-COUNT.
071300     MOVE VLT-CAND-DATE        TO LOG-GEN-DATE.
071400     MOVE 'FILETESTVLT'        TO LOG-PROGRAM.
071500     MOVE ZERO                 TO LOG-PEND-COUNT.
071600     MOVE ZERO                 TO LOG-REL-COUNT.
071700     MOVE VLT-COMPLETION-SW    TO LOG-COMPLETION-CODE.
071800     WRITE TEST-LOG-REC.
071900     CLOSE TESTLOGFILE.
072000 9000-EXIT.
072100     EXIT.
