002424*                  STILL WRITES THE GENERATION IT IS RERUNNING
002425*                  INSTEAD OF A NEW ONE DATED TODAY. THE RUN-LOG
002426*                  RUN DATE REMAINS THE ACTUAL CALENDAR DATE.
002427* 2026-10-15  RK   DUPLICATE DETECTION. AN UPSTREAM RESENDING
002428*                  YESTERDAY'S FILE, OR TWO SOURCES SENDING THE
002429*                  SAME ITEM, USED TO PASS BOTH COPIES. EVERY
002430*                  TRANSACTION THAT PASSES THE FIELD EDITS IS NOW
002431*                  FINGERPRINTED (KEY, AMOUNT, EFFECTIVE DATE,
002432*                  ACTION, BRANCH) ON A ROLLING HISTORY FILE
002433*                  (TESTDUPFILE) WITH ITS GENERATION DATE AND
002434*                  SOURCE. A REPEAT IN THE SAME RUN OR WITHIN THE
002435*                  RETENTION WINDOW (PARM 3, IN DAYS, DEFAULT 30)
002436*                  IS SUSPENDED WITH REASON 08, SO IT GOES THROUGH
002437*                  THE RECYCLE'S CORRECTION AND WRITE-OFF LIKE ANY
002438*                  OTHER REJECT, AND IS PRINTED ON A DUPLICATES
002439*                  REPORT BESIDE THE ORIGINAL'S FIRST-SEEN DATE
002440*                  AND SOURCE. THE RAW FEED NOW CARRIES THE
002441*                  SOURCE ID AFTER THE TRANSACTION IMAGE
002442*                  (TESTRAW). A CORRECTION MERGED BY THE RECYCLE
002443*                  HAS ALREADY BEEN JUDGED BY SOMEONE AND IS NOT
002444*                  HELD AGAIN AS A DUPLICATE - A GENUINE REPEAT IS
002445*                  RELEASED BY RESUBMITTING IT UNCHANGED AS A
002446*                  CORRECTION. A RERUN OF A GENERATION FIRST DROPS
002447*                  THAT GENERATION'S OWN FINGERPRINTS, SO IT DOES
002448*                  NOT SUSPEND ITS OWN FIRST PASS.
002451* 2026-10-15  RK   EACH SUSPENSE RECORD NOW CARRIES THE SOURCE ID
002452*                  THE ITEM ARRIVED UNDER, SO FILETESTACK CAN SEND
002453*                  IT BACK TO THE UPSTREAM THAT SENT IT.
002455* 2026-10-15  RK   THE RUN-LOG ENTRY NOW CARRIES THE GENERATION
002456*                  DATE OF THE RUN, SO FILETESTFLW CAN FIND THE
002457*                  EDIT'S COUNTS FOR THE DATE IT IS PROVING.
002458*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
004540         ACCESS MODE IS DYNAMIC
004550         RECORD KEY IS KEYR-KEY
004560         FILE STATUS IS EDT-KEY-FILE-STATUS.
004564     SELECT TESTDUPFILE ASSIGN TO 'testdupfile.txt'
004568         ORGANIZATION IS INDEXED
004572         ACCESS MODE IS DYNAMIC
004576         RECORD KEY IS DUP-FINGERPRINT
004580         FILE STATUS IS EDT-DUP-FILE-STATUS.
004584
004588     SELECT EDT-PRINT-FILE ASSIGN TO 'filetestedt.txt'
004592         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800*----------------------------------------------------------------
004900* RAW DAILY TRANSACTION FEED - INPUT, UNEDITED
004950* - EACH ROW CARRIES THE SOURCE ID IT ARRIVED UNDER
005000*----------------------------------------------------------------
005100 FD  TESTTRANIN.
005200     COPY TESTRAW.
005300*----------------------------------------------------------------
005400* EDITED TRANSACTION FEED - OUTPUT, CLEAN TRANSACTIONS ONLY.
005500* THIS IS THE FILE FILETESTOUT READS AS ITS TRANSACTION INPUT.
006840*----------------------------------------------------------------
006850 FD  TESTKEYFILE.
006860     COPY TESTKEY.
006862*----------------------------------------------------------------
006865* FINGERPRINT HISTORY - ONE RECORD PER DISTINCT TRANSACTION PASSED
006868* WITHIN THE RETENTION WINDOW, READ DIRECTLY BY FINGERPRINT
006871*----------------------------------------------------------------
006874 FD  TESTDUPFILE.
006877     COPY TESTDUP.
006880*----------------------------------------------------------------
006883* PRINTED DUPLICATES REPORT
006886*----------------------------------------------------------------
006889 FD  EDT-PRINT-FILE.
006892 01  EDT-PRINT-LINE                PIC X(80).
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------------
007100* SWITCHES AND COUNTERS
011300 77  EDT-LEAP-REMAINDER            PIC 9(04) COMP  VALUE ZERO.
011400 77  EDT-LEAP-SW                   PIC X(01)      VALUE 'N'.
011500     88  EDT-LEAP-YEAR                              VALUE 'Y'.
011501*----------------------------------------------------------------
011502* TRANSACTION IMAGE OF THE RAW FEED ROW IN HAND - THE FIELD EDITS
011503*    WORK ON THIS COPY; THE ROW'S SOURCE ID STAYS IN THE RECORD
011504*----------------------------------------------------------------
011505     COPY TESTTRAN.
011506*----------------------------------------------------------------
011507* FINGERPRINT HISTORY WORK AREAS - THE RETENTION WINDOW IN DAYS
011508*    (PARM 3), THE OLDEST FIRST-SEEN DATE KEPT, AND THE
011509*    FINGERPRINT OF THE TRANSACTION IN HAND. A MATCH SAVES THE
011510*    ORIGINAL'S FIRST-SEEN DATE AND SOURCE FOR THE DUPLICATES
011511*    REPORT.
011512*----------------------------------------------------------------
011513 77  EDT-DUP-FILE-STATUS           PIC X(02)      VALUE SPACES.
011514 77  EDT-RETENTION-DAYS            PIC 9(05)      VALUE ZERO.
011515 77  EDT-GEN-INT                   PIC 9(07) COMP  VALUE ZERO.
011516 77  EDT-CUTOFF-INT                PIC 9(07) COMP  VALUE ZERO.
011517 77  EDT-CUTOFF-DATE               PIC 9(08)      VALUE ZERO.
011518 77  EDT-HIST-EOF-SW               PIC X(01)      VALUE 'N'.
011519     88  EDT-EOF-HISTORY                            VALUE 'Y'.
011520 77  EDT-HIST-KEPT-COUNT           PIC 9(09) COMP  VALUE ZERO.
011521 77  EDT-HIST-AGED-COUNT           PIC 9(09) COMP  VALUE ZERO.
011522 77  EDT-HIST-RERUN-COUNT          PIC 9(09) COMP  VALUE ZERO.
011523 77  EDT-HIST-ADD-COUNT            PIC 9(09) COMP  VALUE ZERO.
011524 77  EDT-DUP-COUNT                 PIC 9(09) COMP  VALUE ZERO.
011525 77  EDT-FINGERPRINT               PIC X(29)      VALUE SPACES.
011526 77  EDT-ORIG-FIRST-SEEN           PIC 9(08)      VALUE ZERO.
011527 77  EDT-ORIG-SOURCE               PIC X(08)      VALUE SPACES.
011528*----------------------------------------------------------------
011529* DUPLICATES REPORT LINES
011530*----------------------------------------------------------------
011531 01  EDT-HDR-TITLE.
011532     05  FILLER                    PIC X(80)
011533         VALUE 'DUPLICATE TRANSACTIONS SUSPENDED'.
011534 01  EDT-HDR-GEN-LINE.
011535     05  FILLER                    PIC X(12)
011536         VALUE 'GENERATION:'.
011537     05  EDT-HDR-GEN-DATE          PIC 9(08).
011538     05  FILLER                    PIC X(04)      VALUE SPACES.
011539     05  FILLER                    PIC X(14)
011540         VALUE 'HISTORY FROM:'.
011541     05  EDT-HDR-CUTOFF-DATE       PIC 9(08).
011542 01  EDT-HDR-RULE.
011543     05  FILLER                    PIC X(64)      VALUE ALL '-'.
011544 01  EDT-COL-HEAD-LINE.
011545     05  FILLER                    PIC X(07)      VALUE '  KEY'.
011546     05  FILLER                    PIC X(12)
011547         VALUE '     AMOUNT'.
011548     05  FILLER                    PIC X(09)
011549         VALUE 'EFF DATE'.
011550     05  FILLER                    PIC X(02)      VALUE 'A'.
011551     05  FILLER                    PIC X(04)      VALUE 'BR'.
011552     05  FILLER                    PIC X(09)      VALUE 'SOURCE'.
011553     05  FILLER                    PIC X(09)      VALUE 'SEEN ON'.
011554     05  FILLER                    PIC X(08)
011555         VALUE 'ORIG SRC'.
011556 01  EDT-DUP-LINE.
011557     05  FILLER                    PIC X(02)      VALUE SPACES.
011558     05  EDT-LIN-KEY               PIC X(04).
011559     05  FILLER                    PIC X(01)      VALUE SPACES.
011560     05  EDT-LIN-AMOUNT            PIC -(7)9.99.
011561     05  FILLER                    PIC X(01)      VALUE SPACES.
011562     05  EDT-LIN-EFF-DATE          PIC 9(08).
011563     05  FILLER                    PIC X(01)      VALUE SPACES.
011564     05  EDT-LIN-ACTION            PIC X(01).
011565     05  FILLER                    PIC X(01)      VALUE SPACES.
011566     05  EDT-LIN-BRANCH            PIC X(03).
011567     05  FILLER                    PIC X(01)      VALUE SPACES.
011568     05  EDT-LIN-SOURCE            PIC X(08).
011569     05  FILLER                    PIC X(01)      VALUE SPACES.
011570     05  EDT-LIN-FIRST-SEEN        PIC 9(08).
011571     05  FILLER                    PIC X(01)      VALUE SPACES.
011572     05  EDT-LIN-ORIG-SOURCE       PIC X(08).
011573 01  EDT-TOTAL-LINE.
011574     05  FILLER                    PIC X(02)      VALUE SPACES.
011575     05  EDT-TOT-NAME              PIC X(22).
011576     05  FILLER                    PIC X(01)      VALUE SPACES.
011577     05  EDT-TOT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.
011600 PROCEDURE DIVISION.
011700*================================================================
011800* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE EDIT
013710     DISPLAY 2 UPON ARGUMENT-NUMBER.
013720     ACCEPT EDT-GEN-DATE       FROM ARGUMENT-VALUE
013730         ON EXCEPTION MOVE EDT-RUN-DATE TO EDT-GEN-DATE.
013740     DISPLAY 3 UPON ARGUMENT-NUMBER.
013750     ACCEPT EDT-RETENTION-DAYS FROM ARGUMENT-VALUE
013760         ON EXCEPTION MOVE 30 TO EDT-RETENTION-DAYS.
013770     IF EDT-RETENTION-DAYS = ZERO
013780         MOVE 30 TO EDT-RETENTION-DAYS.
013800     OPEN INPUT  TESTTRANIN.
013900     IF EDT-TRANIN-FILE-STATUS NOT = '00'
014000         MOVE 'A' TO EDT-COMPLETION-SW
015860             THRU 9000-EXIT
015870         MOVE 16 TO RETURN-CODE
015880         STOP RUN.
015882     PERFORM 1300-OPEN-HISTORY
015885         THRU 1300-EXIT.
015888     PERFORM 1400-AGE-HISTORY
015891         THRU 1400-EXIT.
015894     PERFORM 1500-PRINT-HEADINGS
015897         THRU 1500-EXIT.
015900     PERFORM 2100-READ-TRAN
016000         THRU 2100-EXIT.
016100 1000-EXIT.
019000             MOVE 'Y' TO EDT-EOF-SW
019100             GO TO 2100-EXIT.
019200     ADD 1 TO EDT-TRAN-COUNT.
019250     MOVE RAW-TRAN-DATA        TO TEST-TRAN-REC.
019300 2100-EXIT.
019400     EXIT.
019500*================================================================
021084         GO TO 3000-EXIT.
021086     PERFORM 3400-VALIDATE-BRANCH
021088         THRU 3400-EXIT.
021090     IF NOT EDT-TRAN-CLEAN
021092         GO TO 3000-EXIT.
021094     PERFORM 3500-CHECK-DUPLICATE
021096         THRU 3500-EXIT.
021100 3000-EXIT.
021200     EXIT.
021300*================================================================
027000 4000-WRITE-CLEAN.
027100     WRITE EDT-TRAN-OUT-REC    FROM TEST-TRAN-REC.
027200     ADD 1 TO EDT-CLEAN-COUNT.
027250     PERFORM 4100-RECORD-FINGERPRINT
027260         THRU 4100-EXIT.
027300 4000-EXIT.
027400     EXIT.
027500*================================================================
028300     MOVE SPACES               TO TEST-SUSP-REC.
028400     MOVE TEST-TRAN-REC        TO SUSP-TRAN-DATA.
028500     MOVE EDT-REASON-CODE      TO SUSP-REASON-CODE.
028550     MOVE RAW-SOURCE-ID        TO SUSP-SOURCE-ID.
028600     WRITE TEST-SUSP-REC.
028700     ADD 1 TO EDT-SUSP-COUNT.
028710     IF SUSP-DUPLICATE
028720         PERFORM 5100-PRINT-DUPLICATE
028730             THRU 5100-EXIT.
028800 5000-EXIT.
028900     EXIT.
029000*================================================================
029100* 8000-TERMINATE - CLOSE FILES AND WRITE THE RUN-LOG ENTRY
029200*================================================================
029300 8000-TERMINATE.
029310     PERFORM 6000-PRINT-TOTALS
029320         THRU 6000-EXIT.
029400     CLOSE TESTTRANIN.
029500     CLOSE TESTTRANOUT.
029600     CLOSE TESTSUSPFILE.
029650     CLOSE TESTKEYFILE.
029660     CLOSE TESTDUPFILE.
029670     CLOSE EDT-PRINT-FILE.
029700     PERFORM 9000-WRITE-RUNLOG
029800         THRU 9000-EXIT.
029900 8000-EXIT.
031810     MOVE ZERO                 TO LOG-ADD-COUNT.
031820     MOVE ZERO                 TO LOG-CHG-COUNT.
031830     MOVE ZERO                 TO LOG-DEL-COUNT.
031840     MOVE EDT-GEN-DATE         TO LOG-GEN-DATE.
031850     MOVE 'FILETESTEDT'        TO LOG-PROGRAM.
031860     MOVE ZERO                 TO LOG-PEND-COUNT.
031870     MOVE ZERO                 TO LOG-REL-COUNT.
032100     CLOSE TESTLOGFILE.
032200 9000-EXIT.
032300     EXIT.
032400*================================================================
032500* 1300-OPEN-HISTORY - OPEN THE FINGERPRINT HISTORY FOR UPDATE. IT
032600*                     IS A PERMANENT FILE - ONLY A FILE-NOT-FOUND
032700*                     (STATUS 35) ON THE FIRST EVER RUN MAY CREATE
032800*                     IT EMPTY, THE SAME RULE FILETESTKEY APPLIES
032900*                     TO THE KEY REFERENCE MASTER. ANY OTHER
033000*                     FAILURE ABENDS THE EDIT - A RUN THAT CANNOT
033100*                     SEE THE HISTORY WOULD PASS EVERY RESEND
033200*                     AGAIN.
033300*================================================================
033400 1300-OPEN-HISTORY.
033500     OPEN I-O TESTDUPFILE.
033600     IF EDT-DUP-FILE-STATUS = '35'
033700         OPEN OUTPUT TESTDUPFILE
033800         CLOSE TESTDUPFILE
033900         OPEN I-O TESTDUPFILE
034000     END-IF.
034100     IF EDT-DUP-FILE-STATUS NOT = '00'
034200         DISPLAY 'FILETESTEDT: FINGERPRINT HISTORY OPEN FAILED'
034300         MOVE 'A' TO EDT-COMPLETION-SW
034400         PERFORM 9000-WRITE-RUNLOG
034500             THRU 9000-EXIT
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN.
034800 1300-EXIT.
034900     EXIT.
035000*================================================================
035100* 1400-AGE-HISTORY - SWEEP THE FINGERPRINT HISTORY ONCE BEFORE THE
035200*                    EDIT. AN ENTRY FIRST SEEN BEFORE THE CUTOFF
035300*                    (GENERATION DATE LESS THE RETENTION DAYS) HAS
035400*                    AGED OUT AND IS DELETED. AN ENTRY FIRST SEEN
035500*                    ON THIS GENERATION DATE WAS WRITTEN BY AN
035600*                    EARLIER ATTEMPT AT THIS SAME GENERATION AND
035700*                    IS DELETED TOO, SO A RERUN EDITS THE FEED
035800*                    EXACTLY AS THE FIRST ATTEMPT DID.
035900*================================================================
036000 1400-AGE-HISTORY.
036100     MOVE FUNCTION INTEGER-OF-DATE (EDT-GEN-DATE)
036200         TO EDT-GEN-INT.
036300     SUBTRACT EDT-RETENTION-DAYS FROM EDT-GEN-INT
036400         GIVING EDT-CUTOFF-INT.
036500     MOVE FUNCTION DATE-OF-INTEGER (EDT-CUTOFF-INT)
036600         TO EDT-CUTOFF-DATE.
036700     MOVE LOW-VALUES            TO DUP-FINGERPRINT.
036800     START TESTDUPFILE KEY IS NOT LESS THAN DUP-FINGERPRINT
036900         INVALID KEY
037000             MOVE 'Y' TO EDT-HIST-EOF-SW.
037100     PERFORM 1410-AGE-ONE-ENTRY
037200         THRU 1410-EXIT
037300         UNTIL EDT-EOF-HISTORY.
037400 1400-EXIT.
037500     EXIT.
037600*================================================================
037700* 1410-AGE-ONE-ENTRY - READ THE NEXT HISTORY ENTRY IN FINGERPRINT
037800*                      ORDER AND KEEP OR DELETE IT. A FIRST-SEEN
037900*                      DATE THAT IS NOT NUMERIC CANNOT BE AGED AND
038000*                      IS DELETED WITH THE AGED ENTRIES.
038100*================================================================
038200 1410-AGE-ONE-ENTRY.
038300     READ TESTDUPFILE NEXT RECORD
038400         AT END
038500             MOVE 'Y' TO EDT-HIST-EOF-SW
038600             GO TO 1410-EXIT.
038700     IF DUP-FIRST-SEEN IS NUMERIC
038800     AND DUP-FIRST-SEEN NOT < EDT-CUTOFF-DATE
038900     AND DUP-FIRST-SEEN NOT = EDT-GEN-DATE
039000         ADD 1 TO EDT-HIST-KEPT-COUNT
039100         GO TO 1410-EXIT.
039200     IF DUP-FIRST-SEEN IS NUMERIC
039300     AND DUP-FIRST-SEEN = EDT-GEN-DATE
039400         ADD 1 TO EDT-HIST-RERUN-COUNT
039500     ELSE
039600         ADD 1 TO EDT-HIST-AGED-COUNT
039700     END-IF.
039800     DELETE TESTDUPFILE RECORD.
039900 1410-EXIT.
040000     EXIT.
040100*================================================================
040200* 1500-PRINT-HEADINGS - OPEN THE DUPLICATES REPORT AND PRINT ITS
040300*                       HEADINGS, INCLUDING THE OLDEST FIRST-SEEN
040400*                       DATE THE HISTORY STILL HOLDS
040500*================================================================
040600 1500-PRINT-HEADINGS.
040700     OPEN OUTPUT EDT-PRINT-FILE.
040800     WRITE EDT-PRINT-LINE        FROM EDT-HDR-TITLE.
040900     MOVE EDT-GEN-DATE           TO EDT-HDR-GEN-DATE.
041000     MOVE EDT-CUTOFF-DATE        TO EDT-HDR-CUTOFF-DATE.
041100     WRITE EDT-PRINT-LINE        FROM EDT-HDR-GEN-LINE.
041200     WRITE EDT-PRINT-LINE        FROM EDT-HDR-RULE.
041300     WRITE EDT-PRINT-LINE        FROM EDT-COL-HEAD-LINE.
041400 1500-EXIT.
041500     EXIT.
041600*================================================================
041700* 3500-CHECK-DUPLICATE - BUILD THE TRANSACTION'S FINGERPRINT AND
041800*                        LOOK IT UP ON THE HISTORY - ONE DIRECT
041900*                        READ PER TRANSACTION, LIKE THE KEY
042000*                        REFERENCE CHECK. BLANK ACTION AND BRANCH
042100*                        ARE FINGERPRINTED AS THE ADD AND BRANCH
042200*                        000 THE EXTRACT TREATS THEM AS. A HIT
042300*                        SUSPENDS WITH 08 AND SAVES THE ORIGINAL'S
042400*                        FIRST-SEEN DATE AND SOURCE. A CORRECTION
042500*                        MERGED BY THE RECYCLE IS FINGERPRINTED
042600*                        BUT NOT HELD - ITS RESUBMISSION IS THE
042700*                        RELEASE.
042800*================================================================
042900 3500-CHECK-DUPLICATE.
043000     MOVE SPACES               TO TEST-DUP-REC.
043100     MOVE TRAN-KEY             TO DUP-KEY.
043200     MOVE TRAN-AMOUNT          TO DUP-AMOUNT.
043300     MOVE TRAN-EFF-DATE        TO DUP-EFF-DATE.
043400     MOVE TRAN-ACTION-CODE     TO DUP-ACTION-CODE.
043500     IF DUP-ACTION-CODE = SPACE
043600         MOVE 'A' TO DUP-ACTION-CODE.
043700     MOVE TRAN-BRANCH          TO DUP-BRANCH.
043800     IF DUP-BRANCH = SPACES
043900         MOVE '000' TO DUP-BRANCH.
044000     MOVE DUP-FINGERPRINT      TO EDT-FINGERPRINT.
044100     IF RAW-SOURCE-RECYCLE
044200         GO TO 3500-EXIT.
044300     READ TESTDUPFILE
044400         INVALID KEY
044500             GO TO 3500-EXIT.
044600     MOVE '08'                 TO EDT-REASON-CODE.
044700     MOVE DUP-FIRST-SEEN       TO EDT-ORIG-FIRST-SEEN.
044800     MOVE DUP-SOURCE-ID        TO EDT-ORIG-SOURCE.
044900 3500-EXIT.
045000     EXIT.
045100*================================================================
045200* 4100-RECORD-FINGERPRINT - ADD THE CLEAN TRANSACTION'S
045300*                           FINGERPRINT TO THE HISTORY UNDER THIS
045400*                           GENERATION DATE AND ITS SOURCE, SO A
045500*                           LATER COPY IN THIS RUN OR A LATER ONE
045600*                           IS CAUGHT. A RECYCLED CORRECTION WHOSE
045700*                           FINGERPRINT IS ALREADY ON FILE LEAVES
045800*                           THE ORIGINAL ENTRY AS IT STANDS.
045900*================================================================
046000 4100-RECORD-FINGERPRINT.
046100     MOVE SPACES               TO TEST-DUP-REC.
046200     MOVE EDT-FINGERPRINT      TO DUP-FINGERPRINT.
046300     MOVE EDT-GEN-DATE         TO DUP-FIRST-SEEN.
046400     MOVE RAW-SOURCE-ID        TO DUP-SOURCE-ID.
046500     WRITE TEST-DUP-REC
046600         INVALID KEY
046700             GO TO 4100-EXIT.
046800     ADD 1 TO EDT-HIST-ADD-COUNT.
046900 4100-EXIT.
047000     EXIT.
047100*================================================================
047200* 5100-PRINT-DUPLICATE - ONE REPORT LINE PER DUPLICATE SUSPENDED:
047300*                        THE ITEM AND ITS SOURCE BESIDE THE DATE
047400*                        THE ORIGINAL WAS FIRST SEEN AND ITS
047500*                        SOURCE. A ROW FROM A FEED CUT BEFORE THE
047600*                        SOURCE COLUMN EXISTED SHOWS AS UNKNOWN.
047700*================================================================
047800 5100-PRINT-DUPLICATE.
047900     MOVE SPACES               TO EDT-DUP-LINE.
048000     MOVE TRAN-KEY             TO EDT-LIN-KEY.
048100     MOVE TRAN-AMOUNT          TO EDT-LIN-AMOUNT.
048200     MOVE TRAN-EFF-DATE        TO EDT-LIN-EFF-DATE.
048300     MOVE TRAN-ACTION-CODE     TO EDT-LIN-ACTION.
048400     MOVE TRAN-BRANCH          TO EDT-LIN-BRANCH.
048500     MOVE RAW-SOURCE-ID        TO EDT-LIN-SOURCE.
048600     IF EDT-LIN-SOURCE = SPACES
048700         MOVE 'UNKNOWN' TO EDT-LIN-SOURCE.
048800     MOVE EDT-ORIG-FIRST-SEEN  TO EDT-LIN-FIRST-SEEN.
048900     MOVE EDT-ORIG-SOURCE      TO EDT-LIN-ORIG-SOURCE.
049000     IF EDT-LIN-ORIG-SOURCE = SPACES
049100         MOVE 'UNKNOWN' TO EDT-LIN-ORIG-SOURCE.
049200     WRITE EDT-PRINT-LINE      FROM EDT-DUP-LINE.
049300     ADD 1 TO EDT-DUP-COUNT.
049400 5100-EXIT.
049500     EXIT.
049600*================================================================
049700* 6000-PRINT-TOTALS - DUPLICATES SUSPENDED AND THE MOVEMENT ON THE
049800*                     FINGERPRINT HISTORY. A DAY WITH NO
049900*                     DUPLICATES SAYS SO IN SO MANY WORDS.
050000*================================================================
050100 6000-PRINT-TOTALS.
050200     WRITE EDT-PRINT-LINE       FROM EDT-HDR-RULE.
050300     IF EDT-DUP-COUNT = ZERO
050400         MOVE 'NO DUPLICATES FOUND' TO EDT-PRINT-LINE
050500         WRITE EDT-PRINT-LINE.
050600     MOVE 'DUPLICATES SUSPENDED'  TO EDT-TOT-NAME.
050700     MOVE EDT-DUP-COUNT         TO EDT-TOT-VALUE.
050800     WRITE EDT-PRINT-LINE       FROM EDT-TOTAL-LINE.
050900     MOVE 'HISTORY ENTRIES KEPT'  TO EDT-TOT-NAME.
051000     MOVE EDT-HIST-KEPT-COUNT   TO EDT-TOT-VALUE.
051100     WRITE EDT-PRINT-LINE       FROM EDT-TOTAL-LINE.
051200     MOVE 'HISTORY AGED OUT'    TO EDT-TOT-NAME.
051300     MOVE EDT-HIST-AGED-COUNT   TO EDT-TOT-VALUE.
051400     WRITE EDT-PRINT-LINE       FROM EDT-TOTAL-LINE.
051500     MOVE 'RERUN ENTRIES DROPPED' TO EDT-TOT-NAME.
051600     MOVE EDT-HIST-RERUN-COUNT  TO EDT-TOT-VALUE.
051700     WRITE EDT-PRINT-LINE       FROM EDT-TOTAL-LINE.
051800     MOVE 'FINGERPRINTS ADDED'  TO EDT-TOT-NAME.
051900     MOVE EDT-HIST-ADD-COUNT    TO EDT-TOT-VALUE.
052000     WRITE EDT-PRINT-LINE       FROM EDT-TOTAL-LINE.
052100 6000-EXIT.
052200     EXIT.
