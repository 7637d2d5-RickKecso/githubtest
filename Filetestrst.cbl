000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTRST.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - ON-DEMAND RESTORE OF A
001200*                  PURGED EXTRACT GENERATION FROM THE LONG-TERM
001300*                  ARCHIVE WRITTEN BY FILETESTVLT. PARM 1 IS THE
001400*                  GENERATION DATE (REQUIRED), PARM 2 THE JOB ID.
001500*                  THE GENERATION'S LATEST CATALOG ENTRY
001600*                  (TESTVCTFILE) SAYS WHERE ITS RECORDS SIT ON THE
001700*                  ARCHIVE; THOSE RECORDS - HDR1, DETAILS AND TRL1
001800*                  - ARE REBUILT AS A TEMPORARY INDEXED FILE,
001900*                  TESTRESTFILE.<DATE>.TXT, THROUGH ITS OWN DDNAME
002000*                  (TESTRST) SO A RESTORE CAN NEVER OVERWRITE A
002100*                  LIVE GENERATION. THE COPY IS THEN RE-PROVED
002200*                  FROM THE FILE ITSELF: DETAILS RECOUNTED AND KEY
002300*                  HASH RECOMPUTED AGAINST BOTH THE STORED TRAILER
002400*                  AND THE CATALOG. A COPY THAT FAILS IS DELETED
002500*                  AND THE RUN ENDS RC 8; ONE THAT PASSES IS
002600*                  PICKED UP BY FILETESTRPT, FILETESTINQ AND
002700*                  FILETESTCMP FOR THAT DATE IN PLACE OF THE
002800*                  PURGED GENERATION. WHEN THE AUDIT IS DONE, PARM
002900*                  3 OF DROP REMOVES THE TEMPORARY COPY.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TESTRSTFILE ASSIGN TO 'TESTRST'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS TEST-OUTPUT-KEY
004100         FILE STATUS IS RST-OUT-FILE-STATUS.
004200
004300     SELECT TESTVLTFILE ASSIGN TO 'testvltfile.txt'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS RST-ARC-FILE-STATUS.
004600
004700     SELECT TESTVCTFILE ASSIGN TO 'testvctfile.txt'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RST-VCT-FILE-STATUS.
005000
005100     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS RST-LOG-FILE-STATUS.
005400
005500     SELECT RST-PRINT-FILE ASSIGN TO 'filetestrst.txt'
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------
006000* RESTORED GENERATION - THE EXTRACT LAYOUT, UNDER ITS OWN DDNAME
006100*----------------------------------------------------------------
006200 FD  TESTRSTFILE.
006300     COPY TESTOUT.
006400*----------------------------------------------------------------
006500* LONG-TERM EXTRACT ARCHIVE
006600*----------------------------------------------------------------
006700 FD  TESTVLTFILE.
006800     COPY TESTVLT.
006900*----------------------------------------------------------------
007000* ARCHIVE CATALOG
007100*----------------------------------------------------------------
007200 FD  TESTVCTFILE.
007300     COPY TESTVCT.
007400*----------------------------------------------------------------
007500* RUN-LOG / AUDIT TRAIL FILE
007600*----------------------------------------------------------------
007700 FD  TESTLOGFILE.
007800     COPY TESTLOG.
007900*----------------------------------------------------------------
008000* PRINTED RESTORE REPORT
008100*----------------------------------------------------------------
008200 FD  RST-PRINT-FILE.
008300 01  RST-PRINT-LINE                PIC X(80).
008400 WORKING-STORAGE SECTION.
008500*----------------------------------------------------------------
008600* SWITCHES AND FILE STATUS FIELDS
008700*----------------------------------------------------------------
008800 77  RST-VCT-EOF-SW                PIC X(01)      VALUE 'N'.
008900     88  RST-EOF-CATALOG                            VALUE 'Y'.
009000 77  RST-ARC-EOF-SW                PIC X(01)      VALUE 'N'.
009100     88  RST-EOF-ARCHIVE                            VALUE 'Y'.
009200 77  RST-OUT-EOF-SW                PIC X(01)      VALUE 'N'.
009300     88  RST-EOF-OUTPUT                             VALUE 'Y'.
009400 77  RST-OUT-FILE-STATUS           PIC X(02)      VALUE SPACES.
009500 77  RST-ARC-FILE-STATUS           PIC X(02)      VALUE SPACES.
009600 77  RST-VCT-FILE-STATUS           PIC X(02)      VALUE SPACES.
009700 77  RST-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
009800 77  RST-CAT-FOUND-SW              PIC X(01)      VALUE 'N'.
009900     88  RST-CAT-FOUND                              VALUE 'Y'.
010000 77  RST-HDR-FOUND-SW              PIC X(01)      VALUE 'N'.
010100     88  RST-HDR-FOUND                              VALUE 'Y'.
010200 77  RST-TRL-FOUND-SW              PIC X(01)      VALUE 'N'.
010300     88  RST-TRL-FOUND                              VALUE 'Y'.
010400 77  RST-DROP-SW                   PIC X(01)      VALUE 'N'.
010500     88  RST-DROP-REQUESTED                         VALUE 'Y'.
010600 77  RST-DROPPED-SW                PIC X(01)      VALUE 'N'.
010700     88  RST-COPY-DROPPED                           VALUE 'Y'.
010800 77  RST-FAIL-SW                   PIC X(01)      VALUE 'N'.
010900     88  RST-ANY-FAIL                               VALUE 'Y'.
011000 77  RST-COMPLETION-SW             PIC X(01)      VALUE 'N'.
011100*----------------------------------------------------------------
011200* PARAMETERS AND RUN DATE
011300*----------------------------------------------------------------
011400 77  RST-GEN-DATE                  PIC 9(08)      VALUE ZERO.
011500 77  RST-GEN-DATE-X REDEFINES RST-GEN-DATE
011600                                   PIC X(08).
011700 77  RST-GEN-INT                   PIC 9(07) COMP  VALUE ZERO.
011800 77  RST-ACTION                    PIC X(08)      VALUE SPACES.
011900 77  RST-TODAY-DATE                PIC 9(08)      VALUE ZERO.
012000 77  RST-TODAY-TIME                PIC 9(08)      VALUE ZERO.
012100 77  RST-RUN-JOBID                 PIC X(08)      VALUE SPACES.
012200*----------------------------------------------------------------
012300* THE GENERATION'S CATALOG ENTRY - SAVED AS SOON AS IT IS READ
012400*----------------------------------------------------------------
012500 77  RST-CAT-REC-COUNT             PIC 9(09)      VALUE ZERO.
012600 77  RST-CAT-KEY-HASH              PIC 9(11)      VALUE ZERO.
012700 77  RST-CAT-ARCHIVE-DATE          PIC 9(08)      VALUE ZERO.
012800 77  RST-CAT-FIRST-SEQ             PIC 9(09)      VALUE ZERO.
012900 77  RST-CAT-IMAGE-COUNT           PIC 9(09)      VALUE ZERO.
013000*----------------------------------------------------------------
013100* REBUILD COUNTERS - ARCHIVE RECORDS PASSED OVER TO REACH THE
013200* GENERATION, ITS RECORDS READ, WRITTEN TO THE COPY, AND TURNED
013300* AWAY (A DUPLICATE KEY, OR A RECORD TAGGED WITH ANOTHER DATE)
013400*----------------------------------------------------------------
013500 77  RST-SKIP-TARGET               PIC 9(09) COMP  VALUE ZERO.
013600 77  RST-SKIP-COUNT                PIC 9(09) COMP  VALUE ZERO.
013700 77  RST-READ-COUNT                PIC 9(09) COMP  VALUE ZERO.
013800 77  RST-WRITE-COUNT               PIC 9(09) COMP  VALUE ZERO.
013900 77  RST-DUP-COUNT                 PIC 9(09) COMP  VALUE ZERO.
014000 77  RST-MISPLACED-COUNT           PIC 9(09) COMP  VALUE ZERO.
014100*----------------------------------------------------------------
014200* RE-PROOF OF THE RESTORED COPY - TRAILER VALUES SAVED AS SOON AS
014300* READ, DETAILS RECOUNTED AND REHASHED BY THE EXTRACT RUN'S RULE
014400* (ONLY A NUMERIC KEY GOES INTO THE HASH)
014500*----------------------------------------------------------------
014600 77  RST-TRL-REC-COUNT             PIC 9(09)      VALUE ZERO.
014700 77  RST-TRL-KEY-HASH              PIC 9(11)      VALUE ZERO.
014800 77  RST-SWEEP-COUNT               PIC 9(09) COMP  VALUE ZERO.
014900 77  RST-SWEEP-HASH                PIC 9(11) COMP-3 VALUE ZERO.
015000 77  RST-KEY-NUM                   PIC 9(04)      VALUE ZERO.
015100 77  RST-CHK-EXP-VALUE             PIC 9(11)      VALUE ZERO.
015200 77  RST-CHK-ACT-VALUE             PIC 9(11)      VALUE ZERO.
015300*----------------------------------------------------------------
015400* RESTORED DATASET NAME AND FILE MANAGEMENT CALL WORK AREAS - THE
015500* CHECK/DELETE LIBRARY ROUTINES SET RETURN-CODE, WHICH IS ALSO
015600* THIS PROGRAM'S EXIT CODE, SO EVERY CALL'S RESULT IS CAPTURED
015700* AND RETURN-CODE IS PUT BACK TO ZERO STRAIGHT AWAY.
015800*----------------------------------------------------------------
015900 77  RST-REST-FILENAME             PIC X(40)      VALUE SPACES.
016000 77  RST-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
016100 01  RST-FILE-DETAILS              PIC X(64)      VALUE SPACES.
016200*----------------------------------------------------------------
016300* PAGE HEADING LINES
016400*----------------------------------------------------------------
016500 01  RST-HDR-TITLE.
016600     05  FILLER                    PIC X(80)
016700         VALUE 'EXTRACT GENERATION RESTORE FROM ARCHIVE'.
016800 01  RST-HDR-GEN-LINE.
016900     05  FILLER                    PIC X(12)
017000         VALUE 'GENERATION:'.
017100     05  RST-HDR-GEN-DATE          PIC 9(08).
017200 01  RST-HDR-ARCH-LINE.
017300     05  FILLER                    PIC X(12)
017400         VALUE 'ARCHIVED ON:'.
017500     05  RST-HDR-ARCH-DATE         PIC 9(08).
017600 01  RST-HDR-COLUMNS.
017700     05  FILLER                    PIC X(02)      VALUE SPACES.
017800     05  FILLER                    PIC X(22)
017900         VALUE 'CHECK'.
018000     05  FILLER                    PIC X(01)      VALUE SPACES.
018100     05  FILLER                    PIC X(15)
018200         VALUE '       EXPECTED'.
018300     05  FILLER                    PIC X(01)      VALUE SPACES.
018400     05  FILLER                    PIC X(15)
018500         VALUE '         ACTUAL'.
018600     05  FILLER                    PIC X(02)      VALUE SPACES.
018700     05  FILLER                    PIC X(06)
018800         VALUE 'RESULT'.
018900 01  RST-HDR-RULE.
019000     05  FILLER                    PIC X(64)      VALUE ALL '-'.
019100*----------------------------------------------------------------
019200* CHECK RESULT LINE - ONE PER COMPARISON
019300*----------------------------------------------------------------
019400 01  RST-CHECK-LINE.
019500     05  FILLER                    PIC X(02)      VALUE SPACES.
019600     05  RST-CHK-NAME              PIC X(22).
019700     05  FILLER                    PIC X(01)      VALUE SPACES.
019800     05  RST-CHK-EXPECTED          PIC ZZZ,ZZZ,ZZZ,ZZ9.
019900     05  FILLER                    PIC X(01)      VALUE SPACES.
020000     05  RST-CHK-ACTUAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.
020100     05  FILLER                    PIC X(02)      VALUE SPACES.
020200     05  RST-CHK-RESULT            PIC X(04).
020300*----------------------------------------------------------------
020400* SUMMARY LINES
020500*----------------------------------------------------------------
020600 01  RST-SUMMARY-LINE.
020700     05  FILLER                    PIC X(17)
020800         VALUE 'RESTORE:'.
020900     05  RST-SUMMARY-RESULT        PIC X(06).
021000 01  RST-DATASET-LINE.
021100     05  RST-DATASET-LABEL         PIC X(17).
021200     05  RST-DATASET-NAME          PIC X(40).
021300 PROCEDURE DIVISION.
021400*================================================================
021500* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RESTORE
021600*================================================================
021700 0000-MAINLINE.
021800     PERFORM 1050-GET-PARMS
021900         THRU 1050-EXIT.
022000     PERFORM 1000-INITIALIZE
022100         THRU 1000-EXIT.
022200     IF RST-DROP-REQUESTED
022300         PERFORM 7000-DROP-RESTORED-COPY
022400             THRU 7000-EXIT
022500     ELSE
022600         PERFORM 2000-FIND-CATALOG-ENTRY
022700             THRU 2000-EXIT
022800         PERFORM 3000-REBUILD-GENERATION
022900             THRU 3000-EXIT
023000         PERFORM 4000-PROVE-RESTORED-COPY
023100             THRU 4000-EXIT
023200         PERFORM 5000-PRINT-CHECKS
023300             THRU 5000-EXIT
023400         IF RST-ANY-FAIL
023500             PERFORM 6000-REMOVE-FAILED-COPY
023600                 THRU 6000-EXIT
023700         END-IF
023800     END-IF.
023900     PERFORM 8000-TERMINATE
024000         THRU 8000-EXIT.
024100     PERFORM 9000-WRITE-RUNLOG
024200         THRU 9000-EXIT.
024300     STOP RUN.
024400*================================================================
024500* 1000-INITIALIZE - OPEN THE REPORT AND WRITE THE PAGE HEADING.
024600*                   THE CHECK COLUMNS FOLLOW ONCE THE CATALOG
024700*                   ENTRY HAS BEEN FOUND.
024800*================================================================
024900 1000-INITIALIZE.
025000     ACCEPT RST-TODAY-TIME      FROM TIME.
025100     OPEN OUTPUT RST-PRINT-FILE.
025200     WRITE RST-PRINT-LINE        FROM RST-HDR-TITLE.
025300     MOVE RST-GEN-DATE           TO RST-HDR-GEN-DATE.
025400     WRITE RST-PRINT-LINE        FROM RST-HDR-GEN-LINE.
025500 1000-EXIT.
025600     EXIT.
025700*================================================================
025800* 1050-GET-PARMS - PARM 1 IS THE GENERATION DATE TO RESTORE AND
025900*                  IS REQUIRED - THERE IS NO SENSIBLE DEFAULT FOR
026000*                  A PURGED DATE. PARM 2 IS THE JOB ID. PARM 3,
026100*                  WHEN GIVEN, IS RESTORE (THE DEFAULT) OR DROP.
026200*                  THE RESTORED DATASET NAME IS BUILT HERE AND THE
026300*                  TESTRST DDNAME POINTED AT IT FOR EITHER ACTION.
026400*================================================================
026500 1050-GET-PARMS.
026600     ACCEPT RST-TODAY-DATE     FROM DATE YYYYMMDD.
026700     DISPLAY 1 UPON ARGUMENT-NUMBER.
026800     ACCEPT RST-GEN-DATE       FROM ARGUMENT-VALUE
026900         ON EXCEPTION
027000             DISPLAY 'FILETESTRST: GENERATION DATE PARM REQUIRED'
027100             MOVE 16 TO RETURN-CODE
027200             STOP RUN.
027300     IF RST-GEN-DATE-X IS NOT NUMERIC
027400     OR RST-GEN-DATE < 16010101
027500         DISPLAY 'FILETESTRST: GENERATION DATE PARM INVALID'
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN.
027800     MOVE FUNCTION INTEGER-OF-DATE (RST-GEN-DATE)
027900         TO RST-GEN-INT.
028000     IF RST-GEN-INT = ZERO
028100         DISPLAY 'FILETESTRST: GENERATION DATE PARM INVALID'
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN.
028400     DISPLAY 2 UPON ARGUMENT-NUMBER.
028500     ACCEPT RST-RUN-JOBID      FROM ARGUMENT-VALUE
028600         ON EXCEPTION MOVE 'FILETSTRS' TO RST-RUN-JOBID.
028700     DISPLAY 3 UPON ARGUMENT-NUMBER.
028800     ACCEPT RST-ACTION         FROM ARGUMENT-VALUE
028900         ON EXCEPTION MOVE SPACES TO RST-ACTION.
029000     IF RST-ACTION = 'DROP'
029100         MOVE 'Y' TO RST-DROP-SW
029200     ELSE
029300         IF RST-ACTION NOT = SPACES
029400         AND RST-ACTION NOT = 'RESTORE'
029500             DISPLAY 'FILETESTRST: ACTION PARM INVALID'
029600             MOVE 16 TO RETURN-CODE
029700             STOP RUN
029800         END-IF
029900     END-IF.
030000     MOVE SPACES               TO RST-REST-FILENAME.
030100     STRING 'testrestfile.'   DELIMITED BY SIZE
030200            RST-GEN-DATE       DELIMITED BY SIZE
030300            '.txt'             DELIMITED BY SIZE
030400            INTO RST-REST-FILENAME.
030500     DISPLAY 'TESTRST' UPON ENVIRONMENT-NAME.
030600     DISPLAY RST-REST-FILENAME UPON ENVIRONMENT-VALUE.
030700 1050-EXIT.
030800     EXIT.
030900*================================================================
031000* 1900-ABEND - THE RESTORE CANNOT START. THE CALLER HAS ALREADY
031100*              MOVED THE MESSAGE TO THE PRINT LINE. NOTHING HAS
031200*              BEEN WRITTEN TO A RESTORED COPY AT THIS POINT.
031300*================================================================
031400 1900-ABEND.
031500     WRITE RST-PRINT-LINE.
031600     CLOSE RST-PRINT-FILE.
031700     MOVE 'A' TO RST-COMPLETION-SW.
031800     PERFORM 9000-WRITE-RUNLOG
031900         THRU 9000-EXIT.
032000     MOVE 16 TO RETURN-CODE.
032100     STOP RUN.
032200 1900-EXIT.
032300     EXIT.
032400*================================================================
032500* 2000-FIND-CATALOG-ENTRY - SCAN THE ARCHIVE CATALOG FOR THE
032600*                           GENERATION. THE LATEST ENTRY WINS. A
032700*                           DATE WITH NO ENTRY WAS NEVER ARCHIVED
032800*                           AND CANNOT BE RESTORED.
032900*================================================================
033000 2000-FIND-CATALOG-ENTRY.
033100     OPEN INPUT TESTVCTFILE.
033200     IF RST-VCT-FILE-STATUS NOT = '00'
033300         MOVE 'ARCHIVE CATALOG NOT FOUND' TO RST-PRINT-LINE
033400         PERFORM 1900-ABEND
033500             THRU 1900-EXIT.
033600     PERFORM 2100-SCAN-CATALOG-ENTRY
033700         THRU 2100-EXIT
033800         UNTIL RST-EOF-CATALOG.
033900     CLOSE TESTVCTFILE.
034000     IF NOT RST-CAT-FOUND
034100         MOVE 'GENERATION NOT ON ARCHIVE CATALOG'
034200             TO RST-PRINT-LINE
034300         PERFORM 1900-ABEND
034400             THRU 1900-EXIT.
034500     MOVE RST-CAT-ARCHIVE-DATE TO RST-HDR-ARCH-DATE.
034600     WRITE RST-PRINT-LINE      FROM RST-HDR-ARCH-LINE.
034700     WRITE RST-PRINT-LINE      FROM RST-HDR-COLUMNS.
034800     WRITE RST-PRINT-LINE      FROM RST-HDR-RULE.
034900 2000-EXIT.
035000     EXIT.
035100*================================================================
035200* 2100-SCAN-CATALOG-ENTRY - SAVE EVERY ENTRY FOR THE GENERATION;
035300*                           THE LAST ONE READ IS THE ONE THAT
035400*                           STANDS.
035500*================================================================
035600 2100-SCAN-CATALOG-ENTRY.
035700     READ TESTVCTFILE
035800         AT END
035900             MOVE 'Y' TO RST-VCT-EOF-SW
036000             GO TO 2100-EXIT.
036100     IF VCT-GEN-DATE IS NUMERIC
036200         IF VCT-GEN-DATE = RST-GEN-DATE
036300             MOVE 'Y'               TO RST-CAT-FOUND-SW
036400             MOVE VCT-REC-COUNT     TO RST-CAT-REC-COUNT
036500             MOVE VCT-KEY-HASH      TO RST-CAT-KEY-HASH
036600             MOVE VCT-ARCHIVE-DATE  TO RST-CAT-ARCHIVE-DATE
036700             MOVE VCT-FIRST-SEQ     TO RST-CAT-FIRST-SEQ
036800             MOVE VCT-IMAGE-COUNT   TO RST-CAT-IMAGE-COUNT
036900         END-IF
037000     END-IF.
037100 2100-EXIT.
037200     EXIT.
037300*================================================================
037400* 3000-REBUILD-GENERATION - PASS OVER THE ARCHIVE RECORDS AHEAD
037500*                           OF THE GENERATION, THEN WRITE ITS OWN
037600*                           RECORDS TO THE RESTORED COPY BY KEY.
037700*                           AN ARCHIVE THAT ENDS SHORT IS NOT AN
037800*                           ABEND - THE RECORD COUNT CHECK FAILS
037900*                           AND THE COPY IS REMOVED WITH THE REST
038000*                           OF THE FAILURES.
038100*================================================================
038200 3000-REBUILD-GENERATION.
038300     OPEN INPUT TESTVLTFILE.
038400     IF RST-ARC-FILE-STATUS NOT = '00'
038500         MOVE 'ARCHIVE FILE NOT FOUND' TO RST-PRINT-LINE
038600         PERFORM 1900-ABEND
038700             THRU 1900-EXIT.
038800     OPEN OUTPUT TESTRSTFILE.
038900     IF RST-OUT-FILE-STATUS NOT = '00'
039000         CLOSE TESTVLTFILE
039100         MOVE 'RESTORED COPY CANNOT BE CREATED'
039200             TO RST-PRINT-LINE
039300         PERFORM 1900-ABEND
039400             THRU 1900-EXIT.
039500     IF RST-CAT-FIRST-SEQ > ZERO
039600         SUBTRACT 1 FROM RST-CAT-FIRST-SEQ
039700             GIVING RST-SKIP-TARGET
039800     END-IF.
039900     PERFORM 3100-SKIP-ARCHIVE-REC
040000         THRU 3100-EXIT
040100         UNTIL RST-SKIP-COUNT = RST-SKIP-TARGET
040200         OR RST-EOF-ARCHIVE.
040300     PERFORM 3200-RESTORE-IMAGE
040400         THRU 3200-EXIT
040500         UNTIL RST-READ-COUNT = RST-CAT-IMAGE-COUNT
040600         OR RST-EOF-ARCHIVE.
040700     CLOSE TESTVLTFILE.
040800     CLOSE TESTRSTFILE.
040900 3000-EXIT.
041000     EXIT.
041100*================================================================
041200* 3100-SKIP-ARCHIVE-REC - READ PAST ONE RECORD AHEAD OF THE
041300*                         GENERATION
041400*================================================================
041500 3100-SKIP-ARCHIVE-REC.
041600     READ TESTVLTFILE
041700         AT END
041800             MOVE 'Y' TO RST-ARC-EOF-SW
041900             GO TO 3100-EXIT.
042000     ADD 1 TO RST-SKIP-COUNT.
042100 3100-EXIT.
042200     EXIT.
042300*================================================================
042400* 3200-RESTORE-IMAGE - READ ONE OF THE GENERATION'S ARCHIVE
042500*                      RECORDS AND WRITE ITS IMAGE TO THE COPY. A
042600*                      RECORD TAGGED WITH ANOTHER DATE MEANS THE
042700*                      CATALOG AND ARCHIVE DISAGREE AND IS NOT
042800*                      WRITTEN; NEITHER IS A DUPLICATE KEY. EITHER
042900*                      LEAVES THE COPY SHORT AND FAILS THE PROOF.
043000*================================================================
043100 3200-RESTORE-IMAGE.
043200     READ TESTVLTFILE
043300         AT END
043400             MOVE 'Y' TO RST-ARC-EOF-SW
043500             GO TO 3200-EXIT.
043600     ADD 1 TO RST-READ-COUNT.
043700     IF VLT-GEN-DATE NOT = RST-GEN-DATE
043800         ADD 1 TO RST-MISPLACED-COUNT
043900         GO TO 3200-EXIT.
044000     MOVE VLT-OUT-IMAGE        TO TESTOUTPUTREC.
044100     WRITE TESTOUTPUTREC
044200         INVALID KEY
044300             ADD 1 TO RST-DUP-COUNT
044400             GO TO 3200-EXIT.
044500     ADD 1 TO RST-WRITE-COUNT.
044600 3200-EXIT.
044700     EXIT.
044800*================================================================
044900* 4000-PROVE-RESTORED-COPY - REOPEN THE COPY AS ITS READERS WILL
045000*                            AND PROVE IT FROM WHAT IS ACTUALLY
045100*                            ON IT: HEADER AND TRAILER BY DIRECT
045200*                            READ, THEN A KEY-ORDER SWEEP OF THE
045300*                            DETAILS. A COPY THAT WILL NOT OPEN
045400*                            PROVES NOTHING AND FAILS EVERY CHECK.
045500*================================================================
045600 4000-PROVE-RESTORED-COPY.
045700     OPEN INPUT TESTRSTFILE.
045800     IF RST-OUT-FILE-STATUS NOT = '00'
045900         GO TO 4000-EXIT.
046000     MOVE 'HDR1'               TO TEST-OUTPUT-KEY.
046100     READ TESTRSTFILE
046200         INVALID KEY
046300             CONTINUE.
046400     IF RST-OUT-FILE-STATUS = '00'
046500         MOVE 'Y'               TO RST-HDR-FOUND-SW
046600     END-IF.
046700     MOVE 'TRL1'               TO TEST-OUTPUT-KEY.
046800     READ TESTRSTFILE
046900         INVALID KEY
047000             CONTINUE.
047100     IF RST-OUT-FILE-STATUS = '00'
047200         MOVE 'Y'               TO RST-TRL-FOUND-SW
047300         MOVE TEST-TRL-REC-COUNT TO RST-TRL-REC-COUNT
047400         MOVE TEST-TRL-KEY-HASH TO RST-TRL-KEY-HASH
047500     END-IF.
047600     MOVE LOW-VALUES           TO TEST-OUTPUT-KEY.
047700     START TESTRSTFILE KEY IS NOT LESS THAN TEST-OUTPUT-KEY
047800         INVALID KEY
047900             MOVE 'Y' TO RST-OUT-EOF-SW.
048000     IF NOT RST-EOF-OUTPUT
048100         PERFORM 4200-READ-NEXT-COPY
048200             THRU 4200-EXIT
048300     END-IF.
048400     PERFORM 4100-SWEEP-DETAIL
048500         THRU 4100-EXIT
048600         UNTIL RST-EOF-OUTPUT.
048700     CLOSE TESTRSTFILE.
048800 4000-EXIT.
048900     EXIT.
049000*================================================================
049100* 4100-SWEEP-DETAIL - RECOUNT THE DETAIL RECORDS AND RECOMPUTE
049200*                     THE KEY HASH - ONLY A NUMERIC KEY GOES IN
049300*================================================================
049400 4100-SWEEP-DETAIL.
049500     IF TEST-DETAIL-RECORD
049600         ADD 1 TO RST-SWEEP-COUNT
049700         IF TEST-OUTPUT-KEY IS NUMERIC
049800             MOVE TEST-OUTPUT-KEY      TO RST-KEY-NUM
049900             ADD RST-KEY-NUM           TO RST-SWEEP-HASH
050000         END-IF
050100     END-IF.
050200     PERFORM 4200-READ-NEXT-COPY
050300         THRU 4200-EXIT.
050400 4100-EXIT.
050500     EXIT.
050600*================================================================
050700* 4200-READ-NEXT-COPY - READ THE NEXT RECORD IN KEY ORDER, SET
050800*                       EOF AT END
050900*================================================================
051000 4200-READ-NEXT-COPY.
051100     READ TESTRSTFILE NEXT RECORD
051200         AT END
051300             MOVE 'Y' TO RST-OUT-EOF-SW.
051400 4200-EXIT.
051500     EXIT.
051600*================================================================
051700* 5000-PRINT-CHECKS - COMPARE WHAT IS ON THE RESTORED COPY TO
051800*                     WHAT THE CATALOG AND THE STORED TRAILER SAY,
051900*                     ONE PASS/FAIL LINE PER CHECK. ANY FAIL TRIPS
052000*                     THE RUN-LEVEL FAIL SWITCH.
052100*================================================================
052200 5000-PRINT-CHECKS.
052300     MOVE 'RECORDS RESTORED'    TO RST-CHK-NAME.
052400     MOVE RST-CAT-IMAGE-COUNT   TO RST-CHK-EXP-VALUE.
052500     MOVE RST-WRITE-COUNT       TO RST-CHK-ACT-VALUE.
052600     PERFORM 5100-PRINT-CHECK-LINE
052700         THRU 5100-EXIT.
052800     MOVE 'HEADER PRESENT'      TO RST-CHK-NAME.
052900     MOVE 1                     TO RST-CHK-EXP-VALUE.
053000     MOVE ZERO                  TO RST-CHK-ACT-VALUE.
053100     IF RST-HDR-FOUND
053200         MOVE 1 TO RST-CHK-ACT-VALUE
053300     END-IF.
053400     PERFORM 5100-PRINT-CHECK-LINE
053500         THRU 5100-EXIT.
053600     MOVE 'TRAILER PRESENT'     TO RST-CHK-NAME.
053700     MOVE 1                     TO RST-CHK-EXP-VALUE.
053800     MOVE ZERO                  TO RST-CHK-ACT-VALUE.
053900     IF RST-TRL-FOUND
054000         MOVE 1 TO RST-CHK-ACT-VALUE
054100     END-IF.
054200     PERFORM 5100-PRINT-CHECK-LINE
054300         THRU 5100-EXIT.
054400     MOVE 'TRAILER DETAIL COUNT' TO RST-CHK-NAME.
054500     MOVE RST-TRL-REC-COUNT     TO RST-CHK-EXP-VALUE.
054600     MOVE RST-SWEEP-COUNT       TO RST-CHK-ACT-VALUE.
054700     PERFORM 5100-PRINT-CHECK-LINE
054800         THRU 5100-EXIT.
054900     MOVE 'TRAILER KEY HASH'    TO RST-CHK-NAME.
055000     MOVE RST-TRL-KEY-HASH      TO RST-CHK-EXP-VALUE.
055100     MOVE RST-SWEEP-HASH        TO RST-CHK-ACT-VALUE.
055200     PERFORM 5100-PRINT-CHECK-LINE
055300         THRU 5100-EXIT.
055400     MOVE 'CATALOG DETAIL COUNT' TO RST-CHK-NAME.
055500     MOVE RST-CAT-REC-COUNT     TO RST-CHK-EXP-VALUE.
055600     MOVE RST-SWEEP-COUNT       TO RST-CHK-ACT-VALUE.
055700     PERFORM 5100-PRINT-CHECK-LINE
055800         THRU 5100-EXIT.
055900     MOVE 'CATALOG KEY HASH'    TO RST-CHK-NAME.
056000     MOVE RST-CAT-KEY-HASH      TO RST-CHK-EXP-VALUE.
056100     MOVE RST-SWEEP-HASH        TO RST-CHK-ACT-VALUE.
056200     PERFORM 5100-PRINT-CHECK-LINE
056300         THRU 5100-EXIT.
056400 5000-EXIT.
056500     EXIT.
056600*================================================================
056700* 5100-PRINT-CHECK-LINE - PRINT ONE CHECK. NAME, EXPECTED AND
056800*                         ACTUAL ARE SET BY THE CALLER.
056900*================================================================
057000 5100-PRINT-CHECK-LINE.
057100     MOVE RST-CHK-EXP-VALUE     TO RST-CHK-EXPECTED.
057200     MOVE RST-CHK-ACT-VALUE     TO RST-CHK-ACTUAL.
057300     IF RST-CHK-EXP-VALUE = RST-CHK-ACT-VALUE
057400         MOVE 'PASS' TO RST-CHK-RESULT
057500     ELSE
057600         MOVE 'FAIL' TO RST-CHK-RESULT
057700         MOVE 'Y' TO RST-FAIL-SW
057800     END-IF.
057900     WRITE RST-PRINT-LINE       FROM RST-CHECK-LINE.
058000 5100-EXIT.
058100     EXIT.
058200*================================================================
058300* 6000-REMOVE-FAILED-COPY - A COPY THAT DOES NOT PROVE MUST NOT BE
058400*                           LEFT WHERE THE REPORTING PROGRAMS
058500*                           WOULD PICK IT UP. IF EVEN THE DELETE
058600*                           FAILS THE REPORT SAYS SO PLAINLY.
058700*================================================================
058800 6000-REMOVE-FAILED-COPY.
058900     CALL 'CBL_DELETE_FILE'
059000         USING RST-REST-FILENAME.
059100     MOVE RETURN-CODE          TO RST-CALL-RESULT.
059200     MOVE ZERO                 TO RETURN-CODE.
059300     IF RST-CALL-RESULT = ZERO
059400         MOVE 'FAILED COPY REMOVED' TO RST-PRINT-LINE
059500     ELSE
059600         MOVE 'FAILED COPY NOT REMOVED - DO NOT USE IT'
059700             TO RST-PRINT-LINE
059800     END-IF.
059900     WRITE RST-PRINT-LINE.
060000 6000-EXIT.
060100     EXIT.
060200*================================================================
060300* 7000-DROP-RESTORED-COPY - REMOVE THE TEMPORARY COPY ONCE ITS
060400*                           AUDIT IS DONE. NO COPY ON FILE IS NOT
060500*                           AN ERROR - IT MAY ALREADY HAVE GONE.
060600*================================================================
060700 7000-DROP-RESTORED-COPY.
060800     CALL 'CBL_CHECK_FILE_EXIST'
060900         USING RST-REST-FILENAME RST-FILE-DETAILS.
061000     MOVE RETURN-CODE          TO RST-CALL-RESULT.
061100     MOVE ZERO                 TO RETURN-CODE.
061200     IF RST-CALL-RESULT NOT = ZERO
061300         MOVE 'NO RESTORED COPY ON FILE' TO RST-PRINT-LINE
061400         WRITE RST-PRINT-LINE
061500         GO TO 7000-EXIT.
061600     CALL 'CBL_DELETE_FILE'
061700         USING RST-REST-FILENAME.
061800     MOVE RETURN-CODE          TO RST-CALL-RESULT.
061900     MOVE ZERO                 TO RETURN-CODE.
062000     IF RST-CALL-RESULT NOT = ZERO
062100         MOVE 'Y' TO RST-FAIL-SW
062200         MOVE 'RESTORED COPY COULD NOT BE REMOVED'
062300             TO RST-PRINT-LINE
062400         WRITE RST-PRINT-LINE
062500         GO TO 7000-EXIT.
062600     MOVE 'Y' TO RST-DROPPED-SW.
062700     MOVE 'REMOVED:'           TO RST-DATASET-LABEL.
062800     MOVE RST-REST-FILENAME    TO RST-DATASET-NAME.
062900     WRITE RST-PRINT-LINE      FROM RST-DATASET-LINE.
063000 7000-EXIT.
063100     EXIT.
063200*================================================================
063300* 8000-TERMINATE - PRINT THE SUMMARY, CLOSE THE REPORT AND SET THE
063400*                  RETURN CODE - NON-ZERO ON ANY FAILURE SO NOBODY
063500*                  REPORTS FROM A COPY THAT DID NOT PROVE.
063600*================================================================
063700 8000-TERMINATE.
063800     WRITE RST-PRINT-LINE      FROM RST-HDR-RULE.
063900     IF NOT RST-DROP-REQUESTED
064000         IF RST-ANY-FAIL
064100             MOVE 'FAILED'         TO RST-SUMMARY-RESULT
064200         ELSE
064300             MOVE 'PASSED'         TO RST-SUMMARY-RESULT
064400         END-IF
064500         WRITE RST-PRINT-LINE      FROM RST-SUMMARY-LINE
064600         IF NOT RST-ANY-FAIL
064700             MOVE 'RESTORED AS:'   TO RST-DATASET-LABEL
064800             MOVE RST-REST-FILENAME TO RST-DATASET-NAME
064900             WRITE RST-PRINT-LINE  FROM RST-DATASET-LINE
065000         END-IF
065100     END-IF.
065200     CLOSE RST-PRINT-FILE.
065300     IF RST-ANY-FAIL
065400         MOVE 8 TO RETURN-CODE
065500     END-IF.
065600 8000-EXIT.
065700     EXIT.
065800*================================================================
065900* 9000-WRITE-RUNLOG - APPEND THE AUDIT ENTRY. FOR A RESTORE, READ
066000*                     IS THE GENERATION'S ARCHIVE RECORDS READ AND
066100*                     APPLIED THE RECORDS ON A COPY THAT PROVED;
066200*                     WHAT WAS TURNED AWAY, OR EVERYTHING READ
066300*                     WHEN THE COPY FAILED AND WAS REMOVED, IS
066400*                     CARRIED AS REJECTED SO THE ENTRY BALANCES.
066500*                     A DROP IS ONE FILE READ AND ONE DELETED.
066600*================================================================
066700 9000-WRITE-RUNLOG.
066800     OPEN EXTEND TESTLOGFILE.
066900     IF RST-LOG-FILE-STATUS NOT = '00'
067000         OPEN OUTPUT TESTLOGFILE.
067100     MOVE SPACES               TO TEST-LOG-REC.
067200     MOVE RST-TODAY-DATE       TO LOG-RUN-DATE.
067300     MOVE RST-TODAY-TIME       TO LOG-RUN-TIME.
067400     MOVE RST-RUN-JOBID        TO LOG-JOB-ID.
067500     MOVE ZERO                 TO LOG-TRAN-READ-COUNT.
067600     MOVE ZERO                 TO LOG-REC-COUNT.
067700     MOVE ZERO                 TO LOG-REJECT-COUNT.
067800     MOVE ZERO                 TO LOG-ADD-COUNT.
067900     MOVE ZERO                 TO LOG-CHG-COUNT.
068000     MOVE ZERO                 TO LOG-DEL-COUNT.
068100     IF RST-DROP-REQUESTED
068200         IF RST-COPY-DROPPED
068300             MOVE 1 TO LOG-TRAN-READ-COUNT
068400             MOVE 1 TO LOG-REC-COUNT
068500             MOVE 1 TO LOG-DEL-COUNT
068600         END-IF
068700     ELSE
068800         MOVE RST-READ-COUNT   TO LOG-TRAN-READ-COUNT
068900         IF RST-ANY-FAIL
069000         OR RST-COMPLETION-SW = 'A'
069100             MOVE RST-READ-COUNT TO LOG-REJECT-COUNT
069200         ELSE
069300             MOVE RST-WRITE-COUNT TO LOG-REC-COUNT
069400             MOVE RST-WRITE-COUNT TO LOG-ADD-COUNT
069500             SUBTRACT RST-WRITE-COUNT FROM RST-READ-COUNT
069600                 GIVING LOG-REJECT-COUNT
069700         END-IF
069800     END-IF.
069900     MOVE RST-GEN-DATE         TO LOG-GEN-DATE.
070000     MOVE 'FILETESTRST'        TO LOG-PROGRAM.
070100     MOVE ZERO                 TO LOG-PEND-COUNT.
070200     MOVE ZERO                 TO LOG-REL-COUNT.
070300     MOVE RST-COMPLETION-SW    TO LOG-COMPLETION-CODE.
070400     WRITE TEST-LOG-REC.
070500     CLOSE TESTLOGFILE.
070600 9000-EXIT.
070700     EXIT.
