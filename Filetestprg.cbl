002400*                  AND WHEN - THE HAND-TRIMMING THIS REPLACES
002500*                  LEFT NONE, WHICH IS HOW FILES THAT SHOULD
002600*                  HAVE STAYED GOT DELETED.
002610* 2026-10-15  RK   A GENERATION IS NOW ALSO HELD UNTIL IT HAS AN
002620*                  ENTRY ON THE LONG-TERM ARCHIVE CATALOG
002630*                  (TESTVCTFILE). FILETESTVLT, RUN JUST AHEAD OF
002640*                  THIS JOB WITH THE SAME RETENTION PARM, COPIES
002650*                  EACH EXPIRED GENERATION - HDR1 AND TRL1
002660*                  INCLUDED - TO THE ARCHIVE AND CATALOGS IT, SO
002670*                  ANYTHING PURGED HERE CAN BE BROUGHT BACK WITH
002680*                  FILETESTRST FOR AN AUDIT.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003400     SELECT TESTRCNFILE ASSIGN TO 'testrcnfile.txt'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS PRG-RCN-FILE-STATUS.
003610     SELECT TESTVCTFILE ASSIGN TO 'testvctfile.txt'
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS PRG-VCT-FILE-STATUS.
003700
003800     SELECT TESTLOGFILE ASSIGN TO 'testlogfile.txt'
003900         ORGANIZATION IS LINE SEQUENTIAL
004900*----------------------------------------------------------------
005000 FD  TESTRCNFILE.
005100     COPY TESTRCN.
005110*----------------------------------------------------------------
005120* LONG-TERM ARCHIVE CATALOG - RESCANNED PER CANDIDATE; NO ENTRY,
005130* NO PURGE
005140*----------------------------------------------------------------
005150 FD  TESTVCTFILE.
005160     COPY TESTVCT.
005200*----------------------------------------------------------------
005300* RUN-LOG / AUDIT TRAIL FILE
005400*----------------------------------------------------------------
006700     88  PRG-EOF-RCN                                VALUE 'Y'.
006800 77  PRG-RCN-FILE-STATUS           PIC X(02)      VALUE SPACES.
006900 77  PRG-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
006910 77  PRG-VCT-EOF-SW                PIC X(01)      VALUE 'N'.
006920     88  PRG-EOF-VCT                                VALUE 'Y'.
006930 77  PRG-VCT-FILE-STATUS           PIC X(02)      VALUE SPACES.
007000 77  PRG-FAIL-SW                   PIC X(01)      VALUE 'N'.
007100     88  PRG-ANY-FAIL                               VALUE 'Y'.
007200 77  PRG-PURGED-COUNT              PIC 9(09) COMP  VALUE ZERO.
009700     88  PRG-CSV-EXISTS                             VALUE 'Y'.
009800 77  PRG-RCN-STANDING              PIC X(04)      VALUE SPACES.
009900     88  PRG-RCN-PASSED                             VALUE 'PASS'.
009910 77  PRG-ON-CATALOG-SW             PIC X(01)      VALUE 'N'.
009920     88  PRG-ON-CATALOG                             VALUE 'Y'.
010000*----------------------------------------------------------------
010100* FILE MANAGEMENT CALL WORK AREAS - THE CHECK/DELETE LIBRARY
010200* ROUTINES SET RETURN-CODE, WHICH IS ALSO THIS PROGRAM'S EXIT
019100*                          ON CATALOG IS SILENT - MOST DATES IN
019200*                          THE WINDOW NEVER HAD A RUN OR WERE
019300*                          PURGED LONG AGO. A COMPLETE PAIR IS
019350*                          PURGED ONLY WHEN ITS LATEST
019400*                          RECONCILIATION SAYS PASS AND IT IS ON
019500*                          THE LONG-TERM ARCHIVE CATALOG; ANYTHING
019600*                          ELSE IS HELD AND REPORTED.
019700*================================================================
019800 2000-EXAMINE-CANDIDATE.
022400         PERFORM 5000-REPORT-HELD
022500             THRU 5000-EXIT
022600         GO TO 2000-EXIT.
022610     PERFORM 2300-CHECK-ARCHIVED
022620         THRU 2300-EXIT.
022630     IF NOT PRG-ON-CATALOG
022640         MOVE 'HELD'   TO PRG-DISP-ACTION
022650         MOVE 'NOT ON ARCHIVE CATALOG' TO PRG-DISP-REASON
022660         PERFORM 5000-REPORT-HELD
022670             THRU 5000-EXIT
022680         GO TO 2000-EXIT.
022700     PERFORM 3000-PURGE-PAIR
022800         THRU 3000-EXIT.
022900 2000-EXIT.
029800     END-IF.
029900 2210-EXIT.
030000     EXIT.
030002*================================================================
030004* 2300-CHECK-ARCHIVED - SCAN THE LONG-TERM ARCHIVE CATALOG FOR
030006*                       AN ENTRY FOR THE CANDIDATE GENERATION.
030008*                       FILETESTVLT WRITES THE ENTRY ONLY AFTER
030010*                       THE GENERATION IS PROVED AND COPIED, SO
030012*                       NO ENTRY (OR NO CATALOG AT ALL) MEANS THE
030014*                       GENERATION COULD NOT BE BROUGHT BACK AND
030016*                       IS NOT PURGED.
030018*================================================================
030020 2300-CHECK-ARCHIVED.
030022     MOVE 'N'                  TO PRG-ON-CATALOG-SW.
030024     MOVE 'N'                  TO PRG-VCT-EOF-SW.
030026     OPEN INPUT TESTVCTFILE.
030028     IF PRG-VCT-FILE-STATUS NOT = '00'
030030         GO TO 2300-EXIT.
030032     PERFORM 2310-SCAN-VCT-ENTRY
030034         THRU 2310-EXIT
030036         UNTIL PRG-EOF-VCT.
030038     CLOSE TESTVCTFILE.
030040 2300-EXIT.
030042     EXIT.
030044*================================================================
030046* 2310-SCAN-VCT-ENTRY - NOTE ANY CATALOG ENTRY FOR THE CANDIDATE
030048*================================================================
030050 2310-SCAN-VCT-ENTRY.
030052     READ TESTVCTFILE
030054         AT END
030056             MOVE 'Y' TO PRG-VCT-EOF-SW
030058             GO TO 2310-EXIT.
030060     IF VCT-GEN-DATE IS NUMERIC
030062         IF VCT-GEN-DATE = PRG-CAND-DATE
030064             MOVE 'Y' TO PRG-ON-CATALOG-SW
030066         END-IF
030068     END-IF.
030070 2310-EXIT.
030072     EXIT.
030100*================================================================
030200* 3000-PURGE-PAIR - REMOVE THE .TXT AND .CSV TOGETHER. THE PAIR
030300*                   WAS VERIFIED COMPLETE BEFORE THIS POINT; IF
