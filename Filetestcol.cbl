003820*                  THE BRANCH/DEPARTMENT CODE WAS ADDED; THE
003830*                  MERGED ROWS WIDENED WITH IT. THE ENVELOPE
003840*                  RECORD WAS ALREADY WIDER THAN A DATA ROW.
003850* 2026-10-15  RK   EACH MERGED ROW NOW CARRIES THE SOURCE ID FROM
003860*                  ITS BATCH HEADER AFTER THE TRANSACTION IMAGE
003870*                  (TESTRAW), SO THE EDIT CAN NAME THE UPSTREAM
003880*                  THAT SENT AN ITEM IT HOLDS AS A DUPLICATE.
003881* 2026-10-15  RK   EVERY SOURCE EXAMINED NOW GETS AN
003882*                  ACKNOWLEDGEMENT FILE (TESTACK) BACK,
003883*                  testackfile.<DATE>.<N>.txt FOR ITS SOURCE FILE
003884*                  N. A REJECTED ENVELOPE'S ACKNOWLEDGEMENT IS
003885*                  WRITTEN HERE IN FULL - REJECTED, THE REASON AND
003886*                  THE ROWS COUNTED - SO THE UPSTREAM LEARNS OF IT
003887*                  EVEN THOUGH THE RC 8 HOLDS THE CHAIN. AN
003888*                  ACCEPTED ENVELOPE GETS ITS HEADER ONLY;
003889*                  FILETESTACK COMPLETES IT AFTER THE EDIT.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS COL-LOG-FILE-STATUS.
005700
005710     SELECT TESTACKFILE ASSIGN TO 'TESTACK'
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS COL-ACK-FILE-STATUS.
005740
005800     SELECT COL-PRINT-FILE ASSIGN TO 'filetestcol.txt'
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000 DATA DIVISION.
006900 01  COL-SRC-REC                   PIC X(47).
007000*----------------------------------------------------------------
007100* MERGED RAW FEED - THE SINGLE FILE FILETESTEDT READS
007150* - EACH ROW STAMPED WITH THE SOURCE ID IT ARRIVED UNDER
007200*----------------------------------------------------------------
007300 FD  TESTTRANIN.
007400     COPY TESTRAW.
007500*----------------------------------------------------------------
007600* RUN-LOG / AUDIT TRAIL FILE
007700*----------------------------------------------------------------
007800 FD  TESTLOGFILE.
007900     COPY TESTLOG.
007910*----------------------------------------------------------------
007920* ACKNOWLEDGEMENT BACK TO ONE SOURCE - THE TESTACK DDNAME IS
007930* REPOINTED AT EACH SOURCE NUMBER THE SAME WAY AS TESTSRC
007940*----------------------------------------------------------------
007950 FD  TESTACKFILE.
007960     COPY TESTACK.
008000*----------------------------------------------------------------
008100* PRINTED COLLECTION REPORT
008200*----------------------------------------------------------------
009100 77  COL-SRC-FILE-STATUS           PIC X(02)      VALUE SPACES.
009200 77  COL-TRAN-FILE-STATUS          PIC X(02)      VALUE SPACES.
009300 77  COL-LOG-FILE-STATUS           PIC X(02)      VALUE SPACES.
009350 77  COL-ACK-FILE-STATUS           PIC X(02)      VALUE SPACES.
009400 77  COL-SOURCES-SEEN              PIC 9(04) COMP  VALUE ZERO.
009500 77  COL-SOURCES-ACCEPTED          PIC 9(04) COMP  VALUE ZERO.
009600 77  COL-SOURCES-REJECTED          PIC 9(04) COMP  VALUE ZERO.
012200 77  COL-TODAY-DATE                PIC 9(08)      VALUE ZERO.
012300 77  COL-TODAY-TIME                PIC 9(08)      VALUE ZERO.
012400 77  COL-SRC-FILENAME              PIC X(40)      VALUE SPACES.
012420 77  COL-ACK-FILENAME              PIC X(40)      VALUE SPACES.
012500*----------------------------------------------------------------
012600* PAGE HEADING AND REPORT LINES
012700*----------------------------------------------------------------
023300     IF COL-SRC-FAILED
023400         PERFORM 5000-REPORT-REJECTED
023500             THRU 5000-EXIT
023510         PERFORM 5200-WRITE-ACK
023520             THRU 5200-EXIT
023600         PERFORM 9000-WRITE-RUNLOG
023700             THRU 9000-EXIT
023800         GO TO 2000-EXIT.
024200     CLOSE TESTSRCFILE.
024300     PERFORM 5100-REPORT-ACCEPTED
024400         THRU 5100-EXIT.
024410     PERFORM 5200-WRITE-ACK
024420         THRU 5200-EXIT.
024500     PERFORM 9000-WRITE-RUNLOG
024600         THRU 9000-EXIT.
024700 2000-EXIT.
036600     MOVE COL-SRC-REC          TO TEST-ENV-REC.
036700     IF ENV-HEADER-REC OR ENV-TRAILER-REC
036800         GO TO 2510-EXIT.
036900     MOVE SPACES               TO TEST-RAW-REC.
036920     MOVE COL-SRC-REC (1:29)   TO RAW-TRAN-DATA.
036940     MOVE COL-SRC-SOURCE-ID    TO RAW-SOURCE-ID.
036960     WRITE TEST-RAW-REC.
037000     ADD 1 TO COL-MERGED-COUNT.
037100 2510-EXIT.
037200     EXIT.
040000     ADD 1 TO COL-SOURCES-ACCEPTED.
040100 5100-EXIT.
040200     EXIT.
040210*================================================================
040211* 5200-WRITE-ACK - POINT THE TESTACK DDNAME AT THIS SOURCE
040212*                  NUMBER'S ACKNOWLEDGEMENT AND WRITE IT FRESH:
040213*                  THE HEADER WITH THE ENVELOPE'S FATE, AND FOR A
040214*                  REJECTED ENVELOPE THE TRAILER TOO - EVERY ROW
040215*                  RECEIVED, NONE PASSED, NONE SUSPENDED ONE BY
040216*                  ONE, BECAUSE THE FILE WAS TURNED AWAY WHOLE. AN
040217*                  ACKNOWLEDGEMENT THAT CANNOT BE OPENED IS
040218*                  REPORTED AND THE COLLECTION GOES ON - THE MERGE
040219*                  MATTERS MORE.
040220*================================================================
040221 5200-WRITE-ACK.
040222     MOVE SPACES               TO COL-ACK-FILENAME.
040223     STRING 'testackfile.'     DELIMITED BY SIZE
040224            COL-PARM-DATE      DELIMITED BY SIZE
040225            '.'                DELIMITED BY SIZE
040226            COL-SRC-NUM        DELIMITED BY SIZE
040227            '.txt'             DELIMITED BY SIZE
040228            INTO COL-ACK-FILENAME.
040229     DISPLAY 'TESTACK' UPON ENVIRONMENT-NAME.
040230     DISPLAY COL-ACK-FILENAME UPON ENVIRONMENT-VALUE.
040231     OPEN OUTPUT TESTACKFILE.
040232     IF COL-ACK-FILE-STATUS NOT = '00'
040233         MOVE SPACES TO COL-SRC-LINE
040234         MOVE COL-SRC-NUM TO COL-LIN-NUM
040235         MOVE COL-SRC-SOURCE-ID TO COL-LIN-SOURCE
040236         MOVE 'NO ACK' TO COL-LIN-RESULT
040237         MOVE 'ACKNOWLEDGEMENT OPEN FAILED' TO COL-LIN-REASON
040238         WRITE COL-PRINT-LINE FROM COL-SRC-LINE
040239         GO TO 5200-EXIT.
040240     MOVE SPACES               TO TEST-ACK-REC.
040241     MOVE 'AH'                 TO ACK-REC-TYPE.
040242     MOVE COL-SRC-SOURCE-ID    TO ACK-SOURCE-ID.
040243     MOVE COL-PARM-DATE        TO ACK-FEED-DATE.
040244     MOVE COL-SRC-READ-COUNT   TO ACK-ENV-COUNT.
040245     IF COL-SRC-FAILED
040246         MOVE 'R'              TO ACK-ENVELOPE
040247         MOVE COL-FAIL-REASON  TO ACK-REASON
040248     ELSE
040249         MOVE 'A'              TO ACK-ENVELOPE
040250     END-IF.
040251     WRITE TEST-ACK-REC.
040252     IF COL-SRC-FAILED
040253         MOVE SPACES               TO TEST-ACK-REC
040254         MOVE 'AT'                 TO ACK-REC-TYPE
040255         MOVE COL-SRC-READ-COUNT   TO ACK-RECEIVED-COUNT
040256         MOVE ZERO                 TO ACK-PASSED-COUNT
040257         MOVE ZERO                 TO ACK-SUSP-COUNT
040258         WRITE TEST-ACK-REC
040259     END-IF.
040260     CLOSE TESTACKFILE.
040261 5200-EXIT.
040262     EXIT.
040300*================================================================
040400* 6000-PRINT-TOTALS - SOURCES SEEN, ACCEPTED AND REJECTED AND
040500*                     THE RECORDS MERGED. NO SOURCES AT ALL IS
