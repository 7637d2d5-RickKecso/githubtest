000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILETESTKMO.
000300 AUTHOR.        R KECSO.
000400 INSTALLATION.  DAILY PROCESSING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 2026-10-15  RK   ORIGINAL PROGRAM - ONLINE KEY REFERENCE
001200*                  MAINTENANCE WITH MAKER-CHECKER APPROVAL. KEY
001300*                  CHANGES USED TO WAIT FOR THE NEXT BATCH RUN OF
001400*                  FILETESTKEY, AND NOTHING SHOWED WHO ASKED FOR A
001500*                  CLOSE OR A REOPEN. THIS IS A CONVERSATIONAL
001600*                  SCREEN IN THE STYLE OF FILETESTONL. THE
001700*                  OPERATOR SIGNS ON WITH AN OPERATOR ID AND ASKS
001800*                  FOR AN ADD, A DESCRIPTION CHANGE, A CLOSE OR A
001900*                  REOPEN. EACH REQUEST IS CHECKED AGAINST THE KEY
002000*                  REFERENCE MASTER BY THE SAME RULES AS THE BATCH
002100*                  MAINTENANCE, THEN QUEUED ON TESTKRQFILE UNDER
002200*                  THE OPERATOR'S ID. NOTHING IS APPLIED UNTIL A
002300*                  DIFFERENT OPERATOR, SIGNED ON TO THIS SCREEN,
002400*                  WORKS THE QUEUE AND APPROVES IT - THE MAKER CAN
002500*                  NEVER APPROVE THEIR OWN REQUEST. AN APPROVED
002600*                  REQUEST IS RE-CHECKED AND APPLIED AT ONCE.
002700*                  EVERY APPROVAL OR REJECTION GOES ON THE KEY
002800*                  MAINTENANCE AUDIT FILE (TESTKAUFILE) WITH BOTH
002900*                  OPERATOR IDS AND BOTH TIMESTAMPS. REQUESTS LEFT
003000*                  UNAPPROVED ARE EXPIRED BY THE DAILY REPORT
003100*                  (FILETESTKAR).
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TESTKEYFILE ASSIGN TO 'testkeyfile.txt'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS KEYR-KEY
004300         FILE STATUS IS KMO-KEY-FILE-STATUS.
004400
004500     SELECT TESTKRQFILE ASSIGN TO 'testkrqfile.txt'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS KRQ-KEY
004900         FILE STATUS IS KMO-KRQ-FILE-STATUS.
005000
005100     SELECT TESTKAUFILE ASSIGN TO 'testkaufile.txt'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS KMO-KAU-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
005700* KEY REFERENCE MASTER BEING MAINTAINED
005800*----------------------------------------------------------------
005900 FD  TESTKEYFILE.
006000     COPY TESTKEY.
006100*----------------------------------------------------------------
006200* APPROVAL QUEUE - REQUESTS WAITING FOR A SECOND OPERATOR
006300*----------------------------------------------------------------
006400 FD  TESTKRQFILE.
006500     COPY TESTKRQ.
006600*----------------------------------------------------------------
006700* KEY MAINTENANCE AUDIT FILE - EVERY DECISION TAKEN
006800*----------------------------------------------------------------
006900 FD  TESTKAUFILE.
007000     COPY TESTKAU.
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------
007300* SWITCHES AND FILE STATUS FIELDS
007400*----------------------------------------------------------------
007500 77  KMO-DONE-SW                   PIC X(01)      VALUE 'N'.
007600     88  KMO-SIGNED-OFF                             VALUE 'Y'.
007700 77  KMO-QUEUE-DONE-SW             PIC X(01)      VALUE 'N'.
007800     88  KMO-QUEUE-DONE                             VALUE 'Y'.
007900 77  KMO-VALID-SW                  PIC X(01)      VALUE 'N'.
008000     88  KMO-REQUEST-VALID                          VALUE 'Y'.
008100 77  KMO-KEY-FILE-STATUS           PIC X(02)      VALUE SPACES.
008200 77  KMO-KRQ-FILE-STATUS           PIC X(02)      VALUE SPACES.
008300 77  KMO-KAU-FILE-STATUS           PIC X(02)      VALUE SPACES.
008400 77  KMO-SHOWN-COUNT               PIC 9(04) COMP  VALUE ZERO.
008500*----------------------------------------------------------------
008600* OPERATOR INPUT AND WORK FIELDS. KMO-REASON CARRIES WHY A
008700*    REQUEST CANNOT BE QUEUED OR APPLIED, IN THE BATCH
008800*    MAINTENANCE'S OWN WORDS.
008900*----------------------------------------------------------------
009000 77  KMO-OPERATOR-ID               PIC X(08)      VALUE SPACES.
009100 77  KMO-FUNCTION                  PIC X(03)      VALUE SPACES.
009200 77  KMO-DECISION                  PIC X(01)      VALUE SPACES.
009300 77  KMO-INPUT-KEY                 PIC X(04)      VALUE SPACES.
009400 77  KMO-INPUT-DESC                PIC X(30)      VALUE SPACES.
009500 77  KMO-INPUT-REASON              PIC X(30)      VALUE SPACES.
009600 77  KMO-REASON                    PIC X(30)      VALUE SPACES.
009700 77  KMO-NOW-DATE                  PIC 9(08)      VALUE ZERO.
009800 77  KMO-NOW-TIME                  PIC 9(08)      VALUE ZERO.
009900 77  KMO-RULE-LINE                 PIC X(50)      VALUE ALL '-'.
010000 PROCEDURE DIVISION.
010100*================================================================
010200* 0000-MAINLINE - SIGN ON, TAKE FUNCTIONS UNTIL THE OPERATOR SIGNS
010300*                 OFF, SIGN OFF
010400*================================================================
010500 0000-MAINLINE.
010600     PERFORM 1000-SIGN-ON
010700         THRU 1000-EXIT.
010800     PERFORM 2000-TAKE-FUNCTION
010900         THRU 2000-EXIT
011000         UNTIL KMO-SIGNED-OFF.
011100     PERFORM 8000-SIGN-OFF
011200         THRU 8000-EXIT.
011300     STOP RUN.
011400*================================================================
011500* 1000-SIGN-ON - TAKE THE OPERATOR ID (NONE, NO SESSION) AND OPEN
011600*                THE FILES. THE REFERENCE MASTER AND THE QUEUE ARE
011700*                PERMANENT FILES - ONLY A FILE-NOT-FOUND (STATUS
011800*                35) ON THE FIRST EVER USE MAY CREATE ONE EMPTY,
011900*                THE SAME RULE THE BATCH MAINTENANCE APPLIES. THE
012000*                AUDIT FILE IS APPENDED TO.
012100*================================================================
012200 1000-SIGN-ON.
012300     DISPLAY 'FILETESTKMO - KEY REFERENCE MAINTENANCE'.
012400     DISPLAY 'ENTER OPERATOR ID:'.
012500     MOVE SPACES TO KMO-OPERATOR-ID.
012600     ACCEPT KMO-OPERATOR-ID.
012700     IF KMO-OPERATOR-ID = SPACES
012800         DISPLAY 'NO OPERATOR ID - SIGNING OFF'
012900         MOVE 8 TO RETURN-CODE
013000         STOP RUN.
013100     OPEN I-O TESTKEYFILE.
013200     IF KMO-KEY-FILE-STATUS = '35'
013300         OPEN OUTPUT TESTKEYFILE
013400         CLOSE TESTKEYFILE
013500         OPEN I-O TESTKEYFILE
013600     END-IF.
013700     IF KMO-KEY-FILE-STATUS NOT = '00'
013800         DISPLAY 'REFERENCE FILE OPEN FAILED - SIGNING OFF'
013900         MOVE 8 TO RETURN-CODE
014000         STOP RUN.
014100     OPEN I-O TESTKRQFILE.
014200     IF KMO-KRQ-FILE-STATUS = '35'
014300         OPEN OUTPUT TESTKRQFILE
014400         CLOSE TESTKRQFILE
014500         OPEN I-O TESTKRQFILE
014600     END-IF.
014700     IF KMO-KRQ-FILE-STATUS NOT = '00'
014800         DISPLAY 'APPROVAL QUEUE OPEN FAILED - SIGNING OFF'
014900         CLOSE TESTKEYFILE
015000         MOVE 8 TO RETURN-CODE
015100         STOP RUN.
015200     OPEN EXTEND TESTKAUFILE.
015300     IF KMO-KAU-FILE-STATUS NOT = '00'
015400         OPEN OUTPUT TESTKAUFILE.
015500     DISPLAY 'SIGNED ON AS ' KMO-OPERATOR-ID.
015600 1000-EXIT.
015700     EXIT.
015800*================================================================
015900* 2000-TAKE-FUNCTION - ONE SCREEN OF THE CONVERSATION. A, C, X
016000*                      AND R ASK FOR A CHANGE, P WORKS THE
016100*                      APPROVAL QUEUE. BLANK OR END SIGNS OFF.
016200*================================================================
016300 2000-TAKE-FUNCTION.
016400     DISPLAY ' '.
016500     DISPLAY 'A ADD  C CHANGE DESC  X CLOSE  R REOPEN  P PENDING'.
016600     DISPLAY 'ENTER FUNCTION (BLANK OR END TO SIGN OFF):'.
016700     MOVE SPACES TO KMO-FUNCTION.
016800     ACCEPT KMO-FUNCTION.
016900     IF KMO-FUNCTION = SPACES OR KMO-FUNCTION = 'END'
017000         MOVE 'Y' TO KMO-DONE-SW
017100         GO TO 2000-EXIT.
017200     EVALUATE KMO-FUNCTION
017300         WHEN 'A'
017400         WHEN 'C'
017500         WHEN 'X'
017600         WHEN 'R'
017700             PERFORM 3000-REQUEST-CHANGE
017800                 THRU 3000-EXIT
017900         WHEN 'P'
018000             PERFORM 4000-WORK-QUEUE
018100                 THRU 4000-EXIT
018200         WHEN OTHER
018300             DISPLAY 'FUNCTION NOT RECOGNIZED'
018400     END-EVALUATE.
018500 2000-EXIT.
018600     EXIT.
018700*================================================================
018800* 3000-REQUEST-CHANGE - TAKE THE KEY (AND, FOR AN ADD OR A CHANGE,
018900*                       THE NEW DESCRIPTION), CHECK THE REQUEST
019000*                       AGAINST THE REFERENCE MASTER AND QUEUE IT
019100*                       UNDER THIS OPERATOR'S ID. A KEY WITH A
019200*                       REQUEST ALREADY WAITING TAKES NO SECOND
019300*                       ONE UNTIL THE FIRST IS DECIDED.
019400*================================================================
019500 3000-REQUEST-CHANGE.
019600     DISPLAY 'ENTER KEY (BLANK TO CANCEL):'.
019700     MOVE SPACES TO KMO-INPUT-KEY.
019800     ACCEPT KMO-INPUT-KEY.
019900     IF KMO-INPUT-KEY = SPACES
020000         GO TO 3000-EXIT.
020100     MOVE SPACES               TO KMO-INPUT-DESC.
020200     IF KMO-FUNCTION = 'A' OR KMO-FUNCTION = 'C'
020300         DISPLAY 'ENTER DESCRIPTION:'
020400         ACCEPT KMO-INPUT-DESC
020500         IF KMO-INPUT-DESC = SPACES
020600             DISPLAY 'DESCRIPTION REQUIRED - NOT QUEUED'
020700             GO TO 3000-EXIT
020800         END-IF
020900     END-IF.
021000     MOVE KMO-INPUT-KEY        TO KRQ-KEY.
021100     READ TESTKRQFILE
021200         INVALID KEY
021300             CONTINUE.
021400     IF KMO-KRQ-FILE-STATUS = '00'
021500         DISPLAY 'REQUEST ALREADY PENDING FOR KEY ' KRQ-KEY
021600             ' BY ' KRQ-MAKER-ID ' - NOT QUEUED'
021700         GO TO 3000-EXIT.
021800     MOVE SPACES               TO TEST-KRQ-REC.
021900     MOVE KMO-INPUT-KEY        TO KRQ-KEY.
022000     MOVE KMO-FUNCTION         TO KRQ-ACTION.
022100     MOVE KMO-INPUT-DESC       TO KRQ-DESC.
022200     PERFORM 5000-CHECK-REQUEST
022300         THRU 5000-EXIT.
022400     IF NOT KMO-REQUEST-VALID
022500         DISPLAY KMO-REASON ' - NOT QUEUED'
022600         GO TO 3000-EXIT.
022700     ACCEPT KMO-NOW-DATE       FROM DATE YYYYMMDD.
022800     ACCEPT KMO-NOW-TIME       FROM TIME.
022900     MOVE KMO-OPERATOR-ID      TO KRQ-MAKER-ID.
023000     MOVE KMO-NOW-DATE         TO KRQ-MAKE-DATE.
023100     MOVE KMO-NOW-TIME         TO KRQ-MAKE-TIME.
023200     WRITE TEST-KRQ-REC
023300         INVALID KEY
023400             DISPLAY 'QUEUE WRITE FAILED - NOT QUEUED'
023500             GO TO 3000-EXIT.
023600     DISPLAY 'KEY ' KRQ-KEY ' ACTION ' KRQ-ACTION
023700         ' QUEUED - ANOTHER OPERATOR MUST APPROVE'.
023800 3000-EXIT.
023900     EXIT.
024000*================================================================
024100* 4000-WORK-QUEUE - SHOW THE WAITING REQUESTS IN KEY ORDER, ONE
024200*                   AT A TIME, FOR A DECISION. THE OPERATOR'S OWN
024300*                   REQUESTS ARE SHOWN BUT CANNOT BE DECIDED HERE.
024400*================================================================
024500 4000-WORK-QUEUE.
024600     MOVE 'N'                  TO KMO-QUEUE-DONE-SW.
024700     MOVE ZERO                 TO KMO-SHOWN-COUNT.
024800     MOVE LOW-VALUES           TO KRQ-KEY.
024900     START TESTKRQFILE KEY IS NOT LESS THAN KRQ-KEY
025000         INVALID KEY
025100             MOVE 'Y' TO KMO-QUEUE-DONE-SW.
025200     PERFORM 4100-REVIEW-REQUEST
025300         THRU 4100-EXIT
025400         UNTIL KMO-QUEUE-DONE.
025500     IF KMO-SHOWN-COUNT = ZERO
025600         DISPLAY 'NO REQUESTS PENDING'
025700     ELSE
025800         DISPLAY 'END OF PENDING REQUESTS'
025900     END-IF.
026000 4000-EXIT.
026100     EXIT.
026200*================================================================
026300* 4100-REVIEW-REQUEST - SHOW ONE WAITING REQUEST AND TAKE THE
026400*                       DECISION: APPROVE, REJECT (WITH A REASON),
026500*                       SKIP OR QUIT THE QUEUE
026600*================================================================
026700 4100-REVIEW-REQUEST.
026800     READ TESTKRQFILE NEXT RECORD
026900         AT END
027000             MOVE 'Y' TO KMO-QUEUE-DONE-SW
027100             GO TO 4100-EXIT.
027200     ADD 1 TO KMO-SHOWN-COUNT.
027300     DISPLAY KMO-RULE-LINE.
027400     DISPLAY 'KEY ' KRQ-KEY '  ACTION ' KRQ-ACTION
027500         '  ' KRQ-DESC.
027600     DISPLAY 'ASKED BY ' KRQ-MAKER-ID ' ON ' KRQ-MAKE-DATE
027700         ' AT ' KRQ-MAKE-TIME.
027800     IF KRQ-MAKER-ID = KMO-OPERATOR-ID
027900         DISPLAY 'OWN REQUEST - ANOTHER OPERATOR MUST APPROVE'
028000         GO TO 4100-EXIT.
028100     DISPLAY 'A APPROVE  J REJECT  S SKIP  Q QUIT:'.
028200     MOVE SPACES TO KMO-DECISION.
028300     ACCEPT KMO-DECISION.
028400     EVALUATE KMO-DECISION
028500         WHEN 'A'
028600             PERFORM 4200-APPROVE-REQUEST
028700                 THRU 4200-EXIT
028800         WHEN 'J'
028900             PERFORM 4300-REJECT-REQUEST
029000                 THRU 4300-EXIT
029100         WHEN 'Q'
029200             MOVE 'Y' TO KMO-QUEUE-DONE-SW
029300         WHEN OTHER
029400             DISPLAY 'SKIPPED'
029500     END-EVALUATE.
029600 4100-EXIT.
029700     EXIT.
029800*================================================================
029900* 4200-APPROVE-REQUEST - CHECK THE REQUEST AGAIN (THE KEY MAY HAVE
030000*                        MOVED SINCE IT WAS QUEUED - A BATCH RUN
030100*                        OR THE DORMANT SWEEP MAY HAVE CLOSED IT)
030200*                        AND APPLY IT. ONE THAT NO LONGER FITS IS
030300*                        AUDITED AS REJECTED WITH THE REASON.
030400*                        EITHER WAY IT LEAVES THE QUEUE.
030500*================================================================
030600 4200-APPROVE-REQUEST.
030700     PERFORM 5000-CHECK-REQUEST
030800         THRU 5000-EXIT.
030900     IF KMO-REQUEST-VALID
031000         PERFORM 5100-APPLY-REQUEST
031100             THRU 5100-EXIT
031200     END-IF.
031300     ACCEPT KMO-NOW-DATE       FROM DATE YYYYMMDD.
031400     ACCEPT KMO-NOW-TIME       FROM TIME.
031500     PERFORM 6000-WRITE-AUDIT
031600         THRU 6000-EXIT.
031700     IF KMO-REQUEST-VALID
031800         MOVE 'A'              TO KAU-OUTCOME
031900         MOVE SPACES           TO KAU-REASON
032000         DISPLAY 'APPROVED AND APPLIED'
032100     ELSE
032200         MOVE 'R'              TO KAU-OUTCOME
032300         MOVE KMO-REASON       TO KAU-REASON
032400         DISPLAY KMO-REASON ' - REJECTED'
032500     END-IF.
032600     WRITE TEST-KAU-REC.
032700     DELETE TESTKRQFILE RECORD
032800         INVALID KEY
032900             DISPLAY 'QUEUE DELETE FAILED FOR KEY ' KRQ-KEY.
033000 4200-EXIT.
033100     EXIT.
033200*================================================================
033300* 4300-REJECT-REQUEST - TAKE THE CHECKER'S REASON, AUDIT THE
033400*                       REJECTION AND TAKE THE REQUEST OFF THE
033500*                       QUEUE. THE REFERENCE MASTER IS NOT
033600*                       TOUCHED.
033700*================================================================
033800 4300-REJECT-REQUEST.
033900     DISPLAY 'ENTER REASON:'.
034000     MOVE SPACES TO KMO-INPUT-REASON.
034100     ACCEPT KMO-INPUT-REASON.
034200     IF KMO-INPUT-REASON = SPACES
034300         MOVE 'REJECTED BY CHECKER' TO KMO-INPUT-REASON.
034400     ACCEPT KMO-NOW-DATE       FROM DATE YYYYMMDD.
034500     ACCEPT KMO-NOW-TIME       FROM TIME.
034600     PERFORM 6000-WRITE-AUDIT
034700         THRU 6000-EXIT.
034800     MOVE 'R'                  TO KAU-OUTCOME.
034900     MOVE KMO-INPUT-REASON     TO KAU-REASON.
035000     WRITE TEST-KAU-REC.
035100     DELETE TESTKRQFILE RECORD
035200         INVALID KEY
035300             DISPLAY 'QUEUE DELETE FAILED FOR KEY ' KRQ-KEY.
035400     DISPLAY 'REJECTED'.
035500 4300-EXIT.
035600     EXIT.
035700*================================================================
035800* 5000-CHECK-REQUEST - THE BATCH MAINTENANCE'S RULES: AN ADD NEEDS
035900*                      A KEY NOT ON FILE; ANY OTHER ACTION NEEDS
036000*                      ONE ON FILE; A CLOSE NEEDS AN OPEN KEY AND
036100*                      A REOPEN A CLOSED ONE. THE REFERENCE RECORD
036200*                      IS LEFT IN THE RECORD AREA FOR THE APPLY.
036300*================================================================
036400 5000-CHECK-REQUEST.
036500     MOVE 'N'                  TO KMO-VALID-SW.
036600     MOVE SPACES               TO KMO-REASON.
036700     MOVE KRQ-KEY              TO KEYR-KEY.
036800     READ TESTKEYFILE
036900         INVALID KEY
037000             CONTINUE.
037100     IF KRQ-ACTION-ADD
037200         IF KMO-KEY-FILE-STATUS = '00'
037300             MOVE 'KEY ALREADY ON FILE' TO KMO-REASON
037400             GO TO 5000-EXIT
037500         END-IF
037600         MOVE 'Y' TO KMO-VALID-SW
037700         GO TO 5000-EXIT.
037800     IF KMO-KEY-FILE-STATUS NOT = '00'
037900         MOVE 'KEY NOT ON FILE' TO KMO-REASON
038000         GO TO 5000-EXIT.
038100     IF KRQ-ACTION-CLOSE AND KEYR-CLOSED
038200         MOVE 'KEY ALREADY CLOSED' TO KMO-REASON
038300         GO TO 5000-EXIT.
038400     IF KRQ-ACTION-REOPEN AND KEYR-OPEN
038500         MOVE 'KEY ALREADY OPEN' TO KMO-REASON
038600         GO TO 5000-EXIT.
038700     MOVE 'Y' TO KMO-VALID-SW.
038800 5000-EXIT.
038900     EXIT.
039000*================================================================
039100* 5100-APPLY-REQUEST - APPLY AN APPROVED REQUEST TO THE REFERENCE
039200*                      MASTER EXACTLY AS FILETESTKEY APPLIES THE
039300*                      SAME ACTION: AN ADD OPENS AS OF TODAY, A
039400*                      CLOSE IS DATED TODAY, A REOPEN CLEARS THE
039500*                      CLOSE DATE AND KEEPS THE ORIGINAL OPEN
039600*                      DATE. A WRITE THAT FAILS TURNS THE APPROVAL
039700*                      INTO A REJECTION.
039800*================================================================
039900 5100-APPLY-REQUEST.
040000     ACCEPT KMO-NOW-DATE       FROM DATE YYYYMMDD.
040100     EVALUATE TRUE
040200         WHEN KRQ-ACTION-ADD
040300             MOVE SPACES           TO TEST-KEYR-REC
040400             MOVE KRQ-KEY          TO KEYR-KEY
040500             MOVE KRQ-DESC         TO KEYR-DESC
040600             MOVE 'O'              TO KEYR-STATUS
040700             MOVE KMO-NOW-DATE     TO KEYR-OPEN-DATE
040800             MOVE ZERO             TO KEYR-CLOSE-DATE
040900             WRITE TEST-KEYR-REC
041000                 INVALID KEY
041100                     MOVE 'N' TO KMO-VALID-SW
041200                     MOVE 'KEY ALREADY ON FILE' TO KMO-REASON
041300             END-WRITE
041400         WHEN KRQ-ACTION-CHANGE
041500             MOVE KRQ-DESC         TO KEYR-DESC
041600             REWRITE TEST-KEYR-REC
041700         WHEN KRQ-ACTION-CLOSE
041800             MOVE 'C'              TO KEYR-STATUS
041900             MOVE KMO-NOW-DATE     TO KEYR-CLOSE-DATE
042000             REWRITE TEST-KEYR-REC
042100         WHEN KRQ-ACTION-REOPEN
042200             MOVE 'O'              TO KEYR-STATUS
042300             MOVE ZERO             TO KEYR-CLOSE-DATE
042400             REWRITE TEST-KEYR-REC
042500     END-EVALUATE.
042600     IF KMO-REQUEST-VALID AND KMO-KEY-FILE-STATUS NOT = '00'
042700         MOVE 'N' TO KMO-VALID-SW
042800         MOVE 'REFERENCE FILE UPDATE FAILED' TO KMO-REASON
042900     END-IF.
043000 5100-EXIT.
043100     EXIT.
043200*================================================================
043300* 6000-WRITE-AUDIT - BUILD THE AUDIT ENTRY FROM THE QUEUED REQUEST
043400*                    AND THIS OPERATOR AS CHECKER. THE CALLER SETS
043500*                    THE OUTCOME AND REASON AND WRITES IT.
043600*================================================================
043700 6000-WRITE-AUDIT.
043800     MOVE SPACES               TO TEST-KAU-REC.
043900     MOVE KRQ-KEY              TO KAU-KEY.
044000     MOVE KRQ-ACTION           TO KAU-ACTION.
044100     MOVE KRQ-DESC             TO KAU-DESC.
044200     MOVE KRQ-MAKER-ID         TO KAU-MAKER-ID.
044300     MOVE KRQ-MAKE-DATE        TO KAU-MAKE-DATE.
044400     MOVE KRQ-MAKE-TIME        TO KAU-MAKE-TIME.
044500     MOVE KMO-OPERATOR-ID      TO KAU-CHECKER-ID.
044600     MOVE KMO-NOW-DATE         TO KAU-CHECK-DATE.
044700     MOVE KMO-NOW-TIME         TO KAU-CHECK-TIME.
044800 6000-EXIT.
044900     EXIT.
045000*================================================================
045100* 8000-SIGN-OFF - CLOSE THE FILES AND END THE SESSION
045200*================================================================
045300 8000-SIGN-OFF.
045400     CLOSE TESTKEYFILE.
045500     CLOSE TESTKRQFILE.
045600     CLOSE TESTKAUFILE.
045700     DISPLAY 'FILETESTKMO - SIGNED OFF ' KMO-OPERATOR-ID.
045800 8000-EXIT.
045900     EXIT.
