001667*                  ON A RESTART THE CHECKPOINT'S SAVED
001668*                  GENERATION DATE STILL WINS OVER THE PARM,
001669*                  EXACTLY AS IT WINS OVER TODAY'S DATE.
001670* 2026-10-15  RK   A TRANSACTION EFFECTIVE IN AN ACCOUNTING PERIOD
001671*                  STANDING CLOSED ON THE PERIOD CONTROL FILE
001672*                  (TESTPRDFILE, WRITTEN BY FILETESTCLS) IS NO
001673*                  LONGER APPLIED - IT WOULD MOVE A BALANCE
001674*                  FINANCE HAS ALREADY SIGNED OFF. WHATEVER ITS
001675*                  ACTION, IT IS APPENDED TO THE PRIOR-PERIOD
001676*                  ADJUSTMENTS FILE (TESTPPAFILE, REPORTED BY
001677*                  FILETESTADJ) FOR A CONTROLLER TO REOPEN THE
001678*                  PERIOD OR RE-DATE THE ITEM, AND IS COUNTED WITH
001679*                  THE REJECTS SO THE RUN-LOG STILL BALANCES. THE
001680*                  PERIOD STANDINGS ARE LOADED ONCE AT START OF
001681*                  RUN. A FUTURE-DATED TRANSACTION IS STILL
001682*                  DIVERTED TO PENDING FIRST.
001683* 2026-10-15  RK   A SECOND ADD FOR A KEY ALREADY ON THE
001684*                  GENERATION IS NOW NETTED INTO ITS DETAIL - TWO
001685*                  SOURCES CAN MOVE THE SAME KEY ON ONE FEED DATE
001686*                  (THE MONTH-END ACCRUAL AND THE DAY'S OWN
001687*                  MOVEMENT) AND THE SECOND WAS BEING REJECTED.
001688*                  THE AMOUNT IS ADDED, THE LATER EFFECTIVE DATE
001689*                  KEPT AND THE NET COUNTED AS A CHANGE. THE
001690*                  DETAIL NOW CARRIES THE FEED POSITION OF THE
001691*                  LAST TRANSACTION APPLIED TO IT, SO ONE REPLAYED
001692*                  ON A RESTART IS STILL A DUPLICATE-KEY REJECT,
001693*                  AND A DIVERSION TO PENDING IS CHECKPOINTED AT
001694*                  ONCE SO NO RESTART DIVERTS IT TWICE. AN ADD FOR
001695*                  ANOTHER BRANCH, OR ONE THAT WOULD OVERFLOW THE
001696*                  AMOUNT, IS STILL REJECTED.
001697* 2026-10-15  RK   A DIVERSION TO THE PRIOR-PERIOD ADJUSTMENTS IS
001698*                  NOW CHECKPOINTED AT ONCE, AS A DIVERSION TO
001699*                  PENDING IS, SO A RESTART NO LONGER FILES THE
001700*                  SAME ITEM TWICE. A DETAIL A SECOND ADD WAS
001701*                  NETTED INTO IS NOW MARKED, AND A LATER CHANGE
001702*                  FOR THE KEY IS REJECTED RATHER THAN LETTING IT
001703*                  OVERWRITE THE NETTED AMOUNT.
001750*================================================================
001760 ENVIRONMENT DIVISION.
001770 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER.   IBM-370.
001900 OBJECT-COMPUTER.   IBM-370.
002000 INPUT-OUTPUT SECTION.
002695     SELECT TESTPENDFILE ASSIGN TO 'testpendfile.txt'
002696         ORGANIZATION IS LINE SEQUENTIAL
002697         FILE STATUS IS TOF-PEND-FILE-STATUS.
002698
002699     SELECT TESTPRDFILE ASSIGN TO 'testprdfile.txt'
002700         ORGANIZATION IS LINE SEQUENTIAL
002701         FILE STATUS IS TOF-PRD-FILE-STATUS.
002702
002703     SELECT TESTPPAFILE ASSIGN TO 'testppafile.txt'
002704         ORGANIZATION IS LINE SEQUENTIAL
002705         FILE STATUS IS TOF-PPA-FILE-STATUS.
002706 DATA DIVISION.
002800 FILE SECTION.
002900*----------------------------------------------------------------
003000* DAILY TRANSACTION FEED - INPUT
004460*----------------------------------------------------------------
004470 FD  TESTPENDFILE.
004480     COPY TESTPEND.
004482*----------------------------------------------------------------
004484* ACCOUNTING PERIOD CONTROL FILE - READ ONCE AT START OF RUN
004486*----------------------------------------------------------------
004488 FD  TESTPRDFILE.
004490     COPY TESTPRD.
004492*----------------------------------------------------------------
004494* PRIOR-PERIOD ADJUSTMENTS FILE - TRANSACTIONS EFFECTIVE IN A
004496* CLOSED PERIOD, HELD FOR A CONTROLLER
004498*----------------------------------------------------------------
004500 FD  TESTPPAFILE.
004502     COPY TESTPPA.
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------------
004900* SWITCHES AND COUNTERS
005370*    INSTEAD OF AN OVERPUNCH ON THE LAST BYTE OF THE RAW FIELD.
005371*----------------------------------------------------------------
005372 77  TOF-CSV-AMOUNT                PIC -(7)9.99   VALUE ZERO.
005373*----------------------------------------------------------------
005374* ACCOUNTING PERIOD STANDINGS - ONE ROW PER PERIOD (YYYYMM) ON THE
005375*    PERIOD CONTROL FILE, HOLDING THE STATUS OF ITS LATEST ENTRY.
005376*    A TRANSACTION EFFECTIVE IN A PERIOD STANDING 'C' IS NOT
005377*    APPLIED - IT GOES TO THE PRIOR-PERIOD ADJUSTMENTS FILE.
005378*----------------------------------------------------------------
005379 01  TOF-PRD-TABLE.
005380     05  TOF-PRD-ROW OCCURS 600 TIMES.
005381         10  TOF-PRD-PERIOD        PIC 9(06).
005382         10  TOF-PRD-STATUS        PIC X(01).
005383 77  TOF-PRD-MAX                   PIC 9(04) COMP  VALUE 600.
005384 77  TOF-PRD-COUNT                 PIC 9(04) COMP  VALUE ZERO.
005385 77  TOF-PRD-SUB                   PIC 9(04) COMP  VALUE ZERO.
005386 77  TOF-PRD-FOUND-SUB             PIC 9(04) COMP  VALUE ZERO.
005387 77  TOF-PRD-FILE-STATUS           PIC X(02)      VALUE SPACES.
005388 77  TOF-PRD-EOF-SW                PIC X(01)      VALUE 'N'.
005389     88  TOF-EOF-PERIOD                             VALUE 'Y'.
005390 77  TOF-PPA-FILE-STATUS           PIC X(02)      VALUE SPACES.
005391 77  TOF-CLOSED-SW                 PIC X(01)      VALUE 'N'.
005392     88  TOF-IN-CLOSED-PERIOD                       VALUE 'Y'.
005393 77  TOF-EFF-PERIOD                PIC 9(06)      VALUE ZERO.
005394*----------------------------------------------------------------
005395* NETTING WORK AREAS - AN ADD FOR A KEY ALREADY ON THE GENERATION
005396*----------------------------------------------------------------
005397 77  TOF-NET-BRANCH                PIC X(03)      VALUE SPACES.
005398 77  TOF-NET-SEQ                   PIC 9(09) COMP  VALUE ZERO.
011000 PROCEDURE DIVISION.
011010*================================================================
011020* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE EXTRACT
011231     DISPLAY 2 UPON ARGUMENT-NUMBER.
011232     ACCEPT TOF-GEN-DATE       FROM ARGUMENT-VALUE
011233         ON EXCEPTION MOVE TOF-RUN-DATE TO TOF-GEN-DATE.
011235     PERFORM 1500-LOAD-PERIODS
011237         THRU 1500-EXIT.
011240     OPEN INPUT TESTCKPTFILE.
011250     IF TOF-CKPT-FILE-STATUS = '00'
011260         PERFORM 1100-LOAD-CHECKPOINT
012431*                     AS THEY ALWAYS DID; AN UNRECOGNIZED ACTION
012432*                     CODE IS COUNTED WITH THE REJECTS RATHER
012433*                     THAN GUESSED AT.
012434*                     A TRANSACTION EFFECTIVE IN A CLOSED
012435*                     ACCOUNTING PERIOD IS NOT APPLIED, WHATEVER
012436*                     ITS ACTION - IT IS ROUTED TO THE
012437*                     PRIOR-PERIOD ADJUSTMENTS FILE.
012438*                     A DIVERSION TO PENDING OR TO THE
012439*                     PRIOR-PERIOD ADJUSTMENTS IS CHECKPOINTED AT
012440*                     ONCE, SO A RESTART NEVER DIVERTS THE SAME
012441*                     TRANSACTION TWICE - THE RELEASE RUN WOULD
012442*                     FEED BOTH PENDING COPIES BACK AND THE SECOND
012443*                     WOULD BE NETTED IN, AND THE ADJUSTMENTS
012444*                     LISTING WOULD SHOW AND TOTAL THE ITEM TWICE.
012445*================================================================
012460 2000-PROCESS-TRAN.
012465     IF TRAN-KEY = 'HDR1' OR TRAN-KEY = 'TRL1'
012466         ADD 1 TO TOF-REJECT-COUNT
012469     AND TRAN-EFF-DATE > TOF-GEN-DATE
012471         PERFORM 2600-DIVERT-PENDING
012472             THRU 2600-EXIT
012473         PERFORM 6000-WRITE-CHECKPOINT
012474             THRU 6000-EXIT
012475     ELSE
012478         PERFORM 2800-CHECK-CLOSED-PERIOD
012483             THRU 2800-EXIT
012488         IF TOF-IN-CLOSED-PERIOD
012493             PERFORM 2900-DIVERT-PRIOR-PERIOD
012498                 THRU 2900-EXIT
012500             PERFORM 6000-WRITE-CHECKPOINT
012501                 THRU 6000-EXIT
012503         ELSE
012508             EVALUATE TRUE
012513                 WHEN TRAN-ACTION-CHANGE
012518                     PERFORM 2300-CHANGE-RECORD
012523                         THRU 2300-EXIT
012528                 WHEN TRAN-ACTION-DELETE
012533                     PERFORM 2400-DELETE-RECORD
012538                         THRU 2400-EXIT
012543                 WHEN TRAN-ACTION-ADD
012548                     PERFORM 2200-ADD-RECORD
012553                         THRU 2200-EXIT
012558                 WHEN OTHER
012563                     ADD 1 TO TOF-REJECT-COUNT
012568             END-EVALUATE
012573         END-IF
012574     END-IF.
012575     PERFORM 2100-READ-TRAN
012576         THRU 2100-EXIT.
012577 2000-EXIT.
012578     EXIT.
012579*================================================================
012580* 2200-ADD-RECORD - BUILD AN OUTPUT RECORD FROM THE TRANSACTION,
012581*                   STAMPED WITH ITS FEED POSITION, AND WRITE IT.
012582*                   COUNTERS AND CHECKPOINT TRIGGER FIRE ONLY WHEN
012583*                   THE WRITE ADDS THE RECORD; AN ADD FOR A KEY
012584*                   ALREADY ON FILE GOES TO 2250-NET-ADD. TRAN-KEY
012585*                   IS NOT EDITED FOR NUMERIC CONTENT ON INPUT, SO
012586*                   THE KEY HASH IS ONLY UPDATED WHEN THE KEY IS
012587*                   NUMERIC - A NON-NUMERIC KEY IS STILL WRITTEN,
012588*                   JUST LEFT OUT OF THE HASH.
012589*================================================================
012590 2200-ADD-RECORD.
012591     MOVE SPACES             TO TESTOUTPUTREC.
012592     MOVE TRAN-KEY             TO TEST-OUTPUT-KEY.
012593     MOVE 'D'                  TO TEST-RECORD-TYPE.
012594     MOVE TRAN-AMOUNT          TO TEST-DTL-AMOUNT.
012595     MOVE TRAN-EFF-DATE        TO TEST-DTL-EFF-DATE.
012596     MOVE TOF-TRAN-COUNT       TO TEST-DTL-FEED-SEQ.
012597     PERFORM 2700-SET-DTL-BRANCH
012598         THRU 2700-EXIT.
012599     WRITE TESTOUTPUTREC
012600         INVALID KEY
012601             PERFORM 2250-NET-ADD
012602                 THRU 2250-EXIT
012603             GO TO 2200-EXIT.
012604     IF TOF-OUT-FILE-STATUS = '00'
012605         ADD 1 TO TOF-ADD-COUNT
012606         ADD 1 TO TOF-DETAIL-COUNT
012607         IF TEST-OUTPUT-KEY IS NUMERIC
012608             MOVE TEST-OUTPUT-KEY      TO TOF-KEY-NUM
012609             ADD TOF-KEY-NUM           TO TOF-KEY-HASH-TOTAL
012610         END-IF
012611         PERFORM 2500-CHECKPOINT-TRIGGER
012612             THRU 2500-EXIT
012613     END-IF.
012614 2200-EXIT.
012615     EXIT.
012616*================================================================
012617* 2250-NET-ADD - AN ADD FOR A KEY ALREADY ON THE GENERATION. TWO
012618*                SOURCES CAN MOVE ONE KEY ON THE SAME FEED DATE -
012619*                THE MONTH-END ACCRUAL AND THE DAY'S OWN MOVEMENT
012620*                - SO THE AMOUNT IS NETTED INTO THE DETAIL, THE
012621*                LATER EFFECTIVE DATE KEPT, THE DETAIL MARKED AS
012622*                NETTED AND THE NET COUNTED AS A CHANGE. A NETTED
012623*                DETAIL HOLDS MORE THAN ONE MOVEMENT, SO
012624*                2300-CHANGE-RECORD REJECTS A LATER CHANGE FOR THE
012625*                KEY RATHER THAN LET IT OVERWRITE THEM. A
012626*                TRANSACTION THE DETAIL ALREADY HOLDS (ITS FEED
012627*                POSITION IS NOT PAST THE ONE STAMPED ON THE
012628*                DETAIL - A RESTART REPLAY), ANOTHER BRANCH, OR AN
012629*                AMOUNT THAT WOULD OVERFLOW IS COUNTED WITH THE
012630*                REJECTS, AS EVERY DUPLICATE ADD WAS BEFORE.
012631*================================================================
012632 2250-NET-ADD.
012633     MOVE TEST-DTL-BRANCH      TO TOF-NET-BRANCH.
012634     READ TESTOUTPUTFILE
012635         INVALID KEY
012636             ADD 1 TO TOF-REJECT-COUNT
012637             GO TO 2250-EXIT.
012638     IF NOT TEST-DETAIL-RECORD
012639     OR TEST-DTL-BRANCH NOT = TOF-NET-BRANCH
012640         ADD 1 TO TOF-REJECT-COUNT
012641         GO TO 2250-EXIT.
012642     MOVE ZERO                 TO TOF-NET-SEQ.
012643     IF TEST-DTL-FEED-SEQ IS NUMERIC
012644         MOVE TEST-DTL-FEED-SEQ TO TOF-NET-SEQ.
012645     IF TOF-NET-SEQ NOT < TOF-TRAN-COUNT
012646         ADD 1 TO TOF-REJECT-COUNT
012647         GO TO 2250-EXIT.
012648     ADD TRAN-AMOUNT           TO TEST-DTL-AMOUNT
012649         ON SIZE ERROR
012650             ADD 1 TO TOF-REJECT-COUNT
012651             GO TO 2250-EXIT.
012652     IF TRAN-EFF-DATE IS NUMERIC
012653         IF TRAN-EFF-DATE > TEST-DTL-EFF-DATE
012654             MOVE TRAN-EFF-DATE TO TEST-DTL-EFF-DATE
012655         END-IF
012656     END-IF.
012657     MOVE TOF-TRAN-COUNT       TO TEST-DTL-FEED-SEQ.
012658     MOVE 'Y'                  TO TEST-DTL-NET-SW.
012659     REWRITE TESTOUTPUTREC
012660         INVALID KEY
012661             ADD 1 TO TOF-REJECT-COUNT.
012662     IF TOF-OUT-FILE-STATUS = '00'
012663         ADD 1 TO TOF-CHG-COUNT
012664         PERFORM 2500-CHECKPOINT-TRIGGER
012665             THRU 2500-EXIT
012666     END-IF.
012667 2250-EXIT.
012668     EXIT.
012669*================================================================
012670* 2300-CHANGE-RECORD - REWRITE THE KEYED RECORD WITH THE
012671*                      TRANSACTION'S VALUES AND FEED POSITION. THE
012672*                      NET DETAIL COUNT AND KEY HASH DO NOT MOVE.
012673*                      A CHANGE FOR A KEY NOT ON THE FILE IS
012674*                      COUNTED WITH THE REJECTS, AND SO IS ONE FOR
012675*                      A DETAIL A SECOND ADD WAS NETTED INTO - THE
012676*                      CHANGE WOULD REPLACE BOTH MOVEMENTS WITH
012677*                      ITS OWN AMOUNT.
012678*================================================================
012679 2300-CHANGE-RECORD.
012680     MOVE TRAN-KEY             TO TEST-OUTPUT-KEY.
012681     READ TESTOUTPUTFILE
012682         INVALID KEY
012683             ADD 1 TO TOF-REJECT-COUNT
012684             GO TO 2300-EXIT.
012685     IF TEST-DETAIL-RECORD
012686     AND TEST-DTL-NETTED
012687         ADD 1 TO TOF-REJECT-COUNT
012688         GO TO 2300-EXIT.
012689     MOVE SPACES             TO TESTOUTPUTREC.
012690     MOVE TRAN-KEY             TO TEST-OUTPUT-KEY.
012691     MOVE 'D'                  TO TEST-RECORD-TYPE.
012692     MOVE TRAN-AMOUNT          TO TEST-DTL-AMOUNT.
012693     MOVE TRAN-EFF-DATE        TO TEST-DTL-EFF-DATE.
012694     MOVE TOF-TRAN-COUNT       TO TEST-DTL-FEED-SEQ.
012695     PERFORM 2700-SET-DTL-BRANCH
012696         THRU 2700-EXIT.
012697     REWRITE TESTOUTPUTREC
012698         INVALID KEY
012699             ADD 1 TO TOF-REJECT-COUNT.
012700     IF TOF-OUT-FILE-STATUS = '00'
012701         ADD 1 TO TOF-CHG-COUNT
012702         PERFORM 2500-CHECKPOINT-TRIGGER
012703             THRU 2500-EXIT
012704     END-IF.
012705 2300-EXIT.
012706     EXIT.
012786*================================================================
012787* 2400-DELETE-RECORD - REMOVE THE KEYED RECORD FROM THE FILE.
012788*                      THE NET DETAIL COUNT COMES DOWN BY ONE AND
013261     CLOSE TESTTRANFILE.
013262     CLOSE TESTOUTPUTFILE.
013263     CLOSE TESTPENDFILE.
013264     CLOSE TESTPPAFILE.
013265     OPEN OUTPUT TESTCKPTFILE.
013266     CLOSE TESTCKPTFILE.
013267     PERFORM 9000-WRITE-RUNLOG
013270         THRU 9000-EXIT.
013280 8000-EXIT.
013290     EXIT.
013440     CLOSE TESTLOGFILE.
013450 9000-EXIT.
013460     EXIT.
013470*================================================================
013480* 1500-LOAD-PERIODS - LOAD THE STANDING OF EVERY ACCOUNTING PERIOD
013490*                     FROM THE PERIOD CONTROL FILE AND OPEN THE
013500*                     PRIOR-PERIOD ADJUSTMENTS FILE. NO CONTROL
013510*                     FILE MEANS NO PERIOD HAS EVER BEEN CLOSED.
013520*                     THE ADJUSTMENTS FILE IS A WAREHOUSE OPENED
013530*                     EXTEND, THE SAME AS THE PENDING FILE.
013540*================================================================
013550 1500-LOAD-PERIODS.
013560     OPEN INPUT TESTPRDFILE.
013570     IF TOF-PRD-FILE-STATUS = '00'
013580         PERFORM 1510-SCAN-PERIOD-ENTRY
013590             THRU 1510-EXIT
013600             UNTIL TOF-EOF-PERIOD
013610         CLOSE TESTPRDFILE
013620     END-IF.
013630     OPEN EXTEND TESTPPAFILE.
013640     IF TOF-PPA-FILE-STATUS NOT = '00'
013650         OPEN OUTPUT TESTPPAFILE.
013660     IF TOF-PPA-FILE-STATUS NOT = '00'
013670         MOVE 'A' TO TOF-COMPLETION-SW
013680         PERFORM 9000-WRITE-RUNLOG
013690             THRU 9000-EXIT
013700         MOVE 16 TO RETURN-CODE
013710         STOP RUN.
013720 1500-EXIT.
013730     EXIT.
013740*================================================================
013750* 1510-SCAN-PERIOD-ENTRY - FOLD ONE PERIOD CONTROL ENTRY INTO THE
013760*                          TABLE; A LATER ENTRY FOR THE SAME
013770*                          PERIOD OVERWRITES THE STATUS, SO THE
013780*                          LATEST STANDS. A TABLE TOO SMALL FOR
013790*                          THE FILE ABENDS RATHER THAN LET A
013800*                          CLOSED PERIOD GO UNCHECKED.
013810*================================================================
013820 1510-SCAN-PERIOD-ENTRY.
013830     READ TESTPRDFILE
013840         AT END
013850             MOVE 'Y' TO TOF-PRD-EOF-SW
013860             GO TO 1510-EXIT.
013870     IF PRD-PERIOD IS NOT NUMERIC
013880         GO TO 1510-EXIT.
013890     MOVE PRD-PERIOD           TO TOF-EFF-PERIOD.
013900     PERFORM 1520-FIND-PERIOD
013910         THRU 1520-EXIT.
013920     IF TOF-PRD-FOUND-SUB = ZERO
013930         IF TOF-PRD-COUNT NOT < TOF-PRD-MAX
013940             MOVE 'A' TO TOF-COMPLETION-SW
013950             PERFORM 9000-WRITE-RUNLOG
013960                 THRU 9000-EXIT
013970             MOVE 16 TO RETURN-CODE
013980             STOP RUN
013990         END-IF
014000         ADD 1 TO TOF-PRD-COUNT
014010         MOVE TOF-PRD-COUNT    TO TOF-PRD-FOUND-SUB
014020         MOVE PRD-PERIOD
014030             TO TOF-PRD-PERIOD (TOF-PRD-FOUND-SUB)
014040     END-IF.
014050     MOVE PRD-STATUS
014060         TO TOF-PRD-STATUS (TOF-PRD-FOUND-SUB).
014070 1510-EXIT.
014080     EXIT.
014090*================================================================
014100* 1520-FIND-PERIOD - LOOK UP TOF-EFF-PERIOD IN THE PERIOD TABLE.
014110*                    NOT FOUND LEAVES THE FOUND SUBSCRIPT ZERO.
014120*================================================================
014130 1520-FIND-PERIOD.
014140     MOVE ZERO                 TO TOF-PRD-FOUND-SUB.
014150     MOVE 1                    TO TOF-PRD-SUB.
014160     PERFORM 1525-TEST-PERIOD
014170         THRU 1525-EXIT
014180         UNTIL TOF-PRD-SUB > TOF-PRD-COUNT
014190            OR TOF-PRD-FOUND-SUB > ZERO.
014200 1520-EXIT.
014210     EXIT.
014220*================================================================
014230* 1525-TEST-PERIOD - TEST ONE ROW OF THE PERIOD TABLE
014240*================================================================
014250 1525-TEST-PERIOD.
014260     IF TOF-PRD-PERIOD (TOF-PRD-SUB) = TOF-EFF-PERIOD
014270         MOVE TOF-PRD-SUB      TO TOF-PRD-FOUND-SUB.
014280     ADD 1 TO TOF-PRD-SUB.
014290 1525-EXIT.
014300     EXIT.
014310*================================================================
014320* 2800-CHECK-CLOSED-PERIOD - IS THE TRANSACTION EFFECTIVE IN A
014330*                            PERIOD STANDING CLOSED? AN EFFECTIVE
014340*                            DATE THAT IS NOT NUMERIC CANNOT BE
014350*                            PLACED IN A PERIOD AND IS LEFT TO THE
014360*                            NORMAL ACTION ROUTING.
014370*================================================================
014380 2800-CHECK-CLOSED-PERIOD.
014390     MOVE 'N'                  TO TOF-CLOSED-SW.
014400     IF TRAN-EFF-DATE IS NOT NUMERIC
014410         GO TO 2800-EXIT.
014420     MOVE TRAN-EFF-DATE (1:6)  TO TOF-EFF-PERIOD.
014430     PERFORM 1520-FIND-PERIOD
014440         THRU 1520-EXIT.
014450     IF TOF-PRD-FOUND-SUB = ZERO
014460         GO TO 2800-EXIT.
014470     IF TOF-PRD-STATUS (TOF-PRD-FOUND-SUB) = 'C'
014480         MOVE 'Y'              TO TOF-CLOSED-SW.
014490 2800-EXIT.
014500     EXIT.
014510*================================================================
014520* 2900-DIVERT-PRIOR-PERIOD - APPEND THE TRANSACTION, IMAGE
014530*                            UNTOUCHED, TO THE PRIOR-PERIOD
014540*                            ADJUSTMENTS FILE WITH THE CLOSED
014550*                            PERIOD IT FELL IN AND THE GENERATION
014560*                            THAT REFUSED IT, AND COUNT IT WITH
014570*                            THE REJECTS - IT WAS NOT APPLIED AND
014580*                            WILL NOT BE UNLESS A CONTROLLER ACTS
014590*                            ON IT.
014600*                            2000-PROCESS-TRAN TAKES A CHECKPOINT
014601*                            AS SOON AS THE ITEM IS FILED, SO A
014602*                            RESTART NEITHER FILES IT AGAIN NOR
014603*                            LOSES ITS REJECT COUNT.
014604*================================================================
014630 2900-DIVERT-PRIOR-PERIOD.
014640     MOVE SPACES               TO TEST-PPA-REC.
014650     MOVE TEST-TRAN-REC        TO PPA-TRAN-DATA.
014660     MOVE TOF-EFF-PERIOD       TO PPA-PERIOD.
014670     MOVE TOF-GEN-DATE         TO PPA-GEN-DATE.
014680     MOVE 'FILETESTOUT'        TO PPA-PROGRAM.
014690     MOVE TOF-RUN-DATE         TO PPA-REFUSE-DATE.
014700     MOVE TOF-RUN-TIME         TO PPA-REFUSE-TIME.
014710     WRITE TEST-PPA-REC.
014720     ADD 1 TO TOF-REJECT-COUNT.
014730 2900-EXIT.
014740     EXIT.
