002580*                  80 TO 110 BYTES TO MAKE ROOM. A MISSING
002590*                  REFERENCE FILE OR AN UNLISTED KEY PRINTS A
002591*                  MARKER RATHER THAN FAILING THE RUN.
002592* 2026-10-15  RK   A REQUEST FOR A GENERATION PURGED BY
002593*                  HOUSEKEEPING IS NOW ANSWERED FROM THE COPY
002594*                  FILETESTRST RESTORED FROM THE LONG-TERM
002595*                  ARCHIVE, WHEN THERE IS ONE; WITHOUT IT THE
002596*                  ANSWER IS STILL GENERATION NOT FOUND.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
008500 77  INQ-OPEN-DATE                 PIC 9(08)      VALUE ZERO.
008600 77  INQ-OPEN-FAILED-DATE          PIC 9(08)      VALUE ZERO.
008700 77  INQ-OUTPUT-FILENAME           PIC X(40)      VALUE SPACES.
008710 77  INQ-REST-FILENAME             PIC X(40)      VALUE SPACES.
008720 77  INQ-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
008730 01  INQ-FILE-DETAILS              PIC X(64)      VALUE SPACES.
008800*----------------------------------------------------------------
008900* RESPONSE LINE - KEY AND DATE ECHOED FROM THE REQUEST, THEN
009000* THE ANSWER. THE AMOUNT IS DECODED TO A SIGNED EDITED PICTURE
019800*                          FILETESTRPT'S 1050 DOES. AN OPEN
019900*                          FAILURE IS REMEMBERED SO A RUN OF
020000*                          REQUESTS AGAINST A MISSING GENERATION
020100*                          DOES NOT RETRY THE OPEN EVERY TIME. A
020120*                          GENERATION PURGED BY HOUSEKEEPING IS
020140*                          ANSWERED FROM ITS RESTORED COPY
020160*                          (FILETESTRST) WHEN ONE IS ON FILE.
020200*================================================================
020300 3000-SWITCH-GENERATION.
020400     IF INQ-GEN-OPEN
021300            INQ-GEN-DATE       DELIMITED BY SIZE
021400            '.txt'             DELIMITED BY SIZE
021500            INTO INQ-OUTPUT-FILENAME.
021510     CALL 'CBL_CHECK_FILE_EXIST'
021515         USING INQ-OUTPUT-FILENAME INQ-FILE-DETAILS.
021520     MOVE RETURN-CODE           TO INQ-CALL-RESULT.
021525     MOVE ZERO                  TO RETURN-CODE.
021530     IF INQ-CALL-RESULT NOT = ZERO
021535         MOVE SPACES            TO INQ-REST-FILENAME
021540         STRING 'testrestfile.'   DELIMITED BY SIZE
021545                INQ-GEN-DATE       DELIMITED BY SIZE
021550                '.txt'             DELIMITED BY SIZE
021555                INTO INQ-REST-FILENAME
021560         CALL 'CBL_CHECK_FILE_EXIST'
021565             USING INQ-REST-FILENAME INQ-FILE-DETAILS
021570         MOVE RETURN-CODE       TO INQ-CALL-RESULT
021575         MOVE ZERO              TO RETURN-CODE
021580         IF INQ-CALL-RESULT = ZERO
021585             MOVE INQ-REST-FILENAME TO INQ-OUTPUT-FILENAME
021590         END-IF
021595     END-IF.
021600     DISPLAY 'TESTOUT' UPON ENVIRONMENT-NAME.
021700     DISPLAY INQ-OUTPUT-FILENAME UPON ENVIRONMENT-VALUE.
021800     OPEN INPUT TESTOUTPUTFILE.
