002280*                  BETWEEN BRANCHES SHOWS IN BOTH COLUMNS. A
002290*                  BLANK BRANCH (RECORDS FROM BEFORE THE COLUMN)
002291*                  MOVES UNDER BRANCH 000.
002292* 2026-10-15  RK   EITHER SIDE OF THE COMPARE MAY NOW BE A
002293*                  GENERATION PURGED BY HOUSEKEEPING, READ FROM
002294*                  THE COPY FILETESTRST RESTORED FROM THE
002295*                  LONG-TERM ARCHIVE; THE HEADING SAYS WHICH SIDE
002296*                  CAME FROM A RESTORED COPY.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
008300 77  CMP-NEW-DATE                  PIC 9(08)      VALUE ZERO.
008400 77  CMP-OLD-FILENAME              PIC X(40)      VALUE SPACES.
008500 77  CMP-NEW-FILENAME              PIC X(40)      VALUE SPACES.
008510 77  CMP-OLD-RESTORED-SW           PIC X(01)      VALUE 'N'.
008515     88  CMP-OLD-RESTORED                           VALUE 'Y'.
008520 77  CMP-NEW-RESTORED-SW           PIC X(01)      VALUE 'N'.
008525     88  CMP-NEW-RESTORED                           VALUE 'Y'.
008530 77  CMP-CHECK-RESTORED-SW         PIC X(01)      VALUE 'N'.
008535 77  CMP-CHECK-DATE                PIC 9(08)      VALUE ZERO.
008540 77  CMP-CHECK-FILENAME            PIC X(40)      VALUE SPACES.
008545 77  CMP-REST-FILENAME             PIC X(40)      VALUE SPACES.
008550 77  CMP-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
008555 01  CMP-FILE-DETAILS              PIC X(64)      VALUE SPACES.
008600*----------------------------------------------------------------
008700* PAGE HEADING LINES
008800*----------------------------------------------------------------
015800     MOVE CMP-OLD-DATE           TO CMP-HDR-OLD-DATE.
015900     MOVE CMP-NEW-DATE           TO CMP-HDR-NEW-DATE.
016000     WRITE CMP-PRINT-LINE        FROM CMP-HDR-DATES.
016010     IF CMP-OLD-RESTORED
016015         MOVE 'FROM GENERATION READ FROM RESTORED ARCHIVE COPY'
016020             TO CMP-PRINT-LINE
016025         WRITE CMP-PRINT-LINE
016030     END-IF.
016035     IF CMP-NEW-RESTORED
016040         MOVE 'TO GENERATION READ FROM RESTORED ARCHIVE COPY'
016045             TO CMP-PRINT-LINE
016050         WRITE CMP-PRINT-LINE
016055     END-IF.
016100     WRITE CMP-PRINT-LINE        FROM CMP-HDR-RULE.
016200     OPEN INPUT TESTOLDFILE.
016300     IF CMP-OLD-FILE-STATUS NOT = '00'
018500*                      (TO) DATE, DEFAULTING TO TODAY. EACH DATE
018600*                      POINTS ITS OWN DDNAME AT THE MATCHING
018700*                      DATED GENERATION, THE SAME CONVENTION AS
018800*                      FILETESTRPT, FALLING BACK TO A RESTORED
018850*                      COPY FOR A GENERATION NO LONGER ON FILE.
018900*================================================================
019000 1050-SET-FILENAMES.
019100     DISPLAY 1 UPON ARGUMENT-NUMBER.
020100            CMP-OLD-DATE       DELIMITED BY SIZE
020200            '.txt'             DELIMITED BY SIZE
020300            INTO CMP-OLD-FILENAME.
020310     MOVE CMP-OLD-DATE         TO CMP-CHECK-DATE.
020320     MOVE CMP-OLD-FILENAME     TO CMP-CHECK-FILENAME.
020330     PERFORM 1060-CHECK-RESTORED
020340         THRU 1060-EXIT.
020350     MOVE CMP-CHECK-FILENAME   TO CMP-OLD-FILENAME.
020360     MOVE CMP-CHECK-RESTORED-SW TO CMP-OLD-RESTORED-SW.
020400     DISPLAY 'TESTCMP1' UPON ENVIRONMENT-NAME.
020500     DISPLAY CMP-OLD-FILENAME UPON ENVIRONMENT-VALUE.
020600     STRING 'testoutputfile.' DELIMITED BY SIZE
020700            CMP-NEW-DATE       DELIMITED BY SIZE
020800            '.txt'             DELIMITED BY SIZE
020900            INTO CMP-NEW-FILENAME.
020910     MOVE CMP-NEW-DATE         TO CMP-CHECK-DATE.
020920     MOVE CMP-NEW-FILENAME     TO CMP-CHECK-FILENAME.
020930     PERFORM 1060-CHECK-RESTORED
020940         THRU 1060-EXIT.
020950     MOVE CMP-CHECK-FILENAME   TO CMP-NEW-FILENAME.
020960     MOVE CMP-CHECK-RESTORED-SW TO CMP-NEW-RESTORED-SW.
021000     DISPLAY 'TESTCMP2' UPON ENVIRONMENT-NAME.
021100     DISPLAY CMP-NEW-FILENAME UPON ENVIRONMENT-VALUE.
021200 1050-EXIT.
021300     EXIT.
021302*================================================================
021304* 1060-CHECK-RESTORED - A GENERATION NOT ON FILE - MOST LIKELY
021306*                       PURGED BY HOUSEKEEPING - IS READ FROM ITS
021308*                       FILETESTRST RESTORED COPY WHEN THERE IS
021310*                       ONE. THE CALLER SUPPLIES THE DATE AND THE
021312*                       DATED NAME AND TAKES BACK WHICHEVER NAME
021314*                       IS TO BE USED. WITH NEITHER ON FILE THE
021316*                       DATED NAME STANDS AND THE OPEN FAILS AS
021318*                       IT ALWAYS HAS.
021320*================================================================
021322 1060-CHECK-RESTORED.
021324     MOVE 'N'                  TO CMP-CHECK-RESTORED-SW.
021326     CALL 'CBL_CHECK_FILE_EXIST'
021328         USING CMP-CHECK-FILENAME CMP-FILE-DETAILS.
021330     MOVE RETURN-CODE          TO CMP-CALL-RESULT.
021332     MOVE ZERO                 TO RETURN-CODE.
021334     IF CMP-CALL-RESULT = ZERO
021336         GO TO 1060-EXIT.
021338     MOVE SPACES               TO CMP-REST-FILENAME.
021340     STRING 'testrestfile.'   DELIMITED BY SIZE
021342            CMP-CHECK-DATE     DELIMITED BY SIZE
021344            '.txt'             DELIMITED BY SIZE
021346            INTO CMP-REST-FILENAME.
021348     CALL 'CBL_CHECK_FILE_EXIST'
021350         USING CMP-REST-FILENAME CMP-FILE-DETAILS.
021352     MOVE RETURN-CODE          TO CMP-CALL-RESULT.
021354     MOVE ZERO                 TO RETURN-CODE.
021356     IF CMP-CALL-RESULT = ZERO
021358         MOVE CMP-REST-FILENAME TO CMP-CHECK-FILENAME
021360         MOVE 'Y' TO CMP-CHECK-RESTORED-SW
021362     END-IF.
021364 1060-EXIT.
021366     EXIT.
021400*================================================================
021500* 2000-COMPARE-KEYS - ONE STEP OF THE MATCH-MERGE. THE LOWER
021600*                     CURRENT KEY IS THE ONE THAT EXISTS ON ONLY
