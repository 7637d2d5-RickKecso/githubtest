001563*                  SPREADSHEET AFTERWARDS. A BLANK BRANCH
001564*                  (RECORDS FROM BEFORE THE COLUMN) REPORTS
001565*                  UNDER BRANCH 000.
001566* 2026-10-15  RK   A GENERATION PURGED BY HOUSEKEEPING CAN NOW
001567*                  BE LISTED ONCE FILETESTRST HAS RESTORED IT
001568*                  FROM THE LONG-TERM ARCHIVE: WHEN THE DATED
001569*                  GENERATION IS NOT ON FILE BUT ITS RESTORED COPY
001570*                  IS, TESTOUT IS POINTED AT THE COPY AND THE
001571*                  LISTING SAYS SO UNDER THE TITLE.
001572*================================================================
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER.   IBM-370.
004260*----------------------------------------------------------------
004270 77  RPT-RUN-DATE                  PIC 9(08)      VALUE ZERO.
004280 77  RPT-OUTPUT-FILENAME           PIC X(40)      VALUE SPACES.
004281 77  RPT-RESTORED-SW               PIC X(01)      VALUE 'N'.
004282     88  RPT-RESTORED                               VALUE 'Y'.
004283 77  RPT-REST-FILENAME             PIC X(40)      VALUE SPACES.
004284 77  RPT-CALL-RESULT               PIC S9(09) COMP VALUE ZERO.
004285 01  RPT-FILE-DETAILS              PIC X(64)      VALUE SPACES.
004300*----------------------------------------------------------------
004400* PAGE HEADING LINES
004500*----------------------------------------------------------------
004600 01  RPT-HDR-TITLE.
004700     05  FILLER                    PIC X(80)
004800         VALUE 'FILETESTOUT EXTRACT LISTING'.
004810 01  RPT-RESTORED-LINE.
004820     05  FILLER                    PIC X(34)
004830         VALUE 'LISTED FROM RESTORED ARCHIVE COPY'.
004840     05  FILLER                    PIC X(01)      VALUE SPACES.
004850     05  RPT-RESTORED-NAME         PIC X(40).
004900 01  RPT-HDR-COLUMNS.
005000     05  FILLER                    PIC X(15)      VALUE SPACES.
005100     05  FILLER                    PIC X(16)
013440     END-IF.
013500     OPEN OUTPUT RPT-PRINT-FILE.
013600     WRITE RPT-PRINT-LINE        FROM RPT-HDR-TITLE.
013610     IF RPT-RESTORED
013620         MOVE RPT-OUTPUT-FILENAME TO RPT-RESTORED-NAME
013630         WRITE RPT-PRINT-LINE    FROM RPT-RESTORED-LINE
013640     END-IF.
013700     WRITE RPT-PRINT-LINE        FROM RPT-HDR-COLUMNS.
013800     WRITE RPT-PRINT-LINE        FROM RPT-HDR-RULE.
013900 1000-EXIT.
014300*                            PARM (YYYYMMDD), DEFAULTING TO TODAY
014400*                            IF NOT SUPPLIED, USED TO POINT THE
014500*                            TESTOUT DDNAME AT THE MATCHING DATED
014600*                            GENERATION, OR AT ITS RESTORED COPY
014650*                            WHEN THE GENERATION ITSELF IS GONE.
014700*================================================================
014800 1050-SET-OUTPUT-FILENAME.
014900     DISPLAY 1 UPON ARGUMENT-NUMBER.
015300            RPT-RUN-DATE       DELIMITED BY SIZE
015400            '.txt'             DELIMITED BY SIZE
015500            INTO RPT-OUTPUT-FILENAME.
015510     CALL 'CBL_CHECK_FILE_EXIST'
015520         USING RPT-OUTPUT-FILENAME RPT-FILE-DETAILS.
015530     MOVE RETURN-CODE          TO RPT-CALL-RESULT.
015540     MOVE ZERO                 TO RETURN-CODE.
015550     IF RPT-CALL-RESULT NOT = ZERO
015560         PERFORM 1060-USE-RESTORED-COPY
015570             THRU 1060-EXIT
015580     END-IF.
015600     DISPLAY 'TESTOUT' UPON ENVIRONMENT-NAME.
015700     DISPLAY RPT-OUTPUT-FILENAME UPON ENVIRONMENT-VALUE.
015800 1050-EXIT.
015900     EXIT.
015902*================================================================
015904* 1060-USE-RESTORED-COPY - THE DATED GENERATION IS NOT ON FILE -
015906*                          MOST LIKELY PURGED BY HOUSEKEEPING. IF
015908*                          FILETESTRST HAS RESTORED IT FROM THE
015910*                          ARCHIVE, LIST THE RESTORED COPY IN ITS
015912*                          PLACE; OTHERWISE THE NAME IS LEFT ALONE
015914*                          AND THE RUN BEHAVES AS IT ALWAYS HAS.
015916*================================================================
015918 1060-USE-RESTORED-COPY.
015920     MOVE SPACES               TO RPT-REST-FILENAME.
015922     STRING 'testrestfile.'   DELIMITED BY SIZE
015924            RPT-RUN-DATE       DELIMITED BY SIZE
015926            '.txt'             DELIMITED BY SIZE
015928            INTO RPT-REST-FILENAME.
015930     CALL 'CBL_CHECK_FILE_EXIST'
015932         USING RPT-REST-FILENAME RPT-FILE-DETAILS.
015934     MOVE RETURN-CODE          TO RPT-CALL-RESULT.
015936     MOVE ZERO                 TO RETURN-CODE.
015938     IF RPT-CALL-RESULT = ZERO
015940         MOVE RPT-REST-FILENAME TO RPT-OUTPUT-FILENAME
015942         MOVE 'Y' TO RPT-RESTORED-SW
015944     END-IF.
015946 1060-EXIT.
015948     EXIT.
016000*================================================================
016100* 2000-PRINT-HEADER-RECORD - FETCH THE RESERVED-KEY HEADER
016200*                            RECORD BY DIRECT READ AND PRINT IT.
