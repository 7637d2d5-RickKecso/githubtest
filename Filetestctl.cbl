004193*                  WRITES ITS GENERATION LATER IN THE SAME
004194*                  CHAIN, SO ASKING THE RECYCLE FOR THE CHAIN
004195*                  DATE'S OWN GENERATION WOULD FIND NOTHING.
004196* 2026-10-15  RK   FILETESTGLI (GL JOURNAL INTERFACE) ADDED AS THE
004197*                  LAST STEP, AFTER FILETESTPST - IT ONLY JOURNALS
004198*                  A GENERATION STANDING POSTED. IT TAKES THE SAME
004199*                  DATE AND JOB ID PARMS AS THE POSTING RUN.
004200* 2026-10-15  RK   FILETESTACK (SOURCE ACKNOWLEDGEMENTS) ADDED
004201*                  STRAIGHT AFTER THE EDIT - IT NEEDS THE
004202*                  GENERATION'S SUSPENSE AND NOTHING LATER, AND
004203*                  THE UPSTREAMS HEAR BACK AS EARLY AS POSSIBLE.
004204*                  IT TAKES THE DATE AND JOB ID PARMS. THE RELEASE
004205*                  AND EVERY STEP AFTER IT MOVE DOWN ONE PLACE.
004207* 2026-10-15  RK   FILETESTFLW (FLOW-OF-RECORDS PROOF) ADDED AS
004208*                  THE LAST STEP. IT TAKES THE DATE AND JOB ID
004209*                  PARMS AND ENDS RC 8 WHEN ANY HAND-OFF IN THE
004210*                  CHAIN FAILS TO BALANCE, WHICH STOPS THE CHAIN
004211*                  LIKE ANY OTHER FAILED STEP SO A RERUN PROVES IT
004212*                  AGAIN.
004213* 2026-10-15  RK   FILETESTRVW (REVIEW HOLD) ADDED AFTER THE
004214*                  ACKNOWLEDGEMENTS AND AHEAD OF THE RELEASE - IT
004215*                  TAKES OVER-LIMIT AND UNUSUAL ITEMS OFF THE
004216*                  EDITED FEED BEFORE THE EXTRACT CAN SEE THEM,
004217*                  AND ITS DECLINES MUST NOT REACH THE UPSTREAMS
004218*                  AS EDIT REFUSALS. IT TAKES THE JOB ID AND DATE
004219*                  PARMS. THE RELEASE AND EVERY STEP AFTER IT
004220*                  MOVE DOWN ONE PLACE.
004221*================================================================
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
009500     05  FILLER                    PIC X(12) VALUE 'FILETESTCOL'.
009600     05  FILLER                    PIC X(12) VALUE 'FILETESTRCY'.
009700     05  FILLER                    PIC X(12) VALUE 'FILETESTEDT'.
009750     05  FILLER                    PIC X(12) VALUE 'FILETESTACK'.
009760     05  FILLER                    PIC X(12) VALUE 'FILETESTRVW'.
009800     05  FILLER                    PIC X(12) VALUE 'FILETESTREL'.
009900     05  FILLER                    PIC X(12) VALUE 'FILETESTOUT'.
010000     05  FILLER                    PIC X(12) VALUE 'FILETESTRCN'.
010100     05  FILLER                    PIC X(12) VALUE 'FILETESTPST'.
010110     05  FILLER                    PIC X(12) VALUE 'FILETESTGLI'.
010120     05  FILLER                    PIC X(12) VALUE 'FILETESTFLW'.
010200 01  CTL-STEP-NAMES REDEFINES CTL-STEP-NAMES-DATA.
010300     05  CTL-STEP-NAME             PIC X(12)  OCCURS 11 TIMES.
010400 01  CTL-EXEC-NAMES-DATA.
010500     05  FILLER                    PIC X(12) VALUE 'filetestcol'.
010600     05  FILLER                    PIC X(12) VALUE 'filetestrcy'.
010700     05  FILLER                    PIC X(12) VALUE 'filetestedt'.
010750     05  FILLER                    PIC X(12) VALUE 'filetestack'.
010760     05  FILLER                    PIC X(12) VALUE 'filetestrvw'.
010800     05  FILLER                    PIC X(12) VALUE 'filetestrel'.
010900     05  FILLER                    PIC X(12) VALUE 'filetestout'.
011000     05  FILLER                    PIC X(12) VALUE 'filetestrcn'.
011100     05  FILLER                    PIC X(12) VALUE 'filetestpst'.
011110     05  FILLER                    PIC X(12) VALUE 'filetestgli'.
011120     05  FILLER                    PIC X(12) VALUE 'filetestflw'.
011200 01  CTL-EXEC-NAMES REDEFINES CTL-EXEC-NAMES-DATA.
011300     05  CTL-EXEC-NAME             PIC X(12)  OCCURS 11 TIMES.
011400 01  CTL-STEP-STANDINGS.
011500     05  CTL-STEP-STANDING         PIC X(01)  OCCURS 11 TIMES.
011600 77  CTL-STEP-SUB                  PIC 9(04) COMP  VALUE ZERO.
011700 77  CTL-SCAN-SUB                  PIC 9(04) COMP  VALUE ZERO.
011800*----------------------------------------------------------------
017600     MOVE 1 TO CTL-STEP-SUB.
017700     PERFORM 2000-DRIVE-ONE-STEP
017800         THRU 2000-EXIT
017900         UNTIL CTL-STEP-SUB > 11 OR CTL-CHAIN-STOPPED.
018000     PERFORM 6000-PRINT-TOTALS
018100         THRU 6000-EXIT.
018200     PERFORM 8000-TERMINATE
025300     MOVE 1 TO CTL-SCAN-SUB.
025400     PERFORM 1120-MATCH-STEP-NAME
025500         THRU 1120-EXIT
025600         UNTIL CTL-SCAN-SUB > 11.
025700 1110-EXIT.
025800     EXIT.
025900*================================================================
033500                 ' '             DELIMITED BY SIZE
033600                 CTL-RUN-JOBID   DELIMITED BY SPACE
033700                 INTO CTL-COMMAND
033800         WHEN 3
033850         WHEN 5 THRU 7
033900             STRING './'         DELIMITED BY SIZE
034000                 CTL-EXEC-NAME (CTL-STEP-SUB) DELIMITED BY SPACE
034100                 ' '             DELIMITED BY SIZE
034210                 ' '             DELIMITED BY SIZE
034220                 CTL-PARM-DATE   DELIMITED BY SIZE
034300                 INTO CTL-COMMAND
034400         WHEN 8
034500             STRING './'         DELIMITED BY SIZE
034600                 CTL-EXEC-NAME (CTL-STEP-SUB) DELIMITED BY SPACE
034700                 ' '             DELIMITED BY SIZE
034800                 CTL-PARM-DATE   DELIMITED BY SIZE
034900                 INTO CTL-COMMAND
035000         WHEN 4
035050         WHEN 9 THRU 11
035100             STRING './'         DELIMITED BY SIZE
035200                 CTL-EXEC-NAME (CTL-STEP-SUB) DELIMITED BY SPACE
035300                 ' '             DELIMITED BY SIZE
