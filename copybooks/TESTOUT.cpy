001160         10  FILLER                PIC X(39).
001170*----------------------------------------------------------------
001180* DETAIL RECORD VIEW OF TEST-OTHER-STUFF (TEST-RECORD-TYPE = 'D')
001181* TEST-DTL-BRANCH IS THE BRANCH/DEPARTMENT THE TRANSACTION
001182* BELONGS TO, CARVED OUT OF THE UNUSED FILLER AFTER THE
001183* EFFECTIVE DATE - RECORDS WRITTEN BEFORE THE COLUMN EXISTED
001184* READ BACK AS SPACES THERE AND REPORT UNDER BRANCH 000.
001185* TEST-DTL-FEED-SEQ IS THE FEED POSITION OF THE LAST TRANSACTION
001186* FILETESTOUT APPLIED TO THE DETAIL, SO A RESTART CAN TELL A
001187* REPLAYED TRANSACTION FROM A SECOND MOVEMENT FOR THE KEY THAT
001188* IS NETTED IN. TEST-DTL-NET-SW IS SET WHEN A SECOND ADD WAS
001189* NETTED INTO THE DETAIL; A CHANGE MAY NOT OVERWRITE SUCH A
001190* DETAIL. RECORDS WRITTEN BEFORE THE COLUMNS EXISTED HOLD SPACES
001191* THERE.
001192*----------------------------------------------------------------
001200     05  TEST-OTHER-STUFF-DTL REDEFINES TEST-OTHER-STUFF.
001210         10  TEST-DTL-AMOUNT       PIC S9(07)V99.
001220         10  TEST-DTL-EFF-DATE     PIC 9(08).
001225         10  TEST-DTL-BRANCH       PIC X(03).
001227         10  TEST-DTL-FEED-SEQ     PIC 9(09).
001230         10  TEST-DTL-NET-SW       PIC X(01).
001233             88  TEST-DTL-NETTED           VALUE 'Y'.
001236         10  FILLER                PIC X(17).
001240*----------------------------------------------------------------
001250* TRAILER RECORD VIEW OF TEST-OTHER-STUFF (TEST-RECORD-TYPE='T')
001255* TEST-TRL-REC-COUNT IS THE NET DETAIL COUNT ON THE FILE (ADDS
