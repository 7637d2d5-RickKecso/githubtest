000910*    REASONS 05 AND 06 COME FROM THE KEY REFERENCE MASTER
000920*    (TESTKEYFILE) - THE KEY IS EITHER NOT ISSUED AT ALL OR HAS
000930*    BEEN CLOSED, SO THE TRANSACTION MUST NOT REACH THE EXTRACT.
000940*    REASON 08 IS A DUPLICATE - THE SAME KEY, AMOUNT, EFFECTIVE
000950*    DATE, ACTION AND BRANCH ALREADY PASSED THE EDIT IN THIS RUN
000960*    OR WITHIN THE FINGERPRINT HISTORY'S RETENTION WINDOW.
000970*    SUSP-SOURCE-ID IS THE SOURCE ID THE ITEM ARRIVED UNDER ON
000980*    THE RAW FEED, SO FILETESTACK CAN RETURN IT TO ITS UPSTREAM.
000981*    REASON 09 IS AN EDITED TRANSACTION THE REVIEW STEP
000982*    (FILETESTRVW) HELD FOR ITS SIZE AND A REVIEWER DECLINED. IT
000983*    IS WRITTEN TO THE SUSPENSE GENERATION OF THE DAY IT WAS
000984*    DECLINED WITH SOURCE ID REVIEW - THE EDITED FEED DOES NOT
000985*    CARRY THE SOURCE ID, SO IT IS NOT RETURNED TO AN UPSTREAM.
001000*================================================================
001100 01  TEST-SUSP-REC.
001200     05  SUSP-TRAN-DATA            PIC X(29).
001900         88  SUSP-KEY-UNKNOWN              VALUE '05'.
002000         88  SUSP-KEY-CLOSED               VALUE '06'.
002100         88  SUSP-BRANCH-INVALID           VALUE '07'.
002200         88  SUSP-DUPLICATE                VALUE '08'.
002250         88  SUSP-REVIEW-DECLINED          VALUE '09'.
002300     05  FILLER                    PIC X(01).
002400     05  SUSP-SOURCE-ID            PIC X(08).
