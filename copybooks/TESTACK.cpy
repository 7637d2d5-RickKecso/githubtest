000100*================================================================
000200*    TESTACK.CPY
000300*    SOURCE ACKNOWLEDGEMENT RECORD LAYOUT - TESTACKFILE
000400*    ONE ACKNOWLEDGEMENT FILE GOES BACK TO EACH UPSTREAM THAT
000500*    DELIVERED A SOURCE FILE, NAMED testackfile.<DATE>.<N>.txt
000600*    FOR ITS testsrcfile.<DATE>.<N>.txt. THE 'AH' HEADER COMES
000700*    FIRST: SOURCE ID FROM THE BATCH HEADER, FEED DATE, WHETHER
000800*    THE ENVELOPE WAS ACCEPTED OR REJECTED WHOLE (WITH THE
000900*    COLLECTOR'S REASON) AND THE DATA ROWS COUNTED INSIDE IT.
001000*    FILETESTCOL WRITES THE HEADER FOR EVERY SOURCE IT EXAMINES
001100*    AND, FOR A REJECTED ONE, THE 'AT' TRAILER AS WELL - THAT
001200*    ACKNOWLEDGEMENT IS COMPLETE THE MOMENT THE ENVELOPE FAILS.
001300*    FOR AN ACCEPTED SOURCE FILETESTACK REWRITES THE FILE AFTER
001400*    THE EDIT WITH ONE 'AR' RETURN RECORD PER ITEM THE EDIT
001500*    SUSPENDED (SUSPENSE REASON CODE AND THE ORIGINAL IMAGE,
001600*    READY TO CORRECT AND SEND AGAIN) AND THE 'AT' TRAILER
001700*    COUNTING RECEIVED, PASSED AND SUSPENDED. A FILE HOLDING ONLY
001800*    AN ACCEPTED HEADER IS A SOURCE WHOSE EDIT HAS NOT RUN YET.
001900*================================================================
002000 01  TEST-ACK-REC.
002100     05  ACK-REC-TYPE              PIC X(02).
002200         88  ACK-HEADER-REC                VALUE 'AH'.
002300         88  ACK-RETURN-REC                VALUE 'AR'.
002400         88  ACK-TRAILER-REC               VALUE 'AT'.
002500     05  FILLER                    PIC X(01).
002600     05  ACK-DETAIL                PIC X(60).
002700*----------------------------------------------------------------
002800* HEADER VIEW OF ACK-DETAIL (ACK-REC-TYPE = 'AH')
002900*----------------------------------------------------------------
003000     05  ACK-DETAIL-HDR REDEFINES ACK-DETAIL.
003100         10  ACK-SOURCE-ID         PIC X(08).
003200         10  FILLER                PIC X(01).
003300         10  ACK-FEED-DATE         PIC 9(08).
003400         10  FILLER                PIC X(01).
003500         10  ACK-ENVELOPE          PIC X(01).
003600             88  ACK-ENV-ACCEPTED          VALUE 'A'.
003700             88  ACK-ENV-REJECTED          VALUE 'R'.
003800         10  FILLER                PIC X(01).
003900         10  ACK-REASON            PIC X(30).
004000         10  FILLER                PIC X(01).
004100         10  ACK-ENV-COUNT         PIC 9(09).
004200*----------------------------------------------------------------
004300* RETURN VIEW OF ACK-DETAIL (ACK-REC-TYPE = 'AR')
004400*----------------------------------------------------------------
004500     05  ACK-DETAIL-RTN REDEFINES ACK-DETAIL.
004600         10  ACK-SUSP-REASON       PIC X(02).
004700         10  FILLER                PIC X(01).
004800         10  ACK-TRAN-DATA         PIC X(29).
004900         10  FILLER                PIC X(28).
005000*----------------------------------------------------------------
005100* TRAILER VIEW OF ACK-DETAIL (ACK-REC-TYPE = 'AT')
005200*----------------------------------------------------------------
005300     05  ACK-DETAIL-TRL REDEFINES ACK-DETAIL.
005400         10  ACK-RECEIVED-COUNT    PIC 9(09).
005500         10  FILLER                PIC X(01).
005600         10  ACK-PASSED-COUNT      PIC 9(09).
005700         10  FILLER                PIC X(01).
005800         10  ACK-SUSP-COUNT        PIC 9(09).
005900         10  FILLER                PIC X(31).
