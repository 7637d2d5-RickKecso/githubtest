000100*================================================================
000200*    TESTVCT.CPY
000300*    EXTRACT ARCHIVE CATALOG RECORD LAYOUT - TESTVCTFILE
000400*    ONE ENTRY APPENDED BY FILETESTVLT FOR EVERY GENERATION IT
000500*    COPIES TO THE LONG-TERM ARCHIVE (TESTVLT). VCT-REC-COUNT AND
000600*    VCT-KEY-HASH ARE THE GENERATION'S NET DETAIL COUNT AND KEY
000700*    HASH, PROVED AGAINST ITS OWN TRAILER BEFORE THE ENTRY WAS
000800*    WRITTEN. VCT-FIRST-SEQ IS THE RELATIVE RECORD NUMBER ON THE
000900*    ARCHIVE OF THE GENERATION'S FIRST IMAGE AND VCT-IMAGE-COUNT
001000*    HOW MANY IMAGES (HEADER, DETAILS AND TRAILER) IT WROTE, SO A
001100*    RESTORE READS EXACTLY THAT RUN OF RECORDS AND NOTHING ELSE -
001200*    IMAGES LEFT BY AN ARCHIVE RUN THAT FAILED BEFORE ITS CATALOG
001300*    ENTRY WAS WRITTEN ARE NEVER PICKED UP. THE LATEST ENTRY FOR A
001400*    GENERATION IS THE ONE THAT STANDS. HOUSEKEEPING (FILETESTPRG)
001500*    DOES NOT PURGE A GENERATION WITH NO ENTRY HERE.
001600*================================================================
001700 01  TEST-VCT-REC.
001800     05  VCT-GEN-DATE              PIC 9(08).
001900     05  FILLER                    PIC X(01).
002000     05  VCT-REC-COUNT             PIC 9(09).
002100     05  FILLER                    PIC X(01).
002200     05  VCT-KEY-HASH              PIC 9(11).
002300     05  FILLER                    PIC X(01).
002400     05  VCT-ARCHIVE-DATE          PIC 9(08).
002500     05  FILLER                    PIC X(01).
002600     05  VCT-FIRST-SEQ             PIC 9(09).
002700     05  FILLER                    PIC X(01).
002800     05  VCT-IMAGE-COUNT           PIC 9(09).
