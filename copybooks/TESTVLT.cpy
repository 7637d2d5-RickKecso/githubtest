000100*================================================================
000200*    TESTVLT.CPY
000300*    LONG-TERM EXTRACT ARCHIVE RECORD LAYOUT - TESTVLTFILE
000400*    ONE RECORD PER EXTRACT RECORD OF EVERY GENERATION ARCHIVED
000500*    BY FILETESTVLT BEFORE HOUSEKEEPING PURGES IT - THE HDR1
000600*    HEADER, EVERY DETAIL AND THE TRL1 TRAILER, IN KEY ORDER.
000700*    VLT-OUT-IMAGE IS THE EXACT TESTOUTPUTREC IMAGE, UNTOUCHED,
000800*    SO THE HEADER AND TRAILER CONTROL VALUES ARE KEPT AS THE
000900*    EXTRACT RUN WROTE THEM AND A RESTORE (FILETESTRST) CAN
001000*    REBUILD THE GENERATION RECORD FOR RECORD. VLT-GEN-DATE IS
001100*    THE GENERATION THE IMAGE CAME FROM. THE FILE IS ONLY EVER
001200*    APPENDED TO; THE CATALOG (TESTVCT) SAYS WHERE ON IT EACH
001300*    GENERATION STARTS AND HOW MANY RECORDS IT HAS.
001400*================================================================
001500 01  TEST-VLT-REC.
001600     05  VLT-GEN-DATE              PIC 9(08).
001700     05  FILLER                    PIC X(01).
001800     05  VLT-OUT-IMAGE             PIC X(53).
