000200*    TESTKEY.CPY
000300*    KEY REFERENCE MASTER RECORD LAYOUT - TESTKEYFILE
000400*    PERMANENT INDEXED FILE, ONE RECORD PER ISSUED EXTRACT KEY,
000500*    MAINTAINED BY FILETESTKEY FROM THE BATCH MAINTENANCE FEED
000550*    AND BY THE ONLINE MAINTENANCE SCREEN (FILETESTKMO) ONCE A
000600*    SECOND OPERATOR HAS APPROVED THE CHANGE. CARRIES THE KEY'S
000650*    DESCRIPTION, ITS OPEN/CLOSED STANDING AND THE DATES IT WAS
000700*    OPENED AND CLOSED. THE FRONT-END EDIT (FILETESTEDT) SUSPENDS
000750*    ANY TRANSACTION WHOSE KEY IS NOT ON THIS FILE OR IS CLOSED,
000800*    SO A MISTYPED KEY CAN NO LONGER SAIL THROUGH THE EDIT AND
000850*    BECOME A BRAND-NEW MASTER BALANCE NOBODY CAN EXPLAIN. THE
000900*    LISTING AND INQUIRY PROGRAMS CARRY THE DESCRIPTION SO
000950*    OPERATIONS CAN READ THEIR OUTPUT WITHOUT A LOOKUP SHEET.
001300*================================================================
001400 01  TEST-KEYR-REC.
001500     05  KEYR-KEY                  PIC X(04).
