000600*                 ENTRY, SHARED BY BARRMNT (MAINTENANCE),    *
000700*                 STARTCODE, BATCHGRT AND TMPBADGE (THE      *
000800*                 ENTRY-POINT CHECKS).                       *
000810* 2026-10-15 RH   CARVE BR-ENTRY-NO OUT OF THE FILLER AS THE *
000820*                 PRIME KEY OF THE NOW INDEXED FILE -        *
000830*                 BARRMNT NUMBERS EACH NEW BAR. THE NAME AND *
000840*                 THE BADGE ID ARE ALTERNATE KEYS WITH       *
000850*                 DUPLICATES, SO THE DESK CHECKS ARE KEYED   *
000860*                 READS.                                     *
000900*-----------------------------------------------------------*
001000* A BAR COMES FROM HR WITH A START AND END DATE AND A        *
001100* REASON CODE. IT MATCHES ON THE NAME, THE BADGE ID, OR      *
001300* STATUS IS "A" AND THE CHECK DATE FALLS BETWEEN THE START   *
001400* AND END DATES INCLUSIVE. BARRMNT SETS STATUS "R" WHEN      *
001500* SECURITY LIFTS A BAR - THE ENTRY IS KEPT FOR THE RECORD.   *
001600* AN ENTRY NUMBER (THE PRIME KEY) IS NEVER REUSED.           *
001650* FIXED LENGTH, 80 CHARACTERS.                               *
001700*-----------------------------------------------------------*
001800 01  BARRED-RECORD.
001900     05  BR-NAME             PIC X(30).
002400     05  BR-STATUS           PIC X(01).
002500         88  BR-ACTIVE               VALUE "A".
002600         88  BR-REMOVED              VALUE "R".
002650     05  BR-ENTRY-NO         PIC 9(06).
002700     05  BR-FILLER           PIC X(13).
