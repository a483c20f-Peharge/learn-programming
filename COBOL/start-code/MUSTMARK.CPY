000100*-----------------------------------------------------------*
000200* MUSTMARK.CPY                                               *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE ROLL-CALL EVENT     *
000600*                 AGAINST THE CURRENT MUSTER, WRITTEN BY     *
000700*                 MUSTMNT.                                   *
000710* 2026-10-15 RH   PRIVREQ SEARCHES THE MARKS AND BLANKS THE  *
000720*                 SUBJECT'S NAME AND BADGE ON AN ERASURE.    *
000800*-----------------------------------------------------------*
000900* EVERY PERSON A MARSHAL ACCOUNTS FOR IS APPENDED HERE AS AN *
001000* "M" RECORD, WITH THE ASSEMBLY POINT AND, WHEN THE PERSON   *
001100* WAS FOUND BY BADGE, THE BADGE ID. THE CLOSE-OUT APPENDS A  *
001200* "C" RECORD, AFTER WHICH NO MORE MARKS ARE TAKEN. MARKS ARE *
001300* ONLY EVER APPENDED, SO MARSHALS AT SEVERAL ASSEMBLY POINTS *
001400* CAN RECORD AT ONCE; ONLY A PRIVREQ ERASURE REWRITES THE    *
001450* FILE, TO BLANK A NAME AND BADGE. MK-START-DATE/TIME TIE    *
001500* EACH RECORD TO THE MUSTER (MUSTER.CPY); EVACLIST EMPTIES   *
001600* THE FILE WHEN IT STARTS A NEW ONE.                         *
001700* FIXED LENGTH, 90 CHARACTERS.                               *
001800*-----------------------------------------------------------*
001900 01  MUSTMARK-RECORD.
002000     05  MK-REC-TYPE         PIC X(01).
002100         88  MK-MARK                 VALUE "M".
002200         88  MK-CLOSE                VALUE "C".
002300     05  MK-START-DATE       PIC 9(08).
002400     05  MK-START-TIME       PIC 9(06).
002500     05  MK-DATE             PIC 9(08).
002600     05  MK-TIME             PIC 9(06).
002700     05  MK-SITE-CODE        PIC X(02).
002800     05  MK-NAME             PIC X(30).
002900     05  MK-POINT            PIC X(10).
003000     05  MK-BADGE-ID         PIC X(10).
003100     05  MK-FILLER           PIC X(09).
