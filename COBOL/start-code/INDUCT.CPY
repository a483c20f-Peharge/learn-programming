000100*-----------------------------------------------------------*
000200* INDUCT.CPY                                                 *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                       *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE CONTRACTOR SAFETY   *
000600*                 INDUCTION ON THE INDUCTN REGISTER, SHARED  *
000700*                 BY INDUCMNT (MAINTENANCE), INDUCEXP (THE   *
000800*                 MONTHLY EXPIRY LIST) AND STARTCODE (THE    *
000900*                 CONTRACTOR CHECK AT THE DESK).             *
001000*-----------------------------------------------------------*
001100* ONE ENTRY PER CONTRACTOR, COMPANY AND SITE - AN INDUCTION  *
001200* COVERS ONE SITE, SO A CONTRACTOR WORKING AT BOTH HOLDS TWO *
001300* ENTRIES. THE NAME AND COMPANY ARE HELD IN UPPER CASE SO    *
001400* THE DESK FINDS THEM HOWEVER THEY ARE TYPED. INDEXED, PRIME *
001500* KEY IN-KEY (NAME, COMPANY, SITE); ALTERNATE KEY IN-COMPANY *
001600* WITH DUPLICATES FOR THE LISTS BY COMPANY. AN INDUCTION IS  *
001700* CURRENT FROM ITS INDUCTION DATE UNTIL ITS EXPIRY DATE      *
001800* INCLUSIVE. A RENEWAL REWRITES THE ENTRY WITH THE NEW       *
001900* DATES AND OFFICER - THE EARLIER ONES ARE ON AUDITLOG.      *
002000* FIXED LENGTH, 100 CHARACTERS.                              *
002100*-----------------------------------------------------------*
002200 01  INDUCT-RECORD.
002300     05  IN-KEY.
002400         10  IN-NAME         PIC X(30).
002500         10  IN-COMPANY      PIC X(20).
002600         10  IN-SITE-CODE    PIC X(02).
002700             88  IN-SITE-MAIN        VALUE "01".
002800             88  IN-SITE-ANNEX       VALUE "02".
002900     05  IN-INDUCT-DATE      PIC 9(08).
003000     05  IN-EXPIRY-DATE      PIC 9(08).
003100     05  IN-OFFICER          PIC X(20).
003200     05  IN-RENEW-COUNT      PIC 9(02).
003300     05  IN-FILLER           PIC X(10).
