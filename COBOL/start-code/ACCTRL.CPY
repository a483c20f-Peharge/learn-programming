000100*-----------------------------------------------------------*
000200* ACCTRL.CPY                                                 *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                       *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE PERMANENT BADGE ON  *
000600*                 THE BADGE REGISTER, SHARED BY BADGEMNT     *
000700*                 (MAINTENANCE) AND STARTCODE (THE ACCESS    *
000800*                 CHECK). REPLACES THE 14-BYTE BADGE/PIN     *
000900*                 RECORD STARTCODE CARRIED INLINE.           *
001000*                 MIGRATION: THE OLD 14-BYTE FILE HELD NO    *
001100*                 HOLDER, SO IT CANNOT BE CONVERTED - EVERY  *
001200*                 PERMANENT BADGE IS ISSUED AFRESH THROUGH   *
001300*                 BADGEMNT AT CUTOVER AND THE OLD FILE IS    *
001400*                 RETIRED.                                   *
001410* 2026-10-15 RH   THE REGISTER IS NOW AN INDEXED FILE, PRIME *
001420*                 KEY AC-BADGE-ID - BADGEMNT, STARTCODE AND  *
001430*                 MUSTMNT READ A BADGE BY ITS KEY. LOADED    *
001440*                 ONCE FROM THE OLD SEQUENTIAL FILE BY       *
001450*                 ACCTLOAD.                                  *
001500*-----------------------------------------------------------*
001600* EVERY PERMANENT BADGE BELONGS TO ONE HOLDER ON THE VISITOR *
001700* MASTER (CUSTMAS CM-ID). THE HOLDER'S NAME IS CARRIED SO    *
001800* THE DESK CAN REFUSE A BADGE PRESENTED UNDER ANOTHER NAME.  *
001900* A BADGE GRANTS ACCESS ONLY WHILE ITS STATUS IS "A" AND     *
002000* TODAY IS NOT PAST ITS EXPIRY DATE. BADGEMNT NEVER DELETES  *
002100* A BADGE - A REVOKED, LOST OR REPLACED BADGE IS KEPT WITH   *
002200* ITS STATUS FOR THE RECORD. FIXED LENGTH, 100 CHARACTERS.   *
002300*-----------------------------------------------------------*
002400 01  ACCTRL-RECORD.
002500     05  AC-BADGE-ID         PIC X(10).
002600     05  AC-PIN              PIC X(04).
002700     05  AC-HOLDER-ID        PIC X(10).
002800     05  AC-HOLDER-NAME      PIC X(30).
002900     05  AC-SPONSOR-DEPT     PIC X(20).
003000     05  AC-ISSUE-DATE       PIC 9(08).
003100     05  AC-EXPIRY-DATE      PIC 9(08).
003200     05  AC-STATUS           PIC X(01).
003300         88  AC-ACTIVE               VALUE "A".
003400         88  AC-SUSPENDED            VALUE "S".
003500         88  AC-REVOKED              VALUE "R".
003600         88  AC-LOST                 VALUE "L".
003700     05  AC-FILLER           PIC X(09).
