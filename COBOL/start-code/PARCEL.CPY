000100*-----------------------------------------------------------*
000200* PARCEL.CPY                                                 *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                       *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE PARCEL IN THE       *
000600*                 DESK'S CUSTODY, SHARED BY STARTCODE        *
000700*                 (RECEIPT), PARCMNT (PICKUP AND RETURN),    *
000800*                 INQUIRE, PARCAGE (THE AGED LIST) AND       *
000850*                 PRIVREQ.                                   *
000900*-----------------------------------------------------------*
001000* ONE ENTRY PER PARCEL TAKEN IN AT A DESK FROM A COURIER'S   *
001100* "D" DELIVERY. INDEXED ON THE TRACKING NUMBER, WITH THE     *
001200* RECIPIENT (AS TYPED AT THE DESK) AND THE RECIPIENT'S       *
001300* DEPARTMENT (FROM CUSTMAS, "RECEPTION DESK" WHEN THE        *
001400* RECIPIENT IS NOT ON THE MASTER) AS ALTERNATE KEYS WITH     *
001500* DUPLICATES. A PARCEL IS HELD ("H") UNTIL IT IS COLLECTED   *
001600* ("C" - PC-COLLECTED-BY NAMES WHOEVER TOOK IT) OR RETURNED  *
001700* TO SENDER ("R" - WITH PC-RETURN-REASON). THE CLOSED        *
001800* DATE/TIME IS ZERO WHILE THE PARCEL IS HELD. A CLOSED ENTRY *
001900* IS KEPT FOR THE RECORD. FIXED LENGTH, 200 CHARACTERS.      *
002000*-----------------------------------------------------------*
002100 01  PARCEL-RECORD.
002200     05  PC-TRACKING-NO      PIC X(20).
002300     05  PC-COURIER          PIC X(20).
002400     05  PC-RECIPIENT        PIC X(30).
002500     05  PC-RECIPIENT-ID     PIC X(10).
002600     05  PC-DEPARTMENT       PIC X(20).
002700     05  PC-RECEIVED-DATE    PIC 9(08).
002800     05  PC-RECEIVED-TIME    PIC 9(06).
002900     05  PC-SHELF            PIC X(06).
003000     05  PC-SITE-CODE        PIC X(02).
003100         88  PC-SITE-MAIN            VALUE "01".
003200         88  PC-SITE-ANNEX           VALUE "02".
003300     05  PC-STATUS           PIC X(01).
003400         88  PC-HELD                 VALUE "H".
003500         88  PC-COLLECTED            VALUE "C".
003600         88  PC-RETURNED             VALUE "R".
003700     05  PC-CLOSED-DATE      PIC 9(08).
003800     05  PC-CLOSED-TIME      PIC 9(06).
003900     05  PC-COLLECTED-BY     PIC X(30).
004000     05  PC-RETURN-REASON    PIC X(20).
004100     05  PC-FILLER           PIC X(13).
