000864*                 THE BRIDGE CAN TELL THE HOST WHICH LOBBY   *
000866*                 THE GUEST IS WAITING IN. SPACES STILL READ *
000868*                 AS THE MAIN BUILDING ("01").               *
000870* 2026-10-15 RH   A PARCEL NOTICE: STARTCODE TELLS A MEMBER  *
000872*                 OF STAFF A COURIER HAS LEFT A PARCEL FOR   *
000874*                 THEM. IT IS MARKED BY LANGUAGE CODE "PK"   *
000876*                 (HM-PARCEL-NOTICE) - NO GUEST IS WAITING,  *
000878*                 SO NO REPLY OR ESCALATION IS EXPECTED.     *
000900*-----------------------------------------------------------*
001000* HM-DEPARTMENT CARRIES THE HOSTING DEPARTMENT FROM CUSTMAS, *
001100* OR "RECEPTION DESK" FOR A VISITOR NOT ON THE MASTER SO     *
001200* WALK-INS ARE NOT LOST. FIXED LENGTH, 80 CHARACTERS.        *
001210* ON A PARCEL NOTICE HM-NAME/HM-ID/HM-DEPARTMENT ARE THE     *
001220* RECIPIENT AND THE DATE/TIME ARE WHEN THE PARCEL CAME IN.   *
001300*-----------------------------------------------------------*
001400 01  HOSTMSG-RECORD.
001500     05  HM-NAME             PIC X(30).
001800     05  HM-SIGN-DATE        PIC 9(08).
001900     05  HM-SIGN-TIME        PIC 9(06).
002000     05  HM-LANG-CODE        PIC X(02).
002010         88  HM-PARCEL-NOTICE        VALUE "PK".
002100     05  HM-ACK-STATUS       PIC X(01).
002200         88  HM-ACK-PENDING          VALUE " ".
002300         88  HM-ACKED                VALUE "A".
