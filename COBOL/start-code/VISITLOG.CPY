000909*                 READS THEM WITH THIS LAYOUT - A 90-BYTE    *
000911*                 FILE READ AT 150 MISFRAMES EVERY RECORD    *
000912*                 AFTER THE FIRST.                           *
000913* 2026-10-15 RH   CARVE VL-REF-CODE OUT OF THE FILLER - THE  *
000914*                 PRE-REGISTRATION CODE A GUEST SIGNED IN    *
000915*                 WITH AT THE DESK, SO RECONCIL CAN MATCH    *
000916*                 THE ARRIVAL TO THE BOOKING. SPACES ON ANY  *
000917*                 OTHER SIGN-IN AND ON OLDER RECORDS.        *
000900*-----------------------------------------------------------*
001000* ONE LOBBY TRANSACTION - GUEST, DELIVERY OR CONTRACTOR, IN  *
001100* OR OUT - AS WRITTEN TO THE SHARED VISITLOG FILE. FIXED     *
002234     05  VL-COMPANY          PIC X(20).
002236     05  VL-CONTACT          PIC X(30).
002238     05  VL-WORK-ORDER       PIC X(10).
002240     05  VL-REF-CODE         PIC X(06).
002300     05  VL-FILLER           PIC X(05).
