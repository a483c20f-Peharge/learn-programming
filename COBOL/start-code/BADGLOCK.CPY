000600*                 RECORD, SHARED BY STARTCODE (FAILED-PIN    *
000700*                 COUNTING AND THE LOCK CHECK) AND LOCKMNT   *
000800*                 (SUPERVISOR REVIEW AND UNLOCK).            *
000810* 2026-10-15 RH   THE FILE IS NOW INDEXED, PRIME KEY         *
000820*                 LK-BADGE-ID - STARTCODE AND LOCKMNT READ   *
000830*                 AND REWRITE THE ONE RECORD IN PLACE.       *
000840*                 LOADED ONCE BY LOCKLOAD.                   *
000900*-----------------------------------------------------------*
001000* ONE RECORD PER BADGE ID THAT HAS EVER FAILED A PIN CHECK,  *
001100* WHETHER THE BADGE LIVES ON ACCTRL OR ON TMPBADG. THE       *
