000820*                 THE ISSUING DESK STAMPS IT FROM SITECFG.   *
000830*                 OLDER RECORDS CARRY SPACES, WHICH STILL    *
000840*                 READ AS THE MAIN BUILDING ("01").          *
000850* 2026-10-15 RH   THE FILE IS NOW INDEXED, PRIME KEY         *
000855*                 TB-BADGE-ID - STARTCODE AND MUSTMNT READ A *
000860*                 BADGE BY ITS KEY AND BADGEEXP EXPIRES IN   *
000865*                 PLACE. TMPBADGE STEPS THE SEQUENCE ON IF A *
000870*                 NEW ID IS ALREADY ON FILE. LOADED ONCE BY  *
000875*                 TMPBLOAD.                                  *
000900*-----------------------------------------------------------*
001000* A TEMPORARY BADGE IS VALID UNTIL ITS EXPIRY DATE/TIME AND  *
001100* IS SET TO "E" BY BADGEEXP AT END OF DAY. FIXED LENGTH,     *
