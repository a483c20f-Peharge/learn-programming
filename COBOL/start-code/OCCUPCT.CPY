000720*                 FILE NOW HOLDS ONE RECORD PER SITE, SINCE  *
000730*                 EACH BUILDING HAS ITS OWN FIRE-CODE CAP.   *
000740*                 SPACES READ AS THE MAIN BUILDING ("01").   *
000750* 2026-10-15 RH   CONSCHK RECOUNTS THE FILE FROM VISITLOG    *
000760*                 NIGHTLY AND, ON OPERATOR CONFIRMATION,     *
000770*                 REWRITES IT WITH THE RECOUNT.              *
000800*-----------------------------------------------------------*
000900* ONE RECORD PER SITE ON THE ONSITECT FILE. EVERY "I"        *
001000* WRITTEN TO VISITLOG ADDS ONE AT ITS SITE, EVERY "O" TAKES  *
