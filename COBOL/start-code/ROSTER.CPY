000600*                 RECONCIL AND INQUIRE WHEN THE SITE CODE    *
000700*                 WAS ADDED FOR THE ANNEX DESK, SO ALL       *
000800*                 THREE PROGRAMS SHARE ONE DEFINITION.       *
000810* 2026-10-15 RH   ADD RO-REF-CODE - THE PRE-REGISTRATION     *
000820*                 REFERENCE CODE ROSTRBLD ISSUES             *
000825*                 (PREREG.CPY), SO RECONCIL CAN MATCH        *
000830*                 ARRIVALS ON IT. THE RECORD GROWS FROM 40   *
000840*                 TO 46; THE SAME CUTOVER RULE AS BELOW      *
000850*                 APPLIES.                                   *
000900*-----------------------------------------------------------*
001000* ONE EXPECTED VISITOR FOR ONE DATE AT ONE SITE, AS BUILT    *
001100* BY ROSTRBLD. SPACES IN THE SITE CODE READ AS THE MAIN      *
001200* BUILDING ("01"). FIXED LENGTH, 46 CHARACTERS (WAS 38       *
001210* BEFORE THE SITE CODE, 40 BEFORE THE REFERENCE CODE).       *
001220* MIGRATION: A PRE-CUTOVER 38- OR 40-BYTE ROSTER FILE        *
001230* MISFRAMES WHEN READ AT 46. ROSTRBLD OPENS ROSTER OUTPUT     *
001240* AND REBUILDS IT IN FULL EVERY RUN, SO RUN ROSTRBLD ONCE AT *
001250* CUTOVER BEFORE RECONCIL OR INQUIRE TOUCH THE FILE - NO     *
001260* SEPARATE CONVERSION JOB IS NEEDED.                         *
001300*-----------------------------------------------------------*
001400 01  ROSTER-RECORD.
001500     05  RO-NAME             PIC X(30).
001700     05  RO-SITE-CODE        PIC X(02).
001800         88  RO-SITE-MAIN            VALUES "01", "  ".
001900         88  RO-SITE-ANNEX           VALUE "02".
002000     05  RO-REF-CODE         PIC X(06).
