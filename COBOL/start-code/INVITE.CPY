000100*-----------------------------------------------------------*
000200* INVITE.CPY                                                 *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE OUTBOUND VISITOR    *
000600*                 INVITATION, WRITTEN BY ROSTRBLD FOR THE    *
000700*                 MAIL GATEWAY.                              *
000800*-----------------------------------------------------------*
000900* ROSTRBLD WRITES ONE RECORD FOR EACH REFERENCE CODE IT      *
001000* ISSUES ON THE RUN - A BOOKING THAT ALREADY HAS A CODE IS   *
001100* NOT INVITED AGAIN. THE FILE IS REBUILT EVERY RUN; THE MAIL *
001200* GATEWAY PICKS IT UP AFTER THE NIGHTLY ROSTRBLD STEP AND    *
001300* SENDS THE VISITOR THE DATE, THE SITE, THE HOSTING          *
001400* DEPARTMENT AND THE CODE TO GIVE AT THE DESK. SPACES IN THE *
001500* SITE CODE READ AS THE MAIN BUILDING ("01"). FIXED LENGTH,  *
001600* 100 CHARACTERS.                                            *
001700*-----------------------------------------------------------*
001800 01  INVITE-RECORD.
001900     05  IV-NAME             PIC X(30).
002000     05  IV-EXPECTED-DATE    PIC 9(08).
002100     05  IV-SITE-CODE        PIC X(02).
002200         88  IV-SITE-MAIN            VALUES "01", "  ".
002300         88  IV-SITE-ANNEX           VALUE "02".
002400     05  IV-REF-CODE         PIC X(06).
002500     05  IV-DEPARTMENT       PIC X(20).
002600     05  IV-HOST-ID          PIC X(10).
002700     05  IV-ISSUE-DATE       PIC 9(08).
002800     05  IV-FILLER           PIC X(16).
