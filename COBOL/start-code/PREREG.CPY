000100*-----------------------------------------------------------*
000200* PREREG.CPY                                                 *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE PRE-REGISTERED      *
000600*                 BOOKING AND ITS REFERENCE CODE, SHARED BY  *
000700*                 ROSTRBLD (ISSUE) AND STARTCODE (EXPRESS    *
000800*                 CHECK-IN).                                 *
000810* 2026-10-15 RH   THE FILE IS NOW INDEXED ON PR-REF-CODE -   *
000820*                 ROSTRBLD ADDS AND AGES ENTRIES BY KEY AND  *
000830*                 STARTCODE REWRITES THE ONE RECORD IT SIGNS *
000840*                 IN. PREGWORK IS RETIRED. LOADED ONCE BY    *
000850*                 PREGLOAD.                                  *
000900*-----------------------------------------------------------*
001000* ROSTRBLD ISSUES ONE SIX-CHARACTER REFERENCE CODE PER       *
001100* VISITOR, DATE AND SITE THE FIRST TIME THE BOOKING IS       *
001200* ACCEPTED AND KEEPS IT HERE, SO A STANDING APPOINTMENT      *
001300* EXPANDED AGAIN ON A LATER RUN KEEPS THE SAME CODE. THE     *
001400* CODE IS BUILT FROM PR-SEQ-NO, WHICH ONLY EVER GOES UP, AND *
001500* IS UNIQUE FOR EVERY SEQUENCE NUMBER. STARTCODE SETS THE    *
001600* STATUS TO "U" WHEN THE VISITOR SIGNS IN WITH THE CODE SO   *
001700* IT CANNOT BE USED TWICE. ROSTRBLD DROPS ENTRIES MORE THAN  *
001750* A WEEK PAST THEIR DATE. SPACES IN THE SITE CODE READ AS    *
001800* THE MAIN BUILDING ("01"). INDEXED, PRIME KEY PR-REF-CODE,  *
001850* ALTERNATE KEY PR-BOOKING-KEY (NAME, DATE AND SITE) WITH    *
001900* DUPLICATES. FIXED LENGTH, 100 CHARACTERS.                  *
002000*-----------------------------------------------------------*
002100 01  PREREG-RECORD.
002200     05  PR-REF-CODE         PIC X(06).
002300     05  PR-SEQ-NO           PIC 9(09).
002350     05  PR-BOOKING-KEY.
002400         10  PR-NAME             PIC X(30).
002450         10  PR-EXPECTED-DATE    PIC 9(08).
002500         10  PR-SITE-CODE        PIC X(02).
002550             88  PR-SITE-MAIN            VALUES "01", "  ".
002600             88  PR-SITE-ANNEX           VALUE "02".
002900*    THE HOSTING (REQUESTING) DEPARTMENT AND, FOR A ONE-OFF
003000*    REQUEST, THE HOST EMPLOYEE ID - SPACES ON A BOOKING
003100*    GENERATED FROM A STANDING APPOINTMENT.
003200     05  PR-DEPARTMENT       PIC X(20).
003300     05  PR-HOST-ID          PIC X(10).
003400     05  PR-ISSUE-DATE       PIC 9(08).
003500     05  PR-STATUS           PIC X(01).
003600         88  PR-ISSUED               VALUE "A".
003700         88  PR-USED                 VALUE "U".
003800     05  PR-FILLER           PIC X(06).
