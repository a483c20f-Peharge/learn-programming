000100*-----------------------------------------------------------*
000200* SECPARM.CPY                                                *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - THE SECURITY DIGEST     *
000600*                 THRESHOLDS AND BUSINESS HOURS, READ BY     *
000700*                 SECDIGST.                                  *
000800*-----------------------------------------------------------*
000900* ONE RECORD ON THE SECPARM FILE, OWNED AND SET UP BY        *
001000* SECURITY. A FIELD LEFT ZERO OR NOT NUMERIC TAKES THE       *
001100* BUILT-IN DEFAULT SHOWN; NO FILE MEANS ALL THE DEFAULTS.    *
001200*   SP-DENY-LOOKBACK  DAYS OF AUDITLOG SCANNED FOR REPEAT    *
001300*                     DENIALS, TODAY INCLUDED (7)            *
001400*   SP-DENY-DAYS      A BADGE DENIED ON THIS MANY DIFFERENT  *
001500*                     DAYS IN THE LOOKBACK, ONE OF THEM      *
001600*                     TODAY, IS FLAGGED (2)                  *
001700*   SP-LOCK-WINDOW    MINUTES IN THE LOCKOUT WINDOW (60)     *
001800*   SP-LOCK-BADGES    THIS MANY DIFFERENT BADGES LOCKED      *
001900*                     INSIDE ONE WINDOW IS FLAGGED (3)       *
002000*   SP-OVRD-COUNT     OCCUPANCY OVERRIDES AT ONE SITE IN A   *
002100*                     DAY BEFORE THEY ARE FLAGGED (2)        *
002200*   SP-ESCL-COUNT     HOST ESCALATIONS FOR ONE DEPARTMENT    *
002300*                     IN A DAY RAISED FROM LOW TO MEDIUM (3) *
002400*   SP-DAY-START      BUSINESS HOURS START, HHMM (0700)      *
002500*   SP-DAY-END        BUSINESS HOURS END, HHMM (1900)        *
002600*   SP-WEEKEND        "Y" - ALL OF SATURDAY AND SUNDAY IS    *
002700*                     OUTSIDE BUSINESS HOURS ("N")           *
002800* FIXED LENGTH, 40 CHARACTERS.                               *
002900*-----------------------------------------------------------*
003000 01  SECPARM-RECORD.
003100     05  SP-DENY-LOOKBACK    PIC 9(02).
003200     05  SP-DENY-DAYS        PIC 9(02).
003300     05  SP-LOCK-WINDOW      PIC 9(03).
003400     05  SP-LOCK-BADGES      PIC 9(02).
003500     05  SP-OVRD-COUNT       PIC 9(02).
003600     05  SP-ESCL-COUNT       PIC 9(02).
003700     05  SP-DAY-START        PIC 9(04).
003800     05  SP-DAY-END          PIC 9(04).
003900     05  SP-WEEKEND          PIC X(01).
004000         88  SP-WEEKEND-CLOSED       VALUE "Y".
004100     05  SP-FILLER           PIC X(18).
