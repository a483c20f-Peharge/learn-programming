000100*-----------------------------------------------------------*
000200* CHGRATE.CPY                                                *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE CHARGEBACK RATE,    *
000600*                 READ BY DEPTCHG.                           *
000700*-----------------------------------------------------------*
000800* ONE RECORD PER BILLABLE ITEM ON THE CHGRATE FILE, SET UP   *
000900* BY OPERATIONS. ITEM CODES IN USE:                          *
001000*   GHRS - ONE HOUR OF HOSTED GUEST TIME ON SITE             *
001100*   TBDG - ONE TEMPORARY BADGE ISSUED                        *
001200*   CONV - ONE CONTRACTOR VISIT                              *
001300*   DELV - ONE DELIVERY RECEIVED                             *
001400* AN ITEM WITH NO RECORD IS PRICED AT ZERO AND FLAGGED ON    *
001500* THE CHARGEBACK REPORT. NO FILE AT ALL STOPS THE RUN.       *
001600* FIXED LENGTH, 40 CHARACTERS.                               *
001700*-----------------------------------------------------------*
001800 01  CHGRATE-RECORD.
001900     05  CR-ITEM-CODE        PIC X(04).
002000         88  CR-GUEST-HOUR           VALUE "GHRS".
002100         88  CR-TEMP-BADGE           VALUE "TBDG".
002200         88  CR-CONTR-VISIT          VALUE "CONV".
002300         88  CR-DELIVERY             VALUE "DELV".
002400     05  CR-UNIT-RATE        PIC 9(05)V99.
002500     05  CR-DESCRIPTION      PIC X(20).
002600     05  CR-FILLER           PIC X(09).
