000100*-----------------------------------------------------------*
000200* CHGLEDG.CPY                                                *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE RECORD OF THE       *
000600*                 MONTHLY CHARGEBACK LEDGER INTERFACE FILE   *
000700*                 DEPTCHG WRITES FOR FINANCE.                *
000800*-----------------------------------------------------------*
000900* ONE "D" DETAIL RECORD PER DEPARTMENT AND COST CENTER FOR   *
001000* THE BILLING PERIOD, THEN ONE "T" TRAILER RECORD WHOSE      *
001100* CONTROL TOTALS ARE THE SUMS OF THE DETAIL RECORDS ABOVE    *
001200* IT. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.        *
001300* FIXED LENGTH, 120 CHARACTERS.                              *
001400*-----------------------------------------------------------*
001500 01  CHGLEDG-RECORD.
001600     05  CL-REC-TYPE         PIC X(01).
001700         88  CL-DETAIL               VALUE "D".
001800         88  CL-TRAILER              VALUE "T".
001900     05  CL-PERIOD           PIC 9(06).
002000     05  CL-DETAIL-DATA.
002100         10  CL-COST-CENTER      PIC X(10).
002200         10  CL-DEPARTMENT       PIC X(20).
002300         10  CL-GUEST-HOURS      PIC 9(05)V99.
002400         10  CL-TEMP-BADGES      PIC 9(05).
002500         10  CL-CONTR-VISITS     PIC 9(05).
002600         10  CL-DELIVERIES       PIC 9(05).
002700         10  CL-HOURS-AMOUNT     PIC 9(07)V99.
002800         10  CL-BADGE-AMOUNT     PIC 9(07)V99.
002900         10  CL-CONTR-AMOUNT     PIC 9(07)V99.
003000         10  CL-DELIV-AMOUNT     PIC 9(07)V99.
003100         10  CL-LINE-AMOUNT      PIC 9(07)V99.
003200         10  CL-FILLER           PIC X(16).
003300     05  CL-TRAILER-DATA REDEFINES CL-DETAIL-DATA.
003400         10  CT-RUN-DATE         PIC 9(08).
003500         10  CT-LINE-COUNT       PIC 9(05).
003600         10  CT-GUEST-HOURS      PIC 9(07)V99.
003700         10  CT-TEMP-BADGES      PIC 9(07).
003800         10  CT-CONTR-VISITS     PIC 9(07).
003900         10  CT-DELIVERIES       PIC 9(07).
004000         10  CT-TOTAL-AMOUNT     PIC 9(09)V99.
004100         10  CT-EXCEPT-COUNT     PIC 9(05).
004200         10  CT-FILLER           PIC X(54).
