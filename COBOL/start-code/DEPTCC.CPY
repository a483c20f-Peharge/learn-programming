000100*-----------------------------------------------------------*
000200* DEPTCC.CPY                                                 *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - ONE DEPARTMENT TO       *
000600*                 COST-CENTER MAPPING, READ BY DEPTCHG.      *
000700*-----------------------------------------------------------*
000800* ONE RECORD PER HOSTING DEPARTMENT ON THE DEPTCC FILE, SET  *
000900* UP BY OPERATIONS FROM THE FINANCE CHART OF ACCOUNTS. THE   *
001000* DEPARTMENT IS SPELT AS IT APPEARS ON CUSTMAS AND VISITLOG. *
001100* A DEPARTMENT WITH NO RECORD HERE IS NOT BILLED - IT GOES   *
001200* ON THE CHARGEBACK EXCEPTIONS LIST INSTEAD.                 *
001300* FIXED LENGTH, 40 CHARACTERS.                               *
001400*-----------------------------------------------------------*
001500 01  DEPTCC-RECORD.
001600     05  DC-DEPARTMENT       PIC X(20).
001700     05  DC-COST-CENTER      PIC X(10).
001800     05  DC-FILLER           PIC X(10).
