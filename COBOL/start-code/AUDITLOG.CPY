000880*                 (HOSTESCL).                                *
000890* 2026-09-02 RH   ADD THE STANDING-APPOINTMENT EVENT CODES   *
000892*                 (STANDADD, STANDCAN).                      *
000894* 2026-10-15 RH   ADD THE PERMANENT-BADGE REGISTER EVENT     *
000896*                 CODES (BDGREG, BDGREISS, PINRESET,         *
000898*                 BDGREVOK, BDGLOST, BDGSUSP, BDGRSTR) AND   *
000899*                 THE ACCDENY REFUSAL REASON.                *
000900* 2026-10-15 RH   ADD THE DATA-SUBJECT REQUEST EVENT CODES   *
000902*                 (SUBJSRCH, SUBJERAS, SUBJHELD).            *
000904* 2026-10-15 RH   ADD THE PRE-REGISTRATION EVENT CODES       *
000906*                 (PREREGIN, PREREFUS).                      *
000908* 2026-10-15 RH   ADD THE ONSITECT CORRECTION EVENT CODE     *
000910*                 (ONSITFIX).                                *
000912* 2026-10-15 RH   ADD THE EVACUATION MUSTER EVENT CODES      *
000914*                 (MUSTSTRT, MUSTEND).                       *
000916* 2026-10-15 RH   THE OCCOVRD DETAIL NOW CARRIES THE SITE.   *
000918* 2026-10-15 RH   ADD THE CONTRACTOR SAFETY INDUCTION        *
000920*                 EVENT CODES (INDADD, INDRENEW, INDREFUS,   *
000922*                 INDOVRD).                                  *
000924* 2026-10-15 RH   ADD THE PARCEL CUSTODY EVENT CODES         *
000926*                 (PCLRECV, PCLPICK, PCLRETN).               *
000999*-----------------------------------------------------------*
001000* EVENT CODES IN USE:                                        *
001100*   RUNSTART - PROGRAM STARTED                               *
001200*   RUNEND   - PROGRAM ENDED (COUNTS IN THE DETAIL)          *
001300*   ACCDENY  - BADGE/PIN ATTEMPT REFUSED (BADGE IN DETAIL)   *
001310*              AND, FOR A REGISTERED BADGE, THE REASON -     *
001320*              WRONG PIN, REVOKED, LOST, SUSPENDED, EXPIRED  *
001330*              OR NOT HOLDER                                 *
001400*   FILESTAT - NON-ZERO FILE STATUS (FILE AND STATUS IN      *
001500*              DETAIL)                                       *
001600*   RECREJCT - INPUT RECORD REJECTED (RECORD KEY IN DETAIL)  *
001676*   LCKDENY  - ATTEMPT ON A LOCKED BADGE REFUSED             *
001678*   BDGUNLCK - BADGE UNLOCKED BY THE DESK SUPERVISOR         *
001682*   OCCFULL  - SIGN-IN REFUSED AT THE OCCUPANCY CAP          *
001684*   OCCOVRD  - SUPERVISOR OVERRODE THE OCCUPANCY CAP (SITE/  *
001685*              NAME IN DETAIL)                               *
001686*   HOSTESCL - ARRIVAL UNACKNOWLEDGED PAST THE THRESHOLD -   *
001688*              SECOND NOTIFICATION SENT (DEPT/NAME IN        *
001692*              DETAIL)                                       *
001696*              DETAIL)                                       *
001698*   STANDCAN - STANDING APPOINTMENT CANCELLED (SEQ IN        *
001699*              DETAIL)                                       *
001700*   BDGREG   - PERMANENT BADGE ISSUED (BADGE/HOLDER ID IN    *
001702*              DETAIL)                                       *
001704*   BDGREISS - PERMANENT BADGE RENEWED OR REPLACED (OLD AND  *
001706*              NEW BADGE, HOLDER ID IN DETAIL)               *
001708*   PINRESET - PERMANENT BADGE PIN RESET (BADGE/HOLDER ID IN *
001710*              DETAIL - NEVER THE PIN)                       *
001712*   BDGREVOK - PERMANENT BADGE REVOKED (BADGE/HOLDER ID IN   *
001714*              DETAIL)                                       *
001716*   BDGLOST  - PERMANENT BADGE REPORTED LOST (BADGE/HOLDER   *
001718*              ID IN DETAIL)                                 *
001720*   BDGSUSP  - PERMANENT BADGE SUSPENDED (BADGE/HOLDER ID IN *
001722*              DETAIL)                                       *
001724*   BDGRSTR  - SUSPENDED PERMANENT BADGE REINSTATED          *
001726*              (BADGE/HOLDER ID IN DETAIL)                   *
001728*   SUBJSRCH - DATA-SUBJECT REQUEST SEARCHED (REQUEST REF    *
001730*              AND RECORDS FOUND - NEVER THE NAME)           *
001732*   SUBJERAS - DATA-SUBJECT RECORDS ERASED (REQUEST REF,     *
001734*              RECORDS ERASED, SUPERVISOR)                   *
001736*   SUBJHELD - ERASURE HELD BACK BY AN ACTIVE BARRED ENTRY   *
001738*              (REQUEST REF AND BARRED REASON CODE)          *
001740*   PREREGIN - PRE-REGISTERED GUEST SIGNED IN BY             *
001742*              REFERENCE CODE (CODE/NAME IN DETAIL)          *
001744*   PREREFUS - REFERENCE CODE REFUSED AT THE DESK -          *
001746*              UNKNOWN, USED, NOT TODAY OR OTHER SITE        *
001748*              (CODE AND REASON IN DETAIL)                   *
001750*   ONSITFIX - ONSITECT SET TO THE VISITLOG RECOUNT BY       *
001752*              CONSCHK ON OPERATOR CONFIRMATION (SITE,       *
001754*              OLD AND NEW COUNT IN DETAIL)                  *
001756*   MUSTSTRT - DRILL OR INCIDENT MUSTER STARTED BY EVACLIST  *
001758*              (KIND, START TIME, NUMBER ON SITE IN DETAIL)  *
001760*   MUSTEND  - MUSTER CLOSED OUT BY MUSTMNT (KIND, START,    *
001762*              MUSTERED OF POPULATION, TIME TO THE LAST MARK *
001764*              IN DETAIL), OR AN OPEN MUSTER REPLACED BY A   *
001766*              NEW ONE WITHOUT A CLOSE-OUT                   *
001768*   INDADD   - CONTRACTOR SAFETY INDUCTION ADDED BY          *
001770*              INDUCMNT (SITE, EXPIRY, NAME IN DETAIL)       *
001772*   INDRENEW - CONTRACTOR SAFETY INDUCTION RENEWED (SITE,    *
001774*              NEW EXPIRY, NAME IN DETAIL)                   *
001776*   INDREFUS - CONTRACTOR SIGN-IN REFUSED - NO CURRENT       *
001778*              INDUCTION FOR THE SITE (SITE/NAME IN DETAIL)  *
001780*   INDOVRD  - SUPERVISOR LET A CONTRACTOR IN WITHOUT A      *
001782*              CURRENT INDUCTION (SITE/NAME IN DETAIL)       *
001783*   PCLRECV  - PARCEL BOOKED INTO THE DESK'S CUSTODY BY      *
001784*              STARTCODE (TRACKING NUMBER, SHELF IN DETAIL)  *
001785*   PCLPICK  - PARCEL COLLECTED, RECORDED BY PARCMNT         *
001786*              (TRACKING NUMBER, COLLECTED BY IN DETAIL)     *
001787*   PCLRETN  - PARCEL RETURNED TO SENDER BY PARCMNT          *
001788*              (TRACKING NUMBER, REASON IN DETAIL)           *
001790* FIXED LENGTH, 80 CHARACTERS.                               *
001800*-----------------------------------------------------------*
001900 01  AUDITLOG-RECORD.
002000     05  AU-DATE             PIC 9(08).
