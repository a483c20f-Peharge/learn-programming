001457*                 WRITES REFRESHES THE CLOCK AND A ONE-SECOND   *
001458*                 TICK BROKE THE EXACT-MATCH JOIN HOSTRECV AND  *
001459*                 INQUIRE USE.                                  *
001460* 2026-10-15 RH   CLEAR THE NEW VL-REF-CODE ON EVERY LOG        *
001461*                 RECORD - A BATCH SIGN-IN NEVER CARRIES A      *
001462*                 PRE-REGISTRATION CODE.                        *
001463* 2026-10-15 RH   BARRED IS NOW INDEXED (PRIME KEY BR-ENTRY-NO, *
001464*                 ALTERNATE KEYS BR-NAME AND BR-BADGE-ID) - THE *
001465*                 START-OF-RUN TABLE LOAD STILL READS IT        *
001466*                 THROUGH IN KEY ORDER.                         *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
003901         ORGANIZATION IS SEQUENTIAL
003902         FILE STATUS IS WS-RUNCTL-STATUS.
003903     SELECT BARRED ASSIGN TO "BARRED"
003904         ORGANIZATION IS INDEXED
003905         ACCESS MODE IS SEQUENTIAL
003906         RECORD KEY IS BR-ENTRY-NO
003907         ALTERNATE RECORD KEY IS BR-NAME WITH DUPLICATES
003908         ALTERNATE RECORD KEY IS BR-BADGE-ID WITH DUPLICATES
003909         FILE STATUS IS WS-BARRED-STATUS.
003910     SELECT ONSITECT ASSIGN TO "ONSITECT"
003911         ORGANIZATION IS SEQUENTIAL
003912         FILE STATUS IS WS-ONSITECT-STATUS.
003913     SELECT OCCCFG ASSIGN TO "OCCCFG"
003914         ORGANIZATION IS SEQUENTIAL
003915         FILE STATUS IS WS-OCCCFG-STATUS.
003916     SELECT SITECFG ASSIGN TO "SITECFG"
003917         ORGANIZATION IS SEQUENTIAL
003918         FILE STATUS IS WS-SITECFG-STATUS.
003900
004000 DATA DIVISION.
004100
037470     MOVE SPACES             TO VL-COMPANY.
037480     MOVE SPACES             TO VL-CONTACT.
037490     MOVE SPACES             TO VL-WORK-ORDER.
037495     MOVE SPACES             TO VL-REF-CODE.
037500     MOVE SPACES             TO VL-FILLER.
037600     WRITE VISITLOG-RECORD.
037610     PERFORM 2460-UPDATE-ONSITE-COUNT
