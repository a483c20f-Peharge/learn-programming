001300*                 RECORD TO THE 150-BYTE RECORD THAT CARRIES *
001400*                 THE DELIVERY/CONTRACTOR COMPANY, CONTACT   *
001500*                 AND WORK-ORDER FIELDS.                     *
001510* 2026-10-15 RH   CLEAR THE NEW VL-REF-CODE ON EVERY         *
001520*                 CONVERTED RECORD AS WELL.                  *
001600*-----------------------------------------------------------*
001700*
001800*-----------------------------------------------------------*
029700     MOVE SPACES TO VL-COMPANY.
029800     MOVE SPACES TO VL-CONTACT.
029900     MOVE SPACES TO VL-WORK-ORDER.
029950     MOVE SPACES TO VL-REF-CODE.
030000     MOVE SPACES TO VL-FILLER.
030100 5000-BUILD-NEW-RECORD-EXIT.
030200     EXIT.
