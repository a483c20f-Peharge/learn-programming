001300*                 BACK TO THEIR HOSTMSG NOTIFICATIONS, AND   *
001400*                 ESCALATE ARRIVALS STILL UNACKNOWLEDGED     *
001500*                 AFTER THE CONFIGURED NUMBER OF MINUTES.    *
001510* 2026-10-15 RH   A PARCEL NOTICE (HM-PARCEL-NOTICE) IS      *
001520*                 NEVER ESCALATED - NO GUEST IS LEFT WAITING.*
001530*                 A REPLY TO ONE IS STILL APPLIED.           *
001600*-----------------------------------------------------------*
001700*
001800*-----------------------------------------------------------*
002800* THAT LEFT ITS GUEST WAITING. INQUIRE SHOWS THE RESULTING  *
002900* STATUS TO RECEPTION. A REPLY ALREADY APPLIED ON AN        *
003000* EARLIER RUN MATCHES NO PENDING RECORD AND IS HARMLESS.    *
003010* A PARCEL NOTICE IS NEVER ESCALATED.                       *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300
024900         PERFORM 2100-MATCH-REPLY
025000             THRU 2100-MATCH-REPLY-EXIT
025100         IF NOT WS-MATCH-FOUND AND HM-ACK-PENDING
025150             AND NOT HM-PARCEL-NOTICE
025200             PERFORM 2200-CHECK-ESCALATION
025300                 THRU 2200-CHECK-ESCALATION-EXIT
025400         END-IF
