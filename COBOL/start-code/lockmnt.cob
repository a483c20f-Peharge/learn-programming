001100* 2026-09-02 RH   ORIGINAL VERSION - DESK-SUPERVISOR REVIEW  *
001200*                 AND UNLOCK OF THE BADGLOCK LOCKOUT FILE    *
001300*                 (BADGLOCK.CPY) STARTCODE MAINTAINS.        *
001310* 2026-10-15 RH   INDEXED BADGLOCK, KEYED ON THE BADGE ID -  *
001320*                 THE UNLOCK NOW READS AND REWRITES ONE      *
001330*                 ENTRY IN PLACE AND THE LOCKWORK WORK FILE  *
001340*                 IS RETIRED.                                *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001800* BADGE WITH A FAILURE COUNT OR A LOCK, U=UNLOCK A BADGE    *
001900* (STATUS BACK TO "A", COUNT BACK TO ZERO), Q=QUIT. EVERY   *
002000* UNLOCK IS AUDITED (BDGUNLCK) TO THE SHARED AUDITLOG. THE  *
002100* BADGLOCK IS KEYED ON THE BADGE ID - THE UNLOCK READS AND  *
002200* REWRITES THE ONE ENTRY IN PLACE.                          *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BADGLOCK ASSIGN TO "BADGLOCK"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS LK-BADGE-ID
003300         FILE STATUS IS WS-BADGLOCK-STATUS.
003500     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-AUDITLOG-STATUS.
004300     RECORD CONTAINS 40 CHARACTERS.
004400     COPY "BADGLOCK.CPY".
004500
005000 FD  AUDITLOG
005100     RECORD CONTAINS 80 CHARACTERS.
005200     COPY "AUDITLOG.CPY".
005900 77  WS-BADGLOCK-STATUS      PIC X(02)   VALUE "00".
006000     88  WS-BADGLOCK-EOF                 VALUE "10".
006100     88  WS-BADGLOCK-NOT-FOUND           VALUE "35".
006400 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
006500     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
006600 77  WS-QUIT-SWITCH          PIC X(01)   VALUE "N".
006700     88  WS-QUIT                         VALUE "Y".
006800 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
006900     88  WS-EOF                          VALUE "Y".
007200 77  WS-UNLOCK-FOUND-SWITCH  PIC X(01)   VALUE "N".
007300     88  WS-UNLOCK-FOUND                 VALUE "Y".
007400*
018000*
018100*-----------------------------------------------------------*
018200* 3100-UNLOCK-BADGE - RESET THE COUNT AND LIFT THE LOCK ON   *
018220*                     ONE BADGE - A KEYED READ OF ITS ENTRY  *
018240*                     AND A REWRITE IN PLACE.                *
018260*-----------------------------------------------------------*
018280 3100-UNLOCK-BADGE.
018300     DISPLAY "Badge ID to unlock: ".
018320     ACCEPT WS-ENTRY-BADGE-ID.
018340     IF WS-ENTRY-BADGE-ID = SPACES
018360         DISPLAY "Nothing entered - no badge unlocked."
018380         GO TO 3100-UNLOCK-BADGE-EXIT
018400     END-IF.
018420     MOVE "N" TO WS-UNLOCK-FOUND-SWITCH.
018440     MOVE "00" TO WS-BADGLOCK-STATUS.
018460     OPEN I-O BADGLOCK.
018480     IF WS-BADGLOCK-NOT-FOUND
018500         DISPLAY "No lockout file yet - nothing to unlock."
018520         GO TO 3100-UNLOCK-BADGE-EXIT
018540     END-IF.
018560     MOVE WS-ENTRY-BADGE-ID TO LK-BADGE-ID.
018580     READ BADGLOCK
018600         INVALID KEY
018620             CONTINUE
018640         NOT INVALID KEY
018660             MOVE "A" TO LK-STATUS
018680             MOVE 0 TO LK-FAIL-COUNT
018700             REWRITE BADGLOCK-RECORD
018720                 INVALID KEY
018740                     CONTINUE
018760                 NOT INVALID KEY
018780                     MOVE "Y" TO WS-UNLOCK-FOUND-SWITCH
018800             END-REWRITE
018820     END-READ.
018840     CLOSE BADGLOCK.
018860     IF WS-UNLOCK-FOUND
018880         MOVE "BDGUNLCK" TO WS-AE-CODE
018900         MOVE SPACES TO WS-AE-DETAIL
018920         STRING "BADGE " WS-ENTRY-BADGE-ID
018940             DELIMITED BY SIZE INTO WS-AE-DETAIL
018960         PERFORM 6100-WRITE-AUDIT-EVENT
018980             THRU 6100-WRITE-AUDIT-EVENT-EXIT
019000         DISPLAY "Badge unlocked."
019020     ELSE
019040         DISPLAY "No lockout entry for that badge."
019060     END-IF.
019080 3100-UNLOCK-BADGE-EXIT.
019100     EXIT.
026700*
026750*-----------------------------------------------------------*
026800* 3900-READ-BADGLOCK - READ THE NEXT LOCKOUT RECORD IN       *
026850*                      BADGE ID ORDER                        *
026900*-----------------------------------------------------------*
027100 3900-READ-BADGLOCK.
027200     READ BADGLOCK NEXT RECORD
027300         AT END
027400             MOVE "Y" TO WS-EOF-SWITCH
027500     END-READ.
027600 3900-READ-BADGLOCK-EXIT.
027700     EXIT.
028600*
028700*-----------------------------------------------------------*
028800* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
