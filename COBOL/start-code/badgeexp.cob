001100* 2026-08-22 RH   ORIGINAL VERSION - END-OF-DAY EXPIRY AND   *
001200*                 OUTSTANDING-BADGE REPORT FOR THE          *
001300*                 TEMPORARY BADGES TMPBADGE ISSUES.          *
001310* 2026-10-15 RH   TMPBADG IS NOW INDEXED ON THE BADGE ID -   *
001320*                 AN EXPIRED BADGE IS REWRITTEN IN PLACE AND *
001330*                 THE TMPBWORK WORK FILE IS RETIRED.         *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* READS TMPBADG IN BADGE ID ORDER AND SETS STATUS "E" ON    *
001800* ANY ACTIVE BADGE WHOSE EXPIRY DATE/TIME HAS PASSED,       *
001900* REWRITING THAT ONE RECORD IN PLACE. EACH BADGE EXPIRED    *
002000* THIS RUN IS PRINTED ON BADGERPT AS STILL OUTSTANDING -    *
002100* THOSE ARE THE ONES SECURITY COUNTS AGAINST US.            *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TMPBADG ASSIGN TO "TMPBADG"
002850         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
002950         RECORD KEY IS TB-BADGE-ID
003000         FILE STATUS IS WS-TMPBADG-STATUS.
003400     SELECT BADGERPT ASSIGN TO "BADGERPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-BADGERPT-STATUS.
004500     RECORD CONTAINS 100 CHARACTERS.
004600     COPY "TMPBADGE.CPY".
004700
005200 FD  BADGERPT
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  BADGERPT-LINE           PIC X(80).
006500 77  WS-TMPBADG-STATUS       PIC X(02)   VALUE "00".
006600     88  WS-TMPBADG-EOF                  VALUE "10".
006700     88  WS-TMPBADG-NOT-FOUND            VALUE "35".
007000 77  WS-BADGERPT-STATUS      PIC X(02)   VALUE "00".
007100 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
007200     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
007300 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
007400     88  WS-EOF                          VALUE "Y".
007700 77  WS-RUN-OK-SWITCH        PIC X(01)   VALUE "Y".
007800     88  WS-RUN-OK                       VALUE "Y".
007900*
012700         PERFORM 2000-EXPIRE-ONE-BADGE
012800             THRU 2000-EXPIRE-ONE-BADGE-EXIT
012900             UNTIL WS-EOF
013200         PERFORM 8000-PRINT-SUMMARY
013300             THRU 8000-PRINT-SUMMARY-EXIT
013400     END-IF.
014700     MOVE SPACES TO WS-AE-DETAIL.
014800     PERFORM 6100-WRITE-AUDIT-EVENT
014900         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
015000     OPEN I-O TMPBADG.
015100     IF WS-TMPBADG-NOT-FOUND
015200         DISPLAY "TMPBADG not found - no badges to expire."
015300         MOVE "N" TO WS-RUN-OK-SWITCH
015400         GO TO 1000-INITIALIZE-EXIT
015500     END-IF.
015700     OPEN OUTPUT BADGERPT.
015800     MOVE SPACES TO BADGERPT-LINE.
015900     STRING "TEMPORARY BADGE EXPIRY             RUN DATE "
018000             OR (TB-EXPIRY-DATE = WS-CURRENT-DATE
018100                 AND TB-EXPIRY-TIME < WS-CURRENT-TIME)
018200             MOVE "E" TO TB-STATUS
018202             REWRITE TMPBADGE-RECORD
018204                 INVALID KEY
018206                     CONTINUE
018208             END-REWRITE
018300             ADD 1 TO WS-EXPIRED-COUNT
018400             MOVE TB-BADGE-ID TO WS-D-BADGE-ID
018500             MOVE TB-NAME TO WS-D-NAME
018900             ADD 1 TO WS-ACTIVE-COUNT
019000         END-IF
019100     END-IF.
019300     PERFORM 2900-READ-TMPBADG
019400         THRU 2900-READ-TMPBADG-EXIT.
019500 2000-EXPIRE-ONE-BADGE-EXIT.
020500     END-READ.
020600 2900-READ-TMPBADG-EXIT.
020700     EXIT.
024600*
024700*-----------------------------------------------------------*
024800* 8000-PRINT-SUMMARY - READ/EXPIRED/STILL-VALID TOTALS       *
029900         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
030000     IF WS-RUN-OK
030100         CLOSE TMPBADG
030300         CLOSE BADGERPT
030400     END-IF.
030500     CLOSE AUDITLOG.
