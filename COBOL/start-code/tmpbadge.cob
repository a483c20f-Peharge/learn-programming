001360* 2026-09-02 RH   STAMP EVERY BADGE WITH THE SITE THIS DESK  *
001370*                 SERVES (SITECFG.CPY, NO FILE = MAIN        *
001380*                 BUILDING "01") FOR THE ANNEX OPENING.      *
001390* 2026-10-15 RH   TMPBADG AND BARRED ARE NOW INDEXED. THE    *
001391*                 BARRED CHECK READS ONLY THE BARS FILED     *
001392*                 UNDER THE NAME, AND A BADGE ID LEFT ON     *
001393*                 FILE FROM AN EARLIER DAY MOVES THE RUN     *
001394*                 SEQUENCE ON.                               *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT TMPBADG ASSIGN TO "TMPBADG"
002950         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003050         RECORD KEY IS TB-BADGE-ID
003100         FILE STATUS IS WS-TMPBADG-STATUS.
003200     SELECT BADGEPRN ASSIGN TO "BADGEPRN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-AUDITLOG-STATUS.
003710     SELECT BARRED ASSIGN TO "BARRED"
003713         ORGANIZATION IS INDEXED
003716         ACCESS MODE IS DYNAMIC
003719         RECORD KEY IS BR-ENTRY-NO
003722         ALTERNATE RECORD KEY IS BR-NAME
003725             WITH DUPLICATES
003728         ALTERNATE RECORD KEY IS BR-BADGE-ID
003731             WITH DUPLICATES
003734         FILE STATUS IS WS-BARRED-STATUS.
003740     SELECT SITECFG ASSIGN TO "SITECFG"
003750         ORGANIZATION IS SEQUENTIAL
003760         FILE STATUS IS WS-SITECFG-STATUS.
005700* SWITCHES AND FILE STATUS FIELDS                            *
005800*-----------------------------------------------------------*
005900 77  WS-TMPBADG-STATUS       PIC X(02)   VALUE "00".
005950     88  WS-TMPBADG-DUP-KEY              VALUE "22".
006000     88  WS-TMPBADG-NOT-FOUND            VALUE "35".
006100 77  WS-BADGEPRN-STATUS      PIC X(02)   VALUE "00".
006200     88  WS-BADGEPRN-NOT-FOUND           VALUE "35".
007500 01  NAME                    PIC A(30).
007600 77  WS-SPONSOR-DEPT         PIC X(20).
007700 77  WS-ISSUE-COUNT          PIC 9(03) COMP VALUE 0.
007750 77  WS-ID-TRY-COUNT         PIC 9(03) COMP VALUE 0.
007800 01  WS-BADGE-BUILD.
007900     05  WS-BB-PREFIX        PIC X(01)   VALUE "V".
008000     05  WS-BB-TIME          PIC 9(06).
013300*-----------------------------------------------------------*
013400 1000-INITIALIZE.
013500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013600     OPEN I-O TMPBADG.
013700     IF WS-TMPBADG-NOT-FOUND
013800         OPEN OUTPUT TMPBADG
013900         CLOSE TMPBADG
014000         OPEN I-O TMPBADG
014100     END-IF.
014200     OPEN EXTEND BADGEPRN.
014300     IF WS-BADGEPRN-NOT-FOUND
016600     DISPLAY "Sponsoring department: ".
016700     ACCEPT WS-SPONSOR-DEPT.
016800     PERFORM 2100-BUILD-BADGE
016805         THRU 2100-BUILD-BADGE-EXIT.
016810     IF WS-TMPBADG-STATUS NOT = "00"
016815         DISPLAY "Badge file unavailable - no badge issued."
016820         MOVE "FILESTAT" TO WS-AE-CODE
016825         MOVE SPACES TO WS-AE-DETAIL
016830         STRING "TMPBADG STATUS " WS-TMPBADG-STATUS
016835             DELIMITED BY SIZE INTO WS-AE-DETAIL
016840         PERFORM 6100-WRITE-AUDIT-EVENT
016845             THRU 6100-WRITE-AUDIT-EVENT-EXIT
016850         GO TO 2000-ISSUE-ANOTHER
016855     END-IF.
017000     PERFORM 2200-PRINT-LABEL
017100         THRU 2200-PRINT-LABEL-EXIT.
017200     DISPLAY "Issued badge " TB-BADGE-ID " PIN " TB-PIN
022300     END-IF.
022400 2060-CHECK-NAME-CHARACTER-EXIT.
022500     EXIT.
022502*
022504*-----------------------------------------------------------*
022506* 2070-CHECK-BARRED - LOOK UP THE BARS FILED UNDER THE       *
022508*                     VISITOR'S NAME FOR ONE THAT IS ACTIVE  *
022510*                     AND IN FORCE TODAY. NO FILE, NO BAR.   *
022512*-----------------------------------------------------------*
022514 2070-CHECK-BARRED.
022516     MOVE "N" TO WS-BARRED-HIT-SWITCH.
022518     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022520     MOVE "00" TO WS-BARRED-STATUS.
022522     OPEN INPUT BARRED.
022524     IF WS-BARRED-STATUS NOT = "00"
022526         GO TO 2070-CHECK-BARRED-EXIT
022528     END-IF.
022530     MOVE NAME TO BR-NAME.
022532     START BARRED KEY IS EQUAL TO BR-NAME
022534         INVALID KEY
022536             MOVE "10" TO WS-BARRED-STATUS
022538     END-START.
022540     PERFORM 2080-SEARCH-BARRED
022542         THRU 2080-SEARCH-BARRED-EXIT
022544         UNTIL WS-BARRED-EOF OR WS-BARRED-HIT.
022546     CLOSE BARRED.
022548 2070-CHECK-BARRED-EXIT.
022550     EXIT.
022552*
022554*-----------------------------------------------------------*
022556* 2080-SEARCH-BARRED - READ THE NEXT BAR ON THE NAME KEY AND *
022558*                      COMPARE - THE FIRST OTHER NAME ENDS   *
022560*                      THE SEARCH                            *
022562*-----------------------------------------------------------*
022564 2080-SEARCH-BARRED.
022566     READ BARRED NEXT RECORD
022568         AT END
022570             CONTINUE
022572         NOT AT END
022574             IF BR-NAME NOT = NAME
022576                 MOVE "10" TO WS-BARRED-STATUS
022578             ELSE
022580                 IF BR-ACTIVE
022582                     AND BR-START-DATE NOT > WS-CURRENT-DATE
022584                     AND BR-END-DATE NOT < WS-CURRENT-DATE
022586                     MOVE "Y" TO WS-BARRED-HIT-SWITCH
022588                 END-IF
022590             END-IF
022592     END-READ.
022594 2080-SEARCH-BARRED-EXIT.
022596     EXIT.
022600*
022700*-----------------------------------------------------------*
022800* 2100-BUILD-BADGE - GENERATE THE BADGE ID AND ONE-DAY PIN   *
022820*                    AND RECORD THE BADGE ON TMPBADG. THE ID *
022840*                    IS "V" + ISSUE TIME + A RUN SEQUENCE    *
022860*                    NUMBER; THE PIN COMES FROM THE CLOCK'S  *
022880*                    HUNDREDTHS AND SECONDS. AN ID STILL ON  *
022900*                    FILE FROM AN EARLIER DAY MOVES THE      *
022920*                    SEQUENCE ON UNTIL A FREE ONE IS FOUND.  *
022940*-----------------------------------------------------------*
022960 2100-BUILD-BADGE.
022980     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
023000     ADD 1 TO WS-ISSUE-COUNT.
023020     MOVE WS-CURRENT-TIME TO WS-BB-TIME.
023040     MOVE WS-ISSUE-COUNT TO WS-BB-SEQ.
023060     MOVE WS-CURRENT-HUNDTHS TO WS-PB-HUNDTHS.
023080     MOVE WS-TIME-SECONDS TO WS-PB-SECONDS.
023100     MOVE WS-PIN-BUILD TO TB-PIN.
023120     MOVE NAME TO TB-NAME.
023140     MOVE WS-SPONSOR-DEPT TO TB-SPONSOR-DEPT.
023160     MOVE WS-CURRENT-DATE TO TB-ISSUE-DATE.
023180     MOVE WS-CURRENT-TIME TO TB-ISSUE-TIME.
023200     MOVE WS-CURRENT-DATE TO TB-EXPIRY-DATE.
023220     MOVE 235959 TO TB-EXPIRY-TIME.
023240     MOVE "A" TO TB-STATUS.
023260     MOVE WS-SITE-CODE TO TB-SITE-CODE.
023280     MOVE SPACES TO TB-FILLER.
023300     MOVE 0 TO WS-ID-TRY-COUNT.
023320     PERFORM 2110-WRITE-BADGE
023340         THRU 2110-WRITE-BADGE-EXIT.
023360     PERFORM 2110-WRITE-BADGE
023380         THRU 2110-WRITE-BADGE-EXIT
023400         UNTIL NOT WS-TMPBADG-DUP-KEY
023420             OR WS-ID-TRY-COUNT NOT < 999.
023440 2100-BUILD-BADGE-EXIT.
023460     EXIT.
023480*
023500 2110-WRITE-BADGE.
023520     MOVE WS-BADGE-BUILD TO TB-BADGE-ID.
023540     WRITE TMPBADGE-RECORD
023560         INVALID KEY
023580             ADD 1 TO WS-ID-TRY-COUNT
023600             ADD 1 TO WS-BB-SEQ
023620     END-WRITE.
023640 2110-WRITE-BADGE-EXIT.
023660     EXIT.
025400*
025500*-----------------------------------------------------------*
025600* 2200-PRINT-LABEL - APPEND THE BADGE LABEL TO BADGEPRN FOR  *
