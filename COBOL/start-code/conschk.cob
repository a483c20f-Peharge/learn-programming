000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONSCHK.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - NIGHTLY CROSS-FILE      *
001200*                 CONSISTENCY CHECK OF THE DAY'S FILES, WITH *
001300*                 AN OPERATOR-CONFIRMED ONSITECT RECOUNT.    *
001310* 2026-10-15 RH   TMPBADG, BADGLOCK AND ACCTRL ARE NOW       *
001320*                 INDEXED ON THE BADGE ID - STILL READ       *
001330*                 THROUGH IN KEY ORDER.                      *
001340* 2026-10-15 RH   PARCEL NOTICES (HM-PARCEL-NOTICE) ARE LEFT *
001350*                 OUT OF THE HOST NOTIFICATION CHECK - THEY  *
001360*                 BELONG TO A DELIVERY, NOT A GUEST SIGN-IN. *
001365* 2026-10-15 RH   THE LOCKOUT CHECK READS BADGLOCK THROUGH   *
001370*                 AND LOOKS EACH BADGE UP BY KEY ON ACCTRL   *
001375*                 AND TMPBADG - THE 200-ENTRY LOCKOUT TABLE  *
001380*                 IS GONE.                                   *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* RUN AFTER RECONCIL, WITH THE DESKS CLOSED. EACH PROGRAM    *
001800* KEEPS ITS OWN PIECE OF THE DAY; THIS RUN CHECKS THAT THE   *
001900* PIECES STILL AGREE WITH VISITLOG AND WITH EACH OTHER:      *
002000*   - ON-SITE COUNTS - TODAY'S VISITLOG ARRIVALS (I/D/C)     *
002100*     AND DEPARTURES (O/V/T) ARE REPLAYED PER SITE THE WAY   *
002200*     STARTCODE MOVES THE COUNT (NEVER BELOW ZERO) AND       *
002300*     COMPARED WITH ONSITECT. WHEN THEY DIFFER THE OPERATOR  *
002400*     IS ASKED WHETHER TO SET ONSITECT TO THE RECOUNT.       *
002500*   - HOST NOTIFICATIONS - EACH OF TODAY'S GUEST SIGN-INS    *
002600*     MUST HAVE EXACTLY ONE HOSTMSG RECORD BY NAME AND       *
002700*     SIGN-IN DATE/TIME. THE SECOND NOTIFICATION HOSTRECV    *
002800*     APPENDS ON AN ESCALATION IS NOT A DUPLICATE. A         *
002900*     NOTIFICATION WITH NO SIGN-IN IS LISTED AS WELL.        *
002910*     PARCEL NOTICES ARE NOT CHECKED.                        *
003000*   - TEMPORARY BADGES - NO BADGE ID ACTIVE TWICE ON         *
003100*     TMPBADG.                                               *
003200*   - BADGE LOCKOUTS - EVERY BADGLOCK ENTRY NAMES A BADGE ON *
003300*     ACCTRL OR TMPBADG.                                     *
003400*   - RUN-CONTROL CHAIN - TODAY'S BATCHGRT, NIGHTREP AND     *
003500*     RECONCIL RUNCTL RECORDS ARE PRESENT, DID NOT FAIL, AND *
003600*     THEIR COUNTS STILL MATCH VISITLOG.                     *
003700* THE CONSRPT REPORT LISTS EVERY EXCEPTION. ENDS WITH RETURN *
003800* CODE 0 (CONSISTENT), 4 (EXCEPTIONS FOUND) OR 12 (A FILE    *
003900* COULD NOT BE READ) AND A RUNCTL RECORD, SO OPERATIONS KNOW *
004000* WHETHER THE DAY'S FILES CAN BE TRUSTED BEFORE ARCPURGE.    *
004100*-----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT VISITLOG ASSIGN TO "VISITLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-VISITLOG-STATUS.
004900     SELECT ONSITECT ASSIGN TO "ONSITECT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ONSITECT-STATUS.
005200     SELECT HOSTMSG ASSIGN TO "HOSTMSG"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-HOSTMSG-STATUS.
005500     SELECT TMPBADG ASSIGN TO "TMPBADG"
005505         ORGANIZATION IS INDEXED
005510         ACCESS MODE IS DYNAMIC
005515         RECORD KEY IS TB-BADGE-ID
005520         FILE STATUS IS WS-TMPBADG-STATUS.
005525     SELECT BADGLOCK ASSIGN TO "BADGLOCK"
005530         ORGANIZATION IS INDEXED
005535         ACCESS MODE IS SEQUENTIAL
005540         RECORD KEY IS LK-BADGE-ID
005545         FILE STATUS IS WS-BADGLOCK-STATUS.
005550     SELECT ACCTRL ASSIGN TO "ACCTRL"
005555         ORGANIZATION IS INDEXED
005560         ACCESS MODE IS RANDOM
005565         RECORD KEY IS AC-BADGE-ID
005570         FILE STATUS IS WS-ACCTRL-STATUS.
006400     SELECT CONSRPT ASSIGN TO "CONSRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CONSRPT-STATUS.
006700     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-AUDITLOG-STATUS.
007000     SELECT RUNCTL ASSIGN TO "RUNCTL"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RUNCTL-STATUS.
007300
007400 DATA DIVISION.
007500
007600 FILE SECTION.
007700 FD  VISITLOG
007800     RECORD CONTAINS 150 CHARACTERS.
007900     COPY "VISITLOG.CPY".
008000
008100 FD  ONSITECT
008200     RECORD CONTAINS 20 CHARACTERS.
008300     COPY "OCCUPCT.CPY".
008400
008500 FD  HOSTMSG
008600     RECORD CONTAINS 80 CHARACTERS.
008700     COPY "HOSTMSG.CPY".
008800
008900 FD  TMPBADG
009000     RECORD CONTAINS 100 CHARACTERS.
009100     COPY "TMPBADGE.CPY".
009200
009300 FD  BADGLOCK
009400     RECORD CONTAINS 40 CHARACTERS.
009500     COPY "BADGLOCK.CPY".
009600
009700 FD  ACCTRL
009800     RECORD CONTAINS 100 CHARACTERS.
009900     COPY "ACCTRL.CPY".
010000
010100 FD  CONSRPT
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  CONSRPT-LINE            PIC X(80).
010400
010500 FD  AUDITLOG
010600     RECORD CONTAINS 80 CHARACTERS.
010700     COPY "AUDITLOG.CPY".
010800
010900 FD  RUNCTL
011000     RECORD CONTAINS 50 CHARACTERS.
011100     COPY "RUNCTL.CPY".
011200
011300 WORKING-STORAGE SECTION.
011400*
011500*-----------------------------------------------------------*
011600* SWITCHES AND FILE STATUS FIELDS                            *
011700*-----------------------------------------------------------*
011800 77  WS-VISITLOG-STATUS      PIC X(02)   VALUE "00".
011900     88  WS-VISITLOG-NOT-FOUND           VALUE "35".
012000 77  WS-ONSITECT-STATUS      PIC X(02)   VALUE "00".
012100     88  WS-ONSITECT-NOT-FOUND           VALUE "35".
012200 77  WS-HOSTMSG-STATUS       PIC X(02)   VALUE "00".
012300     88  WS-HOSTMSG-NOT-FOUND            VALUE "35".
012400 77  WS-TMPBADG-STATUS       PIC X(02)   VALUE "00".
012500     88  WS-TMPBADG-NOT-FOUND            VALUE "35".
012600 77  WS-BADGLOCK-STATUS      PIC X(02)   VALUE "00".
012700     88  WS-BADGLOCK-NOT-FOUND           VALUE "35".
012800 77  WS-ACCTRL-STATUS        PIC X(02)   VALUE "00".
012900     88  WS-ACCTRL-NOT-FOUND             VALUE "35".
013000 77  WS-CONSRPT-STATUS       PIC X(02)   VALUE "00".
013100 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
013200     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
013300 77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
013400     88  WS-RUNCTL-NOT-FOUND             VALUE "35".
013500 77  WS-RUN-STATUS           PIC X(01)   VALUE "C".
013600     88  WS-RUN-CLEAN                    VALUE "C".
013700     88  WS-RUN-WARNING                  VALUE "W".
013800     88  WS-RUN-FAILED                   VALUE "F".
013900 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
014000     88  WS-EOF                          VALUE "Y".
014100 77  WS-MATCH-SWITCH         PIC X(01)   VALUE "N".
014200     88  WS-MATCH-FOUND                  VALUE "Y".
014300 77  WS-HOST-CHECK-SWITCH    PIC X(01)   VALUE "Y".
014400     88  WS-HOST-CHECK-ON                VALUE "Y".
014500 77  WS-LOCK-CHECK-SWITCH    PIC X(01)   VALUE "Y".
014600     88  WS-LOCK-CHECK-ON                VALUE "Y".
014620 77  WS-ACCTRL-OPEN-SWITCH   PIC X(01)   VALUE "N".
014640     88  WS-ACCTRL-OPEN                  VALUE "Y".
014660 77  WS-TMPBADG-OPEN-SWITCH  PIC X(01)   VALUE "N".
014680     88  WS-TMPBADG-OPEN                 VALUE "Y".
014700 77  WS-COUNT-CHECK-SWITCH   PIC X(01)   VALUE "Y".
014800     88  WS-COUNT-CHECK-ON               VALUE "Y".
014900 77  WS-LOG-SWITCH           PIC X(01)   VALUE "Y".
015000     88  WS-LOG-READ                     VALUE "Y".
015100 77  WS-CONFIRM-REPLY        PIC X(01).
015300*
015400*-----------------------------------------------------------*
015500* RUN DATE                                                   *
015600*-----------------------------------------------------------*
015700 01  WS-CURRENT-DATE-TIME.
015800     05  WS-RUN-DATE         PIC 9(08).
015900     05  FILLER              PIC X(13).
016000*
016100*-----------------------------------------------------------*
016200* PER-SITE ON-SITE COUNTS - THE RECOUNT FROM VISITLOG AND    *
016300* WHAT ONSITECT HOLDS. FIVE SITES, AS STARTCODE KEEPS.       *
016400*-----------------------------------------------------------*
016500 01  SITE-TABLE.
016600     05  SITE-ENTRY OCCURS 5 TIMES INDEXED BY ST-IDX.
016700         10  ST-SITE-CODE        PIC X(02).
016800         10  ST-RECOUNT          PIC 9(03) COMP.
016900         10  ST-ONFILE-COUNT     PIC 9(03) COMP.
017000         10  ST-ONFILE-DATE      PIC 9(08).
017100         10  ST-MISMATCH-SWITCH  PIC X(01).
017200             88  ST-MISMATCH             VALUE "Y".
017300 77  WS-SITE-USED            PIC 9(01) COMP VALUE 0.
017400 77  WS-SITE-SCAN            PIC 9(01) COMP.
017500 77  WS-SITE-WORK            PIC X(02).
017600 77  WS-SITE-OVERFLOW        PIC 9(05) COMP VALUE 0.
017700*
017800*-----------------------------------------------------------*
017900* TODAY'S HOST NOTIFICATIONS, EACH MARKED AS A SIGN-IN       *
018000* CLAIMS IT                                                  *
018100*-----------------------------------------------------------*
018200 01  HOST-MSG-TABLE.
018300     05  HOST-MSG-ENTRY OCCURS 2000 TIMES INDEXED BY HT-IDX.
018400         10  HT-NAME             PIC X(30).
018500         10  HT-SIGN-TIME        PIC 9(06).
018600         10  HT-ESCAL-SWITCH     PIC X(01).
018700             88  HT-ESCALATED            VALUE "Y".
018800         10  HT-CLAIM-SWITCH     PIC X(01).
018900             88  HT-CLAIMED              VALUE "Y".
019000 77  WS-HOST-USED            PIC 9(05) COMP VALUE 0.
019100 77  WS-HOST-SCAN            PIC 9(05) COMP.
019200 77  WS-HOST-MATCHES         PIC 9(05) COMP.
019300 77  WS-HOST-ESCAL-MATCHES   PIC 9(05) COMP.
019400*
020800*-----------------------------------------------------------*
020900* ACTIVE TEMPORARY BADGES SEEN SO FAR ON TMPBADG             *
021000*-----------------------------------------------------------*
021100 01  ACTIVE-BADGE-TABLE.
021200     05  ACTIVE-BADGE-ENTRY OCCURS 500 TIMES INDEXED BY AB-IDX.
021300         10  AB-BADGE-ID         PIC X(10).
021400         10  AB-NAME             PIC X(30).
021500 77  WS-ACTIVE-USED          PIC 9(03) COMP VALUE 0.
021600 77  WS-ACTIVE-SCAN          PIC 9(03) COMP.
021700 77  WS-ACTIVE-OVERFLOW      PIC 9(05) COMP VALUE 0.
021800*
021900*-----------------------------------------------------------*
022000* TODAY'S LAST RUNCTL RECORD FOR EACH LINK OF THE CHAIN      *
022100*-----------------------------------------------------------*
022200 01  CHAIN-TABLE.
022300     05  CHAIN-ENTRY OCCURS 3 TIMES INDEXED BY CH-IDX.
022400         10  CH-PROGRAM          PIC X(08).
022500         10  CH-SEEN-SWITCH      PIC X(01).
022600             88  CH-SEEN                 VALUE "Y".
022700         10  CH-STATUS           PIC X(01).
022800             88  CH-FAILED               VALUE "F".
022900         10  CH-READ-COUNT       PIC 9(07).
023000         10  CH-WRITTEN-COUNT    PIC 9(07).
023100 77  WS-CHAIN-SCAN           PIC 9(01) COMP.
023200*
023300*-----------------------------------------------------------*
023400* COUNTERS AND WORK FIELDS                                   *
023500*-----------------------------------------------------------*
023600 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
023700 77  WS-TODAY-COUNT          PIC 9(07) COMP VALUE 0.
023800 77  WS-GUEST-COUNT          PIC 9(07) COMP VALUE 0.
023900 77  WS-EXCEPT-COUNT         PIC 9(05) COMP VALUE 0.
024000 77  WS-SECTION-EXCEPTS      PIC 9(05) COMP VALUE 0.
024100 77  WS-MISMATCH-COUNT       PIC 9(01) COMP VALUE 0.
024200 77  WS-FIXED-COUNT          PIC 9(01) COMP VALUE 0.
024300 77  WS-EDIT-COUNT-1         PIC 9(07).
024400 77  WS-EDIT-COUNT-2         PIC 9(07).
024500 77  WS-EDIT-SITE-COUNT-1    PIC 9(03).
024600 77  WS-EDIT-SITE-COUNT-2    PIC 9(03).
024700*
024800*-----------------------------------------------------------*
024900* AUDIT EVENT BUILD AREA                                     *
025000*-----------------------------------------------------------*
025100 01  WS-AUDIT-EVENT.
025200     05  WS-AE-CODE          PIC X(08).
025300     05  WS-AE-DETAIL        PIC X(50).
025400 77  WS-AE-COUNT-1           PIC 9(05).
025500 77  WS-AE-COUNT-2           PIC 9(05).
025600 01  WS-AUDIT-DATE-TIME.
025700     05  WS-AUDIT-DATE       PIC 9(08).
025800     05  WS-AUDIT-TIME       PIC 9(06).
025900     05  FILLER              PIC X(07).
026000*
026100*-----------------------------------------------------------*
026200* REPORT LINE LAYOUTS                                        *
026300*-----------------------------------------------------------*
026400 01  WS-SECTION-LINE.
026500     05  WS-SL-TITLE         PIC X(50).
026600     05  FILLER              PIC X(30)   VALUE SPACES.
026700 01  WS-EXCEPT-LINE.
026800     05  FILLER              PIC X(02)   VALUE SPACES.
026900     05  WS-XL-TEXT          PIC X(32).
027000     05  WS-XL-KEY           PIC X(30).
027100     05  FILLER              PIC X(01)   VALUE SPACES.
027200     05  WS-XL-INFO          PIC X(15).
027300 01  WS-SITE-LINE.
027400     05  FILLER              PIC X(07)   VALUE "  SITE ".
027500     05  WS-SI-SITE          PIC X(02).
027600     05  FILLER              PIC X(12)   VALUE "   ONSITECT ".
027700     05  WS-SI-ONFILE        PIC ZZ9.
027800     05  FILLER              PIC X(11)   VALUE "   RECOUNT ".
027900     05  WS-SI-RECOUNT       PIC ZZ9.
028000     05  FILLER              PIC X(03)   VALUE SPACES.
028100     05  WS-SI-NOTE          PIC X(39).
028200 01  WS-COUNT-LINE.
028300     05  WS-CL-LABEL         PIC X(40).
028400     05  WS-CL-COUNT         PIC ZZZZZZ9.
028500     05  FILLER              PIC X(33)   VALUE SPACES.
028600
028700 PROCEDURE DIVISION.
028800
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE
029100         THRU 1000-INITIALIZE-EXIT.
029200     PERFORM 1500-LOAD-HOST-MESSAGES
029300         THRU 1500-LOAD-HOST-MESSAGES-EXIT.
029400     PERFORM 2000-SCAN-VISITLOG
029500         THRU 2000-SCAN-VISITLOG-EXIT.
029600     IF WS-LOG-READ
029700         PERFORM 2800-LIST-UNCLAIMED-MESSAGES
029800             THRU 2800-LIST-UNCLAIMED-MESSAGES-EXIT
029900         PERFORM 3000-CHECK-ONSITE-COUNTS
030000             THRU 3000-CHECK-ONSITE-COUNTS-EXIT
030100     END-IF.
030200     PERFORM 4100-SCAN-TMPBADG
030300         THRU 4100-SCAN-TMPBADG-EXIT.
030400     PERFORM 4300-CHECK-LOCKOUTS
030500         THRU 4300-CHECK-LOCKOUTS-EXIT.
031000     IF WS-LOG-READ
031100         PERFORM 5000-CHECK-RUN-CHAIN
031200             THRU 5000-CHECK-RUN-CHAIN-EXIT
031300     END-IF.
031400     IF WS-RUN-CLEAN AND WS-EXCEPT-COUNT > 0
031500         MOVE "W" TO WS-RUN-STATUS
031600     END-IF.
031700     PERFORM 8000-PRINT-SUMMARY
031800         THRU 8000-PRINT-SUMMARY-EXIT.
031900     PERFORM 7000-WRITE-RUN-CONTROL
032000         THRU 7000-WRITE-RUN-CONTROL-EXIT.
032100     PERFORM 9000-TERMINATE
032200         THRU 9000-TERMINATE-EXIT.
032300     IF WS-RUN-FAILED
032400         MOVE 12 TO RETURN-CODE
032500     ELSE
032600         IF WS-RUN-WARNING
032700             MOVE 4 TO RETURN-CODE
032800         ELSE
032900             MOVE 0 TO RETURN-CODE
033000         END-IF
033100     END-IF.
033200     STOP RUN.
033300
033400*-----------------------------------------------------------*
033500* 1000-INITIALIZE - RUN DATE, AUDIT START, REPORT HEADING    *
033600*-----------------------------------------------------------*
033700 1000-INITIALIZE.
033800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
033900     PERFORM 6000-OPEN-AUDITLOG
034000         THRU 6000-OPEN-AUDITLOG-EXIT.
034100     MOVE "RUNSTART" TO WS-AE-CODE.
034200     MOVE SPACES TO WS-AE-DETAIL.
034300     PERFORM 6100-WRITE-AUDIT-EVENT
034400         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
034500     OPEN OUTPUT CONSRPT.
034600     MOVE SPACES TO CONSRPT-LINE.
034700     STRING "NIGHTLY CONSISTENCY CHECK        RUN DATE "
034800         WS-RUN-DATE
034900         DELIMITED BY SIZE INTO CONSRPT-LINE.
035000     WRITE CONSRPT-LINE.
035100     MOVE ALL "-" TO CONSRPT-LINE.
035200     WRITE CONSRPT-LINE.
035300 1000-INITIALIZE-EXIT.
035400     EXIT.
035500*
035600*-----------------------------------------------------------*
035700* 1500-LOAD-HOST-MESSAGES - TODAY'S HOSTMSG RECORDS INTO     *
035800*                           THE TABLE. NO FILE MEANS NO      *
035900*                           NOTIFICATIONS; A FULL TABLE OR   *
036000*                           AN UNREADABLE FILE TURNS THE     *
036100*                           CHECK OFF RATHER THAN REPORT     *
036200*                           FALSE GAPS.                      *
036300*-----------------------------------------------------------*
036400 1500-LOAD-HOST-MESSAGES.
036500     MOVE "00" TO WS-HOSTMSG-STATUS.
036600     OPEN INPUT HOSTMSG.
036700     IF WS-HOSTMSG-NOT-FOUND
036800         GO TO 1500-LOAD-HOST-MESSAGES-EXIT
036900     END-IF.
037000     IF WS-HOSTMSG-STATUS NOT = "00"
037100         MOVE "N" TO WS-HOST-CHECK-SWITCH
037200         MOVE "F" TO WS-RUN-STATUS
037300         MOVE "FILESTAT" TO WS-AE-CODE
037400         MOVE SPACES TO WS-AE-DETAIL
037500         STRING "HOSTMSG STATUS " WS-HOSTMSG-STATUS
037600             DELIMITED BY SIZE INTO WS-AE-DETAIL
037700         PERFORM 6100-WRITE-AUDIT-EVENT
037800             THRU 6100-WRITE-AUDIT-EVENT-EXIT
037900         GO TO 1500-LOAD-HOST-MESSAGES-EXIT
038000     END-IF.
038100     MOVE "N" TO WS-EOF-SWITCH.
038200     PERFORM 1590-READ-HOSTMSG
038300         THRU 1590-READ-HOSTMSG-EXIT.
038400     PERFORM 1510-LOAD-ONE-MESSAGE
038500         THRU 1510-LOAD-ONE-MESSAGE-EXIT
038600         UNTIL WS-EOF.
038700     CLOSE HOSTMSG.
038800 1500-LOAD-HOST-MESSAGES-EXIT.
038900     EXIT.
039000*
039100 1510-LOAD-ONE-MESSAGE.
039200     IF HM-SIGN-DATE = WS-RUN-DATE AND WS-HOST-CHECK-ON
039250         AND NOT HM-PARCEL-NOTICE
039300         IF WS-HOST-USED < 2000
039400             ADD 1 TO WS-HOST-USED
039500             SET HT-IDX TO WS-HOST-USED
039600             MOVE HM-NAME TO HT-NAME(HT-IDX)
039700             MOVE HM-SIGN-TIME TO HT-SIGN-TIME(HT-IDX)
039800             MOVE "N" TO HT-CLAIM-SWITCH(HT-IDX)
039900             IF HM-ESCALATED
040000                 MOVE "Y" TO HT-ESCAL-SWITCH(HT-IDX)
040100             ELSE
040200                 MOVE "N" TO HT-ESCAL-SWITCH(HT-IDX)
040300             END-IF
040400         ELSE
040500             MOVE "N" TO WS-HOST-CHECK-SWITCH
040600         END-IF
040700     END-IF.
040800     PERFORM 1590-READ-HOSTMSG
040900         THRU 1590-READ-HOSTMSG-EXIT.
041000 1510-LOAD-ONE-MESSAGE-EXIT.
041100     EXIT.
041200*
041300 1590-READ-HOSTMSG.
041400     READ HOSTMSG
041500         AT END
041600             MOVE "Y" TO WS-EOF-SWITCH
041700     END-READ.
041800 1590-READ-HOSTMSG-EXIT.
041900     EXIT.
042000*
042100*-----------------------------------------------------------*
042200* 2000-SCAN-VISITLOG - ONE PASS OVER THE LOG: TOTAL AND      *
042300*                      TODAY'S COUNTS FOR THE CHAIN CHECK,   *
042400*                      THE PER-SITE RECOUNT, AND EACH GUEST  *
042500*                      SIGN-IN MATCHED TO ITS NOTIFICATION   *
042600*-----------------------------------------------------------*
042700 2000-SCAN-VISITLOG.
042800     MOVE "HOST NOTIFICATIONS (HOSTMSG AGAINST VISITLOG)"
042900         TO WS-SL-TITLE.
043000     WRITE CONSRPT-LINE FROM WS-SECTION-LINE.
043100     MOVE 0 TO WS-SECTION-EXCEPTS.
043200     IF NOT WS-HOST-CHECK-ON
043300         MOVE "  *** NOT CHECKED - HOSTMSG UNREADABLE OR TOO BIG"
043400             TO CONSRPT-LINE
043500         WRITE CONSRPT-LINE
043600     END-IF.
043700     MOVE "00" TO WS-VISITLOG-STATUS.
043800     OPEN INPUT VISITLOG.
043900     IF WS-VISITLOG-NOT-FOUND
044000         GO TO 2000-SCAN-VISITLOG-EXIT
044100     END-IF.
044200     IF WS-VISITLOG-STATUS NOT = "00"
044300         MOVE "N" TO WS-LOG-SWITCH
044400         MOVE "F" TO WS-RUN-STATUS
044500         MOVE "FILESTAT" TO WS-AE-CODE
044600         MOVE SPACES TO WS-AE-DETAIL
044700         STRING "VISITLOG STATUS " WS-VISITLOG-STATUS
044800             DELIMITED BY SIZE INTO WS-AE-DETAIL
044900         PERFORM 6100-WRITE-AUDIT-EVENT
045000             THRU 6100-WRITE-AUDIT-EVENT-EXIT
045100         MOVE "  *** VISITLOG COULD NOT BE READ - NOTHING CHECKED"
045200             TO CONSRPT-LINE
045300         WRITE CONSRPT-LINE
045400         GO TO 2000-SCAN-VISITLOG-EXIT
045500     END-IF.
045600     MOVE "N" TO WS-EOF-SWITCH.
045700     PERFORM 2090-READ-VISITLOG
045800         THRU 2090-READ-VISITLOG-EXIT.
045900     PERFORM 2100-CHECK-ONE-RECORD
046000         THRU 2100-CHECK-ONE-RECORD-EXIT
046100         UNTIL WS-EOF.
046200     CLOSE VISITLOG.
046300 2000-SCAN-VISITLOG-EXIT.
046400     EXIT.
046500*
046600 2090-READ-VISITLOG.
046700     READ VISITLOG
046800         AT END
046900             MOVE "Y" TO WS-EOF-SWITCH
047000     END-READ.
047100 2090-READ-VISITLOG-EXIT.
047200     EXIT.
047300*
047400 2100-CHECK-ONE-RECORD.
047500     ADD 1 TO WS-READ-COUNT.
047600     IF VL-SIGN-DATE NOT = WS-RUN-DATE
047700         GO TO 2100-CHECK-ONE-RECORD-END
047800     END-IF.
047900     ADD 1 TO WS-TODAY-COUNT.
048000     PERFORM 2200-RECOUNT-SITE
048100         THRU 2200-RECOUNT-SITE-EXIT.
048200     IF VL-SIGN-IN
048300         ADD 1 TO WS-GUEST-COUNT
048400         IF WS-HOST-CHECK-ON
048500             PERFORM 2300-MATCH-HOST-MESSAGE
048600                 THRU 2300-MATCH-HOST-MESSAGE-EXIT
048700         END-IF
048800     END-IF.
048900 2100-CHECK-ONE-RECORD-END.
049000     PERFORM 2090-READ-VISITLOG
049100         THRU 2090-READ-VISITLOG-EXIT.
049200 2100-CHECK-ONE-RECORD-EXIT.
049300     EXIT.
049400*
049500*-----------------------------------------------------------*
049600* 2200-RECOUNT-SITE - MOVE THE SITE'S RECOUNT THE WAY        *
049700*                     STARTCODE MOVES ONSITECT               *
049800*-----------------------------------------------------------*
049900 2200-RECOUNT-SITE.
050000     IF VL-SITE-CODE = SPACES
050100         MOVE "01" TO WS-SITE-WORK
050200     ELSE
050300         MOVE VL-SITE-CODE TO WS-SITE-WORK
050400     END-IF.
050500     PERFORM 2250-FIND-SITE
050600         THRU 2250-FIND-SITE-EXIT.
050700     IF NOT WS-MATCH-FOUND
050800         ADD 1 TO WS-SITE-OVERFLOW
050900         GO TO 2200-RECOUNT-SITE-EXIT
051000     END-IF.
051100     IF VL-ANY-IN
051200         ADD 1 TO ST-RECOUNT(ST-IDX)
051300     ELSE
051400         IF VL-ANY-OUT AND ST-RECOUNT(ST-IDX) > 0
051500             SUBTRACT 1 FROM ST-RECOUNT(ST-IDX)
051600         END-IF
051700     END-IF.
051800 2200-RECOUNT-SITE-EXIT.
051900     EXIT.
052000*
052100*-----------------------------------------------------------*
052200* 2250-FIND-SITE - POINT ST-IDX AT WS-SITE-WORK, ADDING THE  *
052300*                  SITE WHEN THERE IS ROOM                   *
052400*-----------------------------------------------------------*
052500 2250-FIND-SITE.
052600     MOVE "N" TO WS-MATCH-SWITCH.
052700     PERFORM 2255-MATCH-ONE-SITE
052800         THRU 2255-MATCH-ONE-SITE-EXIT
052900         VARYING WS-SITE-SCAN FROM 1 BY 1
053000         UNTIL WS-SITE-SCAN > WS-SITE-USED
053100         OR WS-MATCH-FOUND.
053200     IF WS-MATCH-FOUND OR WS-SITE-USED NOT < 5
053300         GO TO 2250-FIND-SITE-EXIT
053400     END-IF.
053500     ADD 1 TO WS-SITE-USED.
053600     SET ST-IDX TO WS-SITE-USED.
053700     MOVE WS-SITE-WORK TO ST-SITE-CODE(ST-IDX).
053800     MOVE 0 TO ST-RECOUNT(ST-IDX).
053900     MOVE 0 TO ST-ONFILE-COUNT(ST-IDX).
054000     MOVE 0 TO ST-ONFILE-DATE(ST-IDX).
054100     MOVE "N" TO ST-MISMATCH-SWITCH(ST-IDX).
054200     MOVE "Y" TO WS-MATCH-SWITCH.
054300 2250-FIND-SITE-EXIT.
054400     EXIT.
054500*
054600 2255-MATCH-ONE-SITE.
054700     SET ST-IDX TO WS-SITE-SCAN.
054800     IF ST-SITE-CODE(ST-IDX) = WS-SITE-WORK
054900         MOVE "Y" TO WS-MATCH-SWITCH
055000     END-IF.
055100 2255-MATCH-ONE-SITE-EXIT.
055200     EXIT.
055300*
055400*-----------------------------------------------------------*
055500* 2300-MATCH-HOST-MESSAGE - CLAIM EVERY NOTIFICATION FOR     *
055600*                           THIS SIGN-IN. ONE IS RIGHT;      *
055700*                           TWO ARE RIGHT ONLY WHEN ONE OF   *
055800*                           THEM IS HOSTRECV'S ESCALATION    *
055900*                           COPY.                            *
056000*-----------------------------------------------------------*
056100 2300-MATCH-HOST-MESSAGE.
056200     MOVE 0 TO WS-HOST-MATCHES.
056300     MOVE 0 TO WS-HOST-ESCAL-MATCHES.
056400     PERFORM 2310-CHECK-ONE-MESSAGE
056500         THRU 2310-CHECK-ONE-MESSAGE-EXIT
056600         VARYING WS-HOST-SCAN FROM 1 BY 1
056700         UNTIL WS-HOST-SCAN > WS-HOST-USED.
056800     IF WS-HOST-MATCHES = 1
056900         GO TO 2300-MATCH-HOST-MESSAGE-EXIT
057000     END-IF.
057100     IF WS-HOST-MATCHES = 2 AND WS-HOST-ESCAL-MATCHES > 0
057200         GO TO 2300-MATCH-HOST-MESSAGE-EXIT
057300     END-IF.
057400     IF WS-HOST-MATCHES = 0
057500         MOVE "SIGN-IN WITH NO NOTIFICATION" TO WS-XL-TEXT
057600     ELSE
057700         MOVE "SIGN-IN NOTIFIED MORE THAN ONCE" TO WS-XL-TEXT
057800     END-IF.
057900     MOVE VL-NAME TO WS-XL-KEY.
058000     MOVE SPACES TO WS-XL-INFO.
058100     STRING "AT " VL-SIGN-TIME
058200         DELIMITED BY SIZE INTO WS-XL-INFO.
058300     PERFORM 2900-WRITE-EXCEPTION
058400         THRU 2900-WRITE-EXCEPTION-EXIT.
058500 2300-MATCH-HOST-MESSAGE-EXIT.
058600     EXIT.
058700*
058800 2310-CHECK-ONE-MESSAGE.
058900     SET HT-IDX TO WS-HOST-SCAN.
059000     IF HT-NAME(HT-IDX) = VL-NAME
059100         AND HT-SIGN-TIME(HT-IDX) = VL-SIGN-TIME
059200         MOVE "Y" TO HT-CLAIM-SWITCH(HT-IDX)
059300         ADD 1 TO WS-HOST-MATCHES
059400         IF HT-ESCALATED(HT-IDX)
059500             ADD 1 TO WS-HOST-ESCAL-MATCHES
059600         END-IF
059700     END-IF.
059800 2310-CHECK-ONE-MESSAGE-EXIT.
059900     EXIT.
060000*
060100*-----------------------------------------------------------*
060200* 2800-LIST-UNCLAIMED-MESSAGES - A NOTIFICATION OF TODAY'S   *
060300*                                THAT NO SIGN-IN CLAIMED,    *
060400*                                THEN CLOSE THE SECTION      *
060500*-----------------------------------------------------------*
060600 2800-LIST-UNCLAIMED-MESSAGES.
060700     IF NOT WS-HOST-CHECK-ON
060800         GO TO 2800-LIST-UNCLAIMED-MESSAGES-EXIT
060900     END-IF.
061000     PERFORM 2810-CHECK-ONE-CLAIM
061100         THRU 2810-CHECK-ONE-CLAIM-EXIT
061200         VARYING WS-HOST-SCAN FROM 1 BY 1
061300         UNTIL WS-HOST-SCAN > WS-HOST-USED.
061400     IF WS-SECTION-EXCEPTS = 0
061500         MOVE "  EVERY SIGN-IN HAS ONE NOTIFICATION"
061600             TO CONSRPT-LINE
061700         WRITE CONSRPT-LINE
061800     END-IF.
061900 2800-LIST-UNCLAIMED-MESSAGES-EXIT.
062000     EXIT.
062100*
062200 2810-CHECK-ONE-CLAIM.
062300     SET HT-IDX TO WS-HOST-SCAN.
062400     IF NOT HT-CLAIMED(HT-IDX)
062500         MOVE "NOTIFICATION WITH NO SIGN-IN" TO WS-XL-TEXT
062600         MOVE HT-NAME(HT-IDX) TO WS-XL-KEY
062700         MOVE SPACES TO WS-XL-INFO
062800         STRING "AT " HT-SIGN-TIME(HT-IDX)
062900             DELIMITED BY SIZE INTO WS-XL-INFO
063000         PERFORM 2900-WRITE-EXCEPTION
063100             THRU 2900-WRITE-EXCEPTION-EXIT
063200     END-IF.
063300 2810-CHECK-ONE-CLAIM-EXIT.
063400     EXIT.
063500*
063600*-----------------------------------------------------------*
063700* 2900-WRITE-EXCEPTION - ONE EXCEPTION LINE, COUNTED         *
063800*-----------------------------------------------------------*
063900 2900-WRITE-EXCEPTION.
064000     WRITE CONSRPT-LINE FROM WS-EXCEPT-LINE.
064100     ADD 1 TO WS-EXCEPT-COUNT.
064200     ADD 1 TO WS-SECTION-EXCEPTS.
064300 2900-WRITE-EXCEPTION-EXIT.
064400     EXIT.
064500*
064600*-----------------------------------------------------------*
064700* 3000-CHECK-ONSITE-COUNTS - COMPARE ONSITECT WITH THE       *
064800*                            RECOUNT AND, WHEN THEY DIFFER   *
064900*                            AND THE OPERATOR CONFIRMS, SET  *
065000*                            ONSITECT TO THE RECOUNT. A      *
065100*                            RECORD DATED BEFORE TODAY       *
065200*                            COUNTS AS ZERO, AS AT THE DESK. *
065300*-----------------------------------------------------------*
065400 3000-CHECK-ONSITE-COUNTS.
065500     MOVE SPACES TO CONSRPT-LINE.
065600     WRITE CONSRPT-LINE.
065700     MOVE "ON-SITE COUNTS (ONSITECT AGAINST VISITLOG RECOUNT)"
065800         TO WS-SL-TITLE.
065900     WRITE CONSRPT-LINE FROM WS-SECTION-LINE.
066000     MOVE "00" TO WS-ONSITECT-STATUS.
066100     OPEN INPUT ONSITECT.
066200     IF WS-ONSITECT-STATUS = "00"
066300         MOVE "N" TO WS-EOF-SWITCH
066400         PERFORM 3090-READ-ONSITECT
066500             THRU 3090-READ-ONSITECT-EXIT
066600         PERFORM 3100-LOAD-ONE-COUNT
066700             THRU 3100-LOAD-ONE-COUNT-EXIT
066800             UNTIL WS-EOF
066900         CLOSE ONSITECT
067000     ELSE
067100         IF NOT WS-ONSITECT-NOT-FOUND
067200             MOVE "F" TO WS-RUN-STATUS
067300             MOVE "FILESTAT" TO WS-AE-CODE
067400             MOVE SPACES TO WS-AE-DETAIL
067500             STRING "ONSITECT STATUS " WS-ONSITECT-STATUS
067600                 DELIMITED BY SIZE INTO WS-AE-DETAIL
067700             PERFORM 6100-WRITE-AUDIT-EVENT
067800                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
067900             MOVE "  *** ONSITECT COULD NOT BE READ - NOT CHECKED"
068000                 TO CONSRPT-LINE
068100             WRITE CONSRPT-LINE
068200             GO TO 3000-CHECK-ONSITE-COUNTS-EXIT
068300         END-IF
068400     END-IF.
068500     IF WS-SITE-OVERFLOW > 0
068600         MOVE "MORE THAN 5 SITES ON THE LOG" TO WS-XL-TEXT
068700         MOVE "RECORDS NOT RECOUNTED" TO WS-XL-KEY
068800         MOVE WS-SITE-OVERFLOW TO WS-EDIT-COUNT-1
068900         MOVE WS-EDIT-COUNT-1 TO WS-XL-INFO
069000         PERFORM 2900-WRITE-EXCEPTION
069100             THRU 2900-WRITE-EXCEPTION-EXIT
069200     END-IF.
069300     MOVE 0 TO WS-MISMATCH-COUNT.
069400     PERFORM 3200-COMPARE-ONE-SITE
069500         THRU 3200-COMPARE-ONE-SITE-EXIT
069600         VARYING WS-SITE-SCAN FROM 1 BY 1
069700         UNTIL WS-SITE-SCAN > WS-SITE-USED.
069800     IF WS-SITE-USED = 0
069900         MOVE "  NO ACTIVITY TODAY AND NO ONSITECT RECORDS"
070000             TO CONSRPT-LINE
070100         WRITE CONSRPT-LINE
070200     END-IF.
070300     IF WS-MISMATCH-COUNT > 0
070400         PERFORM 3300-CONFIRM-CORRECTION
070500             THRU 3300-CONFIRM-CORRECTION-EXIT
070600     END-IF.
070700 3000-CHECK-ONSITE-COUNTS-EXIT.
070800     EXIT.
070900*
071000 3090-READ-ONSITECT.
071100     READ ONSITECT
071200         AT END
071300             MOVE "Y" TO WS-EOF-SWITCH
071400     END-READ.
071500 3090-READ-ONSITECT-EXIT.
071600     EXIT.
071700*
071800 3100-LOAD-ONE-COUNT.
071900     IF OC-SITE-CODE = SPACES
072000         MOVE "01" TO WS-SITE-WORK
072100     ELSE
072200         MOVE OC-SITE-CODE TO WS-SITE-WORK
072300     END-IF.
072400     PERFORM 2250-FIND-SITE
072500         THRU 2250-FIND-SITE-EXIT.
072600     IF WS-MATCH-FOUND
072700         MOVE OC-DATE TO ST-ONFILE-DATE(ST-IDX)
072800         IF OC-DATE = WS-RUN-DATE
072900             MOVE OC-COUNT TO ST-ONFILE-COUNT(ST-IDX)
073000         ELSE
073100             MOVE 0 TO ST-ONFILE-COUNT(ST-IDX)
073200         END-IF
073300     END-IF.
073400     PERFORM 3090-READ-ONSITECT
073500         THRU 3090-READ-ONSITECT-EXIT.
073600 3100-LOAD-ONE-COUNT-EXIT.
073700     EXIT.
073800*
073900 3200-COMPARE-ONE-SITE.
074000     SET ST-IDX TO WS-SITE-SCAN.
074100     MOVE ST-SITE-CODE(ST-IDX) TO WS-SI-SITE.
074200     MOVE ST-ONFILE-COUNT(ST-IDX) TO WS-SI-ONFILE.
074300     MOVE ST-RECOUNT(ST-IDX) TO WS-SI-RECOUNT.
074400     IF ST-ONFILE-COUNT(ST-IDX) = ST-RECOUNT(ST-IDX)
074500         MOVE "OK" TO WS-SI-NOTE
074600         WRITE CONSRPT-LINE FROM WS-SITE-LINE
074700     ELSE
074800         MOVE "*** MISMATCH" TO WS-SI-NOTE
074900         WRITE CONSRPT-LINE FROM WS-SITE-LINE
075000         MOVE "Y" TO ST-MISMATCH-SWITCH(ST-IDX)
075100         ADD 1 TO WS-MISMATCH-COUNT
075200         ADD 1 TO WS-EXCEPT-COUNT
075300         DISPLAY "SITE " ST-SITE-CODE(ST-IDX)
075400             " ONSITECT " WS-SI-ONFILE
075500             " RECOUNT " WS-SI-RECOUNT
075600     END-IF.
075700 3200-COMPARE-ONE-SITE-EXIT.
075800     EXIT.
075900*
076000*-----------------------------------------------------------*
076100* 3300-CONFIRM-CORRECTION - ONLY THE OPERATOR'S "Y" LETS THE *
076200*                           RECOUNT REPLACE ONSITECT.        *
076300*                           EVERY SITE IS WRITTEN BACK       *
076400*                           DATED TODAY.                     *
076500*-----------------------------------------------------------*
076600 3300-CONFIRM-CORRECTION.
076700     DISPLAY "Set ONSITECT to the VISITLOG recount (Y/N): ".
076800     ACCEPT WS-CONFIRM-REPLY.
076900     IF FUNCTION UPPER-CASE(WS-CONFIRM-REPLY) NOT = "Y"
077000         MOVE "  ONSITECT LEFT AS IT WAS - NOT CONFIRMED"
077100             TO CONSRPT-LINE
077200         WRITE CONSRPT-LINE
077300         GO TO 3300-CONFIRM-CORRECTION-EXIT
077400     END-IF.
077500     OPEN OUTPUT ONSITECT.
077600     PERFORM 3310-WRITE-ONE-COUNT
077700         THRU 3310-WRITE-ONE-COUNT-EXIT
077800         VARYING WS-SITE-SCAN FROM 1 BY 1
077900         UNTIL WS-SITE-SCAN > WS-SITE-USED.
078000     CLOSE ONSITECT.
078100     MOVE "  ONSITECT SET TO THE RECOUNT - CONFIRMED BY OPERATOR"
078200         TO CONSRPT-LINE.
078300     WRITE CONSRPT-LINE.
078400 3300-CONFIRM-CORRECTION-EXIT.
078500     EXIT.
078600*
078700 3310-WRITE-ONE-COUNT.
078800     SET ST-IDX TO WS-SITE-SCAN.
078900     MOVE WS-RUN-DATE TO OC-DATE.
079000     MOVE ST-RECOUNT(ST-IDX) TO OC-COUNT.
079100     MOVE ST-SITE-CODE(ST-IDX) TO OC-SITE-CODE.
079200     MOVE SPACES TO OC-FILLER.
079300     WRITE OCCUPCT-RECORD.
079400     IF ST-MISMATCH(ST-IDX)
079500         ADD 1 TO WS-FIXED-COUNT
079600         MOVE ST-ONFILE-COUNT(ST-IDX) TO WS-EDIT-SITE-COUNT-1
079700         MOVE ST-RECOUNT(ST-IDX) TO WS-EDIT-SITE-COUNT-2
079800         MOVE "ONSITFIX" TO WS-AE-CODE
079900         MOVE SPACES TO WS-AE-DETAIL
080000         STRING "SITE " ST-SITE-CODE(ST-IDX)
080100             " WAS " WS-EDIT-SITE-COUNT-1
080200             " NOW " WS-EDIT-SITE-COUNT-2
080300             DELIMITED BY SIZE INTO WS-AE-DETAIL
080400         PERFORM 6100-WRITE-AUDIT-EVENT
080500             THRU 6100-WRITE-AUDIT-EVENT-EXIT
080600     END-IF.
080700 3310-WRITE-ONE-COUNT-EXIT.
080800     EXIT.
080900*
086400*-----------------------------------------------------------*
086500* 4100-SCAN-TMPBADG - NO BADGE ID ACTIVE TWICE               *
086700*-----------------------------------------------------------*
086800 4100-SCAN-TMPBADG.
086900     MOVE SPACES TO CONSRPT-LINE.
087000     WRITE CONSRPT-LINE.
087100     MOVE "TEMPORARY BADGES (TMPBADG)" TO WS-SL-TITLE.
087200     WRITE CONSRPT-LINE FROM WS-SECTION-LINE.
087300     MOVE 0 TO WS-SECTION-EXCEPTS.
087400     MOVE "00" TO WS-TMPBADG-STATUS.
087500     OPEN INPUT TMPBADG.
087600     IF WS-TMPBADG-NOT-FOUND
087700         GO TO 4100-SCAN-TMPBADG-END
087800     END-IF.
087900     IF WS-TMPBADG-STATUS NOT = "00"
088000         MOVE "N" TO WS-LOCK-CHECK-SWITCH
088100         MOVE "F" TO WS-RUN-STATUS
088200         MOVE "FILESTAT" TO WS-AE-CODE
088300         MOVE SPACES TO WS-AE-DETAIL
088400         STRING "TMPBADG STATUS " WS-TMPBADG-STATUS
088500             DELIMITED BY SIZE INTO WS-AE-DETAIL
088600         PERFORM 6100-WRITE-AUDIT-EVENT
088700             THRU 6100-WRITE-AUDIT-EVENT-EXIT
088800         MOVE "  *** TMPBADG COULD NOT BE READ - NOT CHECKED"
088900             TO CONSRPT-LINE
089000         WRITE CONSRPT-LINE
089100         GO TO 4100-SCAN-TMPBADG-EXIT
089200     END-IF.
089300     MOVE "N" TO WS-EOF-SWITCH.
089400     PERFORM 4190-READ-TMPBADG
089500         THRU 4190-READ-TMPBADG-EXIT.
089600     PERFORM 4110-CHECK-ONE-BADGE
089700         THRU 4110-CHECK-ONE-BADGE-EXIT
089800         UNTIL WS-EOF.
089900     CLOSE TMPBADG.
090000 4100-SCAN-TMPBADG-END.
090100     IF WS-ACTIVE-OVERFLOW > 0
090200         MOVE "OVER 500 ACTIVE BADGES" TO WS-XL-TEXT
090300         MOVE "NOT ALL CHECKED FOR DUPLICATES" TO WS-XL-KEY
090400         MOVE WS-ACTIVE-OVERFLOW TO WS-EDIT-COUNT-1
090500         MOVE WS-EDIT-COUNT-1 TO WS-XL-INFO
090600         PERFORM 2900-WRITE-EXCEPTION
090700             THRU 2900-WRITE-EXCEPTION-EXIT
090800     END-IF.
090900     IF WS-SECTION-EXCEPTS = 0
091000         MOVE "  NO BADGE ID ACTIVE TWICE" TO CONSRPT-LINE
091100         WRITE CONSRPT-LINE
091200     END-IF.
091300 4100-SCAN-TMPBADG-EXIT.
091400     EXIT.
091500*
091600 4110-CHECK-ONE-BADGE.
092000     IF NOT TB-ACTIVE
092100         GO TO 4110-CHECK-ONE-BADGE-END
092200     END-IF.
092300     MOVE "N" TO WS-MATCH-SWITCH.
092400     PERFORM 4120-MATCH-ONE-ACTIVE
092500         THRU 4120-MATCH-ONE-ACTIVE-EXIT
092600         VARYING WS-ACTIVE-SCAN FROM 1 BY 1
092700         UNTIL WS-ACTIVE-SCAN > WS-ACTIVE-USED
092800         OR WS-MATCH-FOUND.
092900     IF WS-MATCH-FOUND
093000         MOVE "BADGE ACTIVE MORE THAN ONCE" TO WS-XL-TEXT
093100         MOVE SPACES TO WS-XL-KEY
093200         STRING TB-BADGE-ID " " TB-NAME
093300             DELIMITED BY SIZE INTO WS-XL-KEY
093400         MOVE SPACES TO WS-XL-INFO
093500         STRING "ISSUED " TB-ISSUE-DATE
093600             DELIMITED BY SIZE INTO WS-XL-INFO
093700         PERFORM 2900-WRITE-EXCEPTION
093800             THRU 2900-WRITE-EXCEPTION-EXIT
093900         GO TO 4110-CHECK-ONE-BADGE-END
094000     END-IF.
094100     IF WS-ACTIVE-USED < 500
094200         ADD 1 TO WS-ACTIVE-USED
094300         SET AB-IDX TO WS-ACTIVE-USED
094400         MOVE TB-BADGE-ID TO AB-BADGE-ID(AB-IDX)
094500         MOVE TB-NAME TO AB-NAME(AB-IDX)
094600     ELSE
094700         ADD 1 TO WS-ACTIVE-OVERFLOW
094800     END-IF.
094900 4110-CHECK-ONE-BADGE-END.
095000     PERFORM 4190-READ-TMPBADG
095100         THRU 4190-READ-TMPBADG-EXIT.
095200 4110-CHECK-ONE-BADGE-EXIT.
095300     EXIT.
095400*
095500 4120-MATCH-ONE-ACTIVE.
095600     SET AB-IDX TO WS-ACTIVE-SCAN.
095700     IF AB-BADGE-ID(AB-IDX) = TB-BADGE-ID
095800         MOVE "Y" TO WS-MATCH-SWITCH
095900     END-IF.
096000 4120-MATCH-ONE-ACTIVE-EXIT.
096100     EXIT.
096200*
096300 4190-READ-TMPBADG.
096400     READ TMPBADG NEXT RECORD
096500         AT END
096600             MOVE "Y" TO WS-EOF-SWITCH
096700     END-READ.
096800 4190-READ-TMPBADG-EXIT.
096900     EXIT.
096950*
097000*-----------------------------------------------------------*
097050* 4300-CHECK-LOCKOUTS - EVERY BADGLOCK ENTRY MUST NAME A     *
097100*                       BADGE ON ACCTRL, WHATEVER ITS STATUS,*
097150*                       OR ON TMPBADG. BADGLOCK IS READ      *
097200*                       THROUGH AND EACH BADGE LOOKED UP BY  *
097250*                       KEY, SO THERE IS NO LIMIT ON THE     *
097300*                       NUMBER OF LOCKOUTS. A BADGE FILE NOT *
097350*                       YET CREATED HOLDS NO BADGES.         *
097400*-----------------------------------------------------------*
097450 4300-CHECK-LOCKOUTS.
097500     MOVE SPACES TO CONSRPT-LINE.
097550     WRITE CONSRPT-LINE.
097600     MOVE "BADGE LOCKOUTS (BADGLOCK AGAINST ACCTRL/TMPBADG)"
097650         TO WS-SL-TITLE.
097700     WRITE CONSRPT-LINE FROM WS-SECTION-LINE.
097750     MOVE 0 TO WS-SECTION-EXCEPTS.
097800     IF NOT WS-LOCK-CHECK-ON
097850         GO TO 4300-NOT-CHECKED
097900     END-IF.
097950     MOVE "00" TO WS-BADGLOCK-STATUS.
098000     OPEN INPUT BADGLOCK.
098050     IF WS-BADGLOCK-NOT-FOUND
098100         GO TO 4300-CHECK-LOCKOUTS-END
098150     END-IF.
098200     IF WS-BADGLOCK-STATUS NOT = "00"
098250         MOVE SPACES TO WS-AE-DETAIL
098300         STRING "BADGLOCK STATUS " WS-BADGLOCK-STATUS
098350             DELIMITED BY SIZE INTO WS-AE-DETAIL
098400         GO TO 4300-FILE-FAILED
098450     END-IF.
098500     MOVE "N" TO WS-ACCTRL-OPEN-SWITCH.
098550     MOVE "00" TO WS-ACCTRL-STATUS.
098600     OPEN INPUT ACCTRL.
098650     IF WS-ACCTRL-STATUS = "00"
098700         MOVE "Y" TO WS-ACCTRL-OPEN-SWITCH
098750     END-IF.
098800     IF WS-ACCTRL-STATUS NOT = "00" AND NOT WS-ACCTRL-NOT-FOUND
098850         CLOSE BADGLOCK
098900         MOVE SPACES TO WS-AE-DETAIL
098950         STRING "ACCTRL STATUS " WS-ACCTRL-STATUS
099000             DELIMITED BY SIZE INTO WS-AE-DETAIL
099050         GO TO 4300-FILE-FAILED
099100     END-IF.
099150     MOVE "N" TO WS-TMPBADG-OPEN-SWITCH.
099200     MOVE "00" TO WS-TMPBADG-STATUS.
099250     OPEN INPUT TMPBADG.
099300     IF WS-TMPBADG-STATUS = "00"
099350         MOVE "Y" TO WS-TMPBADG-OPEN-SWITCH
099400     END-IF.
099450     IF WS-TMPBADG-STATUS NOT = "00" AND NOT WS-TMPBADG-NOT-FOUND
099500         CLOSE BADGLOCK
099550         IF WS-ACCTRL-OPEN
099600             CLOSE ACCTRL
099650         END-IF
099700         MOVE SPACES TO WS-AE-DETAIL
099750         STRING "TMPBADG STATUS " WS-TMPBADG-STATUS
099800             DELIMITED BY SIZE INTO WS-AE-DETAIL
099850         GO TO 4300-FILE-FAILED
099900     END-IF.
099950     MOVE "N" TO WS-EOF-SWITCH.
100000     PERFORM 4390-READ-BADGLOCK
100050         THRU 4390-READ-BADGLOCK-EXIT.
100100     PERFORM 4310-CHECK-ONE-LOCKOUT
100150         THRU 4310-CHECK-ONE-LOCKOUT-EXIT
100200         UNTIL WS-EOF.
100250     CLOSE BADGLOCK.
100300     IF WS-ACCTRL-OPEN
100350         CLOSE ACCTRL
100400     END-IF.
100450     IF WS-TMPBADG-OPEN
100500         CLOSE TMPBADG
100550     END-IF.
100600 4300-CHECK-LOCKOUTS-END.
100650     IF WS-SECTION-EXCEPTS = 0
100700         MOVE "  EVERY LOCKOUT NAMES A KNOWN BADGE"
100750             TO CONSRPT-LINE
100800         WRITE CONSRPT-LINE
100850     END-IF.
100900     GO TO 4300-CHECK-LOCKOUTS-EXIT.
100950 4300-FILE-FAILED.
101000     MOVE "F" TO WS-RUN-STATUS.
101050     MOVE "FILESTAT" TO WS-AE-CODE.
101100     PERFORM 6100-WRITE-AUDIT-EVENT
101150         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
101200 4300-NOT-CHECKED.
101250     MOVE "  *** NOT CHECKED - A BADGE FILE UNREADABLE"
101300         TO CONSRPT-LINE.
101350     WRITE CONSRPT-LINE.
101400 4300-CHECK-LOCKOUTS-EXIT.
101450     EXIT.
101500*
101550 4310-CHECK-ONE-LOCKOUT.
101600     MOVE "N" TO WS-MATCH-SWITCH.
101650     IF WS-ACCTRL-OPEN
101700         MOVE LK-BADGE-ID TO AC-BADGE-ID
101750         READ ACCTRL
101800             INVALID KEY
101850                 CONTINUE
101900             NOT INVALID KEY
101950                 MOVE "Y" TO WS-MATCH-SWITCH
102000         END-READ
102050     END-IF.
102100     IF WS-TMPBADG-OPEN AND NOT WS-MATCH-FOUND
102150         MOVE LK-BADGE-ID TO TB-BADGE-ID
102200         READ TMPBADG
102250             INVALID KEY
102300                 CONTINUE
102350             NOT INVALID KEY
102400                 MOVE "Y" TO WS-MATCH-SWITCH
102450         END-READ
102500     END-IF.
102550     IF NOT WS-MATCH-FOUND
102600         MOVE "LOCKOUT FOR AN UNKNOWN BADGE" TO WS-XL-TEXT
102650         MOVE LK-BADGE-ID TO WS-XL-KEY
102700         MOVE SPACES TO WS-XL-INFO
102750         STRING "STATUS " LK-STATUS
102800             DELIMITED BY SIZE INTO WS-XL-INFO
102850         PERFORM 2900-WRITE-EXCEPTION
102900             THRU 2900-WRITE-EXCEPTION-EXIT
102950     END-IF.
103000     PERFORM 4390-READ-BADGLOCK
103050         THRU 4390-READ-BADGLOCK-EXIT.
103100 4310-CHECK-ONE-LOCKOUT-EXIT.
103150     EXIT.
103200*
103250 4390-READ-BADGLOCK.
103300     READ BADGLOCK
103350         AT END
103400             MOVE "Y" TO WS-EOF-SWITCH
103450     END-READ.
103500 4390-READ-BADGLOCK-EXIT.
103550     EXIT.
108400*
108500*-----------------------------------------------------------*
108600* 5000-CHECK-RUN-CHAIN - TODAY'S LAST BATCHGRT, NIGHTREP     *
108700*                        AND RECONCIL RECORDS MUST BE        *
108800*                        THERE, MUST NOT HAVE FAILED, AND    *
108900*                        MUST AGREE WITH THE LOG AS IT       *
109000*                        STANDS NOW: BATCHGRT CANNOT HAVE    *
109100*                        GREETED MORE THAN TODAY'S GUEST     *
109200*                        SIGN-INS; NIGHTREP'S GREETED        *
109300*                        COUNT IS TODAY'S GUEST SIGN-INS;    *
109400*                        NIGHTREP AND RECONCIL BOTH READ     *
109500*                        THE WHOLE LOG.                      *
109600*-----------------------------------------------------------*
109700 5000-CHECK-RUN-CHAIN.
109800     MOVE SPACES TO CONSRPT-LINE.
109900     WRITE CONSRPT-LINE.
110000     MOVE "RUN-CONTROL CHAIN (RUNCTL AGAINST VISITLOG)"
110100         TO WS-SL-TITLE.
110200     WRITE CONSRPT-LINE FROM WS-SECTION-LINE.
110300     MOVE 0 TO WS-SECTION-EXCEPTS.
110400     MOVE "BATCHGRT" TO CH-PROGRAM(1).
110500     MOVE "NIGHTREP" TO CH-PROGRAM(2).
110600     MOVE "RECONCIL" TO CH-PROGRAM(3).
110700     PERFORM 5010-CLEAR-ONE-LINK
110800         THRU 5010-CLEAR-ONE-LINK-EXIT
110900         VARYING WS-CHAIN-SCAN FROM 1 BY 1
111000         UNTIL WS-CHAIN-SCAN > 3.
111100     MOVE "00" TO WS-RUNCTL-STATUS.
111200     OPEN INPUT RUNCTL.
111300     IF WS-RUNCTL-STATUS = "00"
111400         MOVE "N" TO WS-EOF-SWITCH
111500         PERFORM 5090-READ-RUNCTL
111600             THRU 5090-READ-RUNCTL-EXIT
111700         PERFORM 5100-KEEP-ONE-CONTROL
111800             THRU 5100-KEEP-ONE-CONTROL-EXIT
111900             UNTIL WS-EOF
112000         CLOSE RUNCTL
112100     ELSE
112200         IF NOT WS-RUNCTL-NOT-FOUND
112300             MOVE "F" TO WS-RUN-STATUS
112400             MOVE "FILESTAT" TO WS-AE-CODE
112500             MOVE SPACES TO WS-AE-DETAIL
112600             STRING "RUNCTL STATUS " WS-RUNCTL-STATUS
112700                 DELIMITED BY SIZE INTO WS-AE-DETAIL
112800             PERFORM 6100-WRITE-AUDIT-EVENT
112900                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
113000             MOVE "  *** RUNCTL COULD NOT BE READ - NOT CHECKED"
113100                 TO CONSRPT-LINE
113200             WRITE CONSRPT-LINE
113300             GO TO 5000-CHECK-RUN-CHAIN-EXIT
113400         END-IF
113500     END-IF.
113600     PERFORM 5200-CHECK-ONE-LINK
113700         THRU 5200-CHECK-ONE-LINK-EXIT
113800         VARYING WS-CHAIN-SCAN FROM 1 BY 1
113900         UNTIL WS-CHAIN-SCAN > 3.
114000     IF WS-SECTION-EXCEPTS = 0
114100         MOVE "  CHAIN COMPLETE AND IN STEP WITH VISITLOG"
114200             TO CONSRPT-LINE
114300         WRITE CONSRPT-LINE
114400     END-IF.
114500 5000-CHECK-RUN-CHAIN-EXIT.
114600     EXIT.
114700*
114800 5010-CLEAR-ONE-LINK.
114900     SET CH-IDX TO WS-CHAIN-SCAN.
115000     MOVE "N" TO CH-SEEN-SWITCH(CH-IDX).
115100     MOVE SPACE TO CH-STATUS(CH-IDX).
115200     MOVE 0 TO CH-READ-COUNT(CH-IDX).
115300     MOVE 0 TO CH-WRITTEN-COUNT(CH-IDX).
115400 5010-CLEAR-ONE-LINK-EXIT.
115500     EXIT.
115600*
115700 5090-READ-RUNCTL.
115800     READ RUNCTL
115900         AT END
116000             MOVE "Y" TO WS-EOF-SWITCH
116100     END-READ.
116200 5090-READ-RUNCTL-EXIT.
116300     EXIT.
116400*
116500*-----------------------------------------------------------*
116600* 5100-KEEP-ONE-CONTROL - A LATER RECORD FOR THE SAME        *
116700*                         PROGRAM (A RERUN) REPLACES AN      *
116800*                         EARLIER ONE                        *
116900*-----------------------------------------------------------*
117000 5100-KEEP-ONE-CONTROL.
117100     IF RC-RUN-DATE = WS-RUN-DATE
117200         PERFORM 5110-KEEP-IF-LINK
117300             THRU 5110-KEEP-IF-LINK-EXIT
117400             VARYING WS-CHAIN-SCAN FROM 1 BY 1
117500             UNTIL WS-CHAIN-SCAN > 3
117600     END-IF.
117700     PERFORM 5090-READ-RUNCTL
117800         THRU 5090-READ-RUNCTL-EXIT.
117900 5100-KEEP-ONE-CONTROL-EXIT.
118000     EXIT.
118100*
118200 5110-KEEP-IF-LINK.
118300     SET CH-IDX TO WS-CHAIN-SCAN.
118400     IF CH-PROGRAM(CH-IDX) = RC-PROGRAM
118500         MOVE "Y" TO CH-SEEN-SWITCH(CH-IDX)
118600         MOVE RC-STATUS TO CH-STATUS(CH-IDX)
118700         MOVE RC-READ-COUNT TO CH-READ-COUNT(CH-IDX)
118800         MOVE RC-WRITTEN-COUNT TO CH-WRITTEN-COUNT(CH-IDX)
118900     END-IF.
119000 5110-KEEP-IF-LINK-EXIT.
119100     EXIT.
119200*
119300 5200-CHECK-ONE-LINK.
119400     SET CH-IDX TO WS-CHAIN-SCAN.
119500     MOVE SPACES TO WS-XL-INFO.
119600     IF NOT CH-SEEN(CH-IDX)
119700         MOVE "NO RUN RECORDED TODAY" TO WS-XL-TEXT
119800         MOVE CH-PROGRAM(CH-IDX) TO WS-XL-KEY
119900         PERFORM 2900-WRITE-EXCEPTION
120000             THRU 2900-WRITE-EXCEPTION-EXIT
120100         GO TO 5200-CHECK-ONE-LINK-EXIT
120200     END-IF.
120300     IF CH-FAILED(CH-IDX)
120400         MOVE "LAST RUN TODAY FAILED" TO WS-XL-TEXT
120500         MOVE CH-PROGRAM(CH-IDX) TO WS-XL-KEY
120600         PERFORM 2900-WRITE-EXCEPTION
120700             THRU 2900-WRITE-EXCEPTION-EXIT
120800         GO TO 5200-CHECK-ONE-LINK-EXIT
120900     END-IF.
121000     IF WS-CHAIN-SCAN = 1
121100         IF CH-WRITTEN-COUNT(CH-IDX) > WS-GUEST-COUNT
121200             MOVE "GREETED MORE THAN THE LOG HOLDS"
121300                 TO WS-XL-TEXT
121400             MOVE CH-WRITTEN-COUNT(CH-IDX) TO WS-EDIT-COUNT-1
121500             MOVE WS-GUEST-COUNT TO WS-EDIT-COUNT-2
121600             PERFORM 5300-WRITE-COUNT-EXCEPTION
121700                 THRU 5300-WRITE-COUNT-EXCEPTION-EXIT
121800         END-IF
121900         GO TO 5200-CHECK-ONE-LINK-EXIT
122000     END-IF.
122100     IF WS-CHAIN-SCAN = 2
122200         AND CH-WRITTEN-COUNT(CH-IDX) NOT = WS-GUEST-COUNT
122300         MOVE "GREETED COUNT DIFFERS FROM LOG" TO WS-XL-TEXT
122400         MOVE CH-WRITTEN-COUNT(CH-IDX) TO WS-EDIT-COUNT-1
122500         MOVE WS-GUEST-COUNT TO WS-EDIT-COUNT-2
122600         PERFORM 5300-WRITE-COUNT-EXCEPTION
122700             THRU 5300-WRITE-COUNT-EXCEPTION-EXIT
122800     END-IF.
122900     IF CH-READ-COUNT(CH-IDX) NOT = WS-READ-COUNT
123000         MOVE "VISITLOG CHANGED SINCE IT RAN" TO WS-XL-TEXT
123100         MOVE CH-READ-COUNT(CH-IDX) TO WS-EDIT-COUNT-1
123200         MOVE WS-READ-COUNT TO WS-EDIT-COUNT-2
123300         PERFORM 5300-WRITE-COUNT-EXCEPTION
123400             THRU 5300-WRITE-COUNT-EXCEPTION-EXIT
123500     END-IF.
123600 5200-CHECK-ONE-LINK-EXIT.
123700     EXIT.
123800*
123900 5300-WRITE-COUNT-EXCEPTION.
124000     MOVE SPACES TO WS-XL-KEY.
124100     STRING CH-PROGRAM(CH-IDX) " " WS-EDIT-COUNT-1
124200         " LOG " WS-EDIT-COUNT-2
124300         DELIMITED BY SIZE INTO WS-XL-KEY.
124400     MOVE SPACES TO WS-XL-INFO.
124500     PERFORM 2900-WRITE-EXCEPTION
124600         THRU 2900-WRITE-EXCEPTION-EXIT.
124700 5300-WRITE-COUNT-EXCEPTION-EXIT.
124800     EXIT.
124900*
125000*-----------------------------------------------------------*
125100* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
125200*-----------------------------------------------------------*
125300 6000-OPEN-AUDITLOG.
125400     OPEN EXTEND AUDITLOG.
125500     IF WS-AUDITLOG-NOT-FOUND
125600         OPEN OUTPUT AUDITLOG
125700         CLOSE AUDITLOG
125800         OPEN EXTEND AUDITLOG
125900     END-IF.
126000 6000-OPEN-AUDITLOG-EXIT.
126100     EXIT.
126200*
126300*-----------------------------------------------------------*
126400* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
126500*-----------------------------------------------------------*
126600 6100-WRITE-AUDIT-EVENT.
126700     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
126800     MOVE WS-AUDIT-DATE TO AU-DATE.
126900     MOVE WS-AUDIT-TIME TO AU-TIME.
127000     MOVE "CONSCHK " TO AU-PROGRAM.
127100     MOVE WS-AE-CODE TO AU-EVENT-CODE.
127200     MOVE WS-AE-DETAIL TO AU-DETAIL.
127300     WRITE AUDITLOG-RECORD.
127400 6100-WRITE-AUDIT-EVENT-EXIT.
127500     EXIT.
127600*
127700*-----------------------------------------------------------*
127800* 7000-WRITE-RUN-CONTROL - APPEND OUR RUNCTL RECORD: LOG     *
127900*                          RECORDS READ, SITES CORRECTED,    *
128000*                          EXCEPTIONS FOUND                  *
128100*-----------------------------------------------------------*
128200 7000-WRITE-RUN-CONTROL.
128300     OPEN EXTEND RUNCTL.
128400     IF WS-RUNCTL-NOT-FOUND
128500         OPEN OUTPUT RUNCTL
128600         CLOSE RUNCTL
128700         OPEN EXTEND RUNCTL
128800     END-IF.
128900     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
129000     MOVE "CONSCHK " TO RC-PROGRAM.
129100     MOVE WS-AUDIT-DATE TO RC-RUN-DATE.
129200     MOVE WS-AUDIT-TIME TO RC-RUN-TIME.
129300     MOVE WS-READ-COUNT TO RC-READ-COUNT.
129400     MOVE WS-FIXED-COUNT TO RC-WRITTEN-COUNT.
129500     MOVE WS-EXCEPT-COUNT TO RC-REJECT-COUNT.
129600     MOVE WS-RUN-STATUS TO RC-STATUS.
129700     MOVE SPACES TO RC-FILLER.
129800     WRITE RUNCTL-RECORD.
129900     CLOSE RUNCTL.
130000 7000-WRITE-RUN-CONTROL-EXIT.
130100     EXIT.
130200*
130300*-----------------------------------------------------------*
130400* 8000-PRINT-SUMMARY - COUNTS AND THE VERDICT                *
130500*-----------------------------------------------------------*
130600 8000-PRINT-SUMMARY.
130700     MOVE ALL "-" TO CONSRPT-LINE.
130800     WRITE CONSRPT-LINE.
130900     MOVE "VISITLOG RECORDS READ:" TO WS-CL-LABEL.
131000     MOVE WS-READ-COUNT TO WS-CL-COUNT.
131100     WRITE CONSRPT-LINE FROM WS-COUNT-LINE.
131200     MOVE "RECORDS DATED TODAY:" TO WS-CL-LABEL.
131300     MOVE WS-TODAY-COUNT TO WS-CL-COUNT.
131400     WRITE CONSRPT-LINE FROM WS-COUNT-LINE.
131500     MOVE "GUEST SIGN-INS TODAY:" TO WS-CL-LABEL.
131600     MOVE WS-GUEST-COUNT TO WS-CL-COUNT.
131700     WRITE CONSRPT-LINE FROM WS-COUNT-LINE.
131800     MOVE "EXCEPTIONS:" TO WS-CL-LABEL.
131900     MOVE WS-EXCEPT-COUNT TO WS-CL-COUNT.
132000     WRITE CONSRPT-LINE FROM WS-COUNT-LINE.
132100     MOVE "ONSITECT SITES CORRECTED:" TO WS-CL-LABEL.
132200     MOVE WS-FIXED-COUNT TO WS-CL-COUNT.
132300     WRITE CONSRPT-LINE FROM WS-COUNT-LINE.
132400     IF WS-RUN-FAILED
132500         MOVE "*** CHECK INCOMPLETE - A FILE COULD NOT BE READ"
132600             TO CONSRPT-LINE
132700     ELSE
132800         IF WS-RUN-WARNING
132900             MOVE "*** EXCEPTIONS FOUND - RESOLVE BEFORE ARCPURGE"
133000                 TO CONSRPT-LINE
133100         ELSE
133200             MOVE "FILES CONSISTENT" TO CONSRPT-LINE
133300         END-IF
133400     END-IF.
133500     WRITE CONSRPT-LINE.
133600 8000-PRINT-SUMMARY-EXIT.
133700     EXIT.
133800*
133900*-----------------------------------------------------------*
134000* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
134100*-----------------------------------------------------------*
134200 9000-TERMINATE.
134300     MOVE "RUNEND  " TO WS-AE-CODE.
134400     MOVE WS-EXCEPT-COUNT TO WS-AE-COUNT-1.
134500     MOVE WS-FIXED-COUNT TO WS-AE-COUNT-2.
134600     MOVE SPACES TO WS-AE-DETAIL.
134700     STRING "EXCEPT=" WS-AE-COUNT-1 " FIXED=" WS-AE-COUNT-2
134800         DELIMITED BY SIZE INTO WS-AE-DETAIL.
134900     PERFORM 6100-WRITE-AUDIT-EVENT
135000         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
135100     CLOSE CONSRPT.
135200     CLOSE AUDITLOG.
135300 9000-TERMINATE-EXIT.
135400     EXIT.
