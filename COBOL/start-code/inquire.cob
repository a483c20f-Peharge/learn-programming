001430*                 SIGN-IN LINE SO RECEPTION SEES AT A GLANCE *
001440*                 WHICH ARRIVALS ARE STILL UNACKNOWLEDGED.   *
001450* 2026-09-02 RH   ANSWER ONLY FOR THE SITE THIS DESK SERVES  *
001453*                 (SITECFG.CPY, NO FILE = MAIN BUILDING      *
001456*                 "01") - SIGN-INS AND ROSTER ROWS FOR THE   *
001459*                 OTHER BUILDING BELONG TO THE OTHER DESK.   *
001462*                 ROSTER RECORD LAYOUT MOVED TO ROSTER.CPY.  *
001465* 2026-10-15 RH   ROSTER IS NOW 46 BYTES - IT CARRIES THE    *
001468*                 PRE-REGISTRATION REFERENCE CODE.           *
001471* 2026-10-15 RH   TODAY'S SIGN-INS ARE HELD BETWEEN QUERIES  *
001474*                 INSTEAD OF VISITLOG BEING REREAD FOR EVERY *
001477*                 QUESTION - THE LOG IS REREAD WHEN THE HELD *
001480*                 LIST IS A MINUTE OLD OR A QUERY FINDS NO   *
001483*                 SIGN-IN. THE LIST NOW HOLDS 1000 SIGN-INS. *
001486* 2026-10-15 RH   ANSWER "IS THERE A PARCEL FOR ME?" - AFTER *
001489*                 THE SIGN-INS, LIST EVERY PARCEL STILL HELD *
001492*                 AT THE DESK (PARCEL.CPY) FOR A RECIPIENT   *
001495*                 NAME STARTING WITH THE TERM. PARCEL NOTICES*
001498*                 ON HOSTMSG ARE NOT MISTAKEN FOR A GUEST'S. *
001500*-----------------------------------------------------------*
001600*
001700*-----------------------------------------------------------*
001800* READ-ONLY REPEAT-PROMPT LOOP. THE OPERATOR TYPES A FULL   *
001875* OR PARTIAL NAME OR A DEPARTMENT; THE PROGRAM LISTS EACH   *
001950* MATCHING SIGN-IN (NAME, TIME, ID, DEPARTMENT, ON-ROSTER   *
002025* OR WALK-IN), AND THEN LISTS ANY MATCHING ROSTER ENTRY     *
002100* WITH NO SIGN-IN AS NOT ARRIVED YET. TODAY'S SIGN-INS ARE  *
002175* HELD BETWEEN QUERIES AND VISITLOG IS ONLY REREAD WHEN THE *
002250* HELD LIST IS A MINUTE OLD, OR WHEN A QUERY FINDS NO       *
002325* SIGN-IN AT ALL (THE VISITOR MAY HAVE JUST ARRIVED). A     *
002400* BLANK ENTRY ENDS THE PROGRAM.                             *
002425* PARCELS STILL HELD AT THE DESK FOR A RECIPIENT NAME       *
002450* STARTING WITH THE TERM ARE LISTED LAST.                   *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700
003540     SELECT SITECFG ASSIGN TO "SITECFG"
003550         ORGANIZATION IS SEQUENTIAL
003560         FILE STATUS IS WS-SITECFG-STATUS.
003561     SELECT PARCEL ASSIGN TO "PARCEL"
003562         ORGANIZATION IS INDEXED
003563         ACCESS MODE IS DYNAMIC
003564         RECORD KEY IS PC-TRACKING-NO
003565         ALTERNATE RECORD KEY IS PC-RECIPIENT
003566             WITH DUPLICATES
003567         ALTERNATE RECORD KEY IS PC-DEPARTMENT
003568             WITH DUPLICATES
003569         FILE STATUS IS WS-PARCEL-STATUS.
003600
003700 DATA DIVISION.
003800
004200     COPY "VISITLOG.CPY".
004300
004400 FD  ROSTER
004500     RECORD CONTAINS 46 CHARACTERS.
004600     COPY "ROSTER.CPY".
004810
004820 FD  HOSTMSG
004860 FD  SITECFG
004870     RECORD CONTAINS 30 CHARACTERS.
004880     COPY "SITECFG.CPY".
004881
004882 FD  PARCEL
004883     RECORD CONTAINS 200 CHARACTERS.
004884     COPY "PARCEL.CPY".
004900
005000 WORKING-STORAGE SECTION.
005100*
007084     88  WS-SITECFG-NOT-FOUND            VALUE "35".
007086 77  WS-SITE-CODE            PIC X(02)   VALUE "01".
007088 77  WS-REC-SITE             PIC X(02).
007089 77  WS-PARCEL-STATUS        PIC X(02)   VALUE "00".
007090     88  WS-PARCEL-NOT-FOUND             VALUE "35".
007091 77  WS-PCL-EOF-SWITCH       PIC X(01)   VALUE "N".
007092     88  WS-PCL-DONE                     VALUE "Y".
007093 77  WS-PCL-COUNT            PIC 9(03) COMP VALUE 0.
007100*
007200*-----------------------------------------------------------*
007300* SEARCH TERM AND SCAN WORK FIELDS                           *
007900 77  WS-HIT-COUNT            PIC 9(02) COMP VALUE 0.
008000 77  WS-MATCH-COUNT          PIC 9(03) COMP VALUE 0.
008100 77  WS-TABLE-INDEX          PIC 9(03) COMP.
008150 77  WS-SCAN-INDEX           PIC 9(04) COMP.
008200*
008300*-----------------------------------------------------------*
008400* RUN DATE, AND THE CLOCK THE HELD SIGN-IN LIST IS AGED BY   *
008500*-----------------------------------------------------------*
008600 01  WS-CURRENT-DATE-TIME.
008700     05  WS-REPORT-DATE      PIC 9(08).
008800     05  FILLER              PIC X(13).
008810 01  WS-CLOCK.
008820     05  WS-CLOCK-DATE       PIC 9(08).
008830     05  WS-CLOCK-HH         PIC 9(02).
008840     05  WS-CLOCK-MM         PIC 9(02).
008850     05  WS-CLOCK-SS         PIC 9(02).
008860     05  FILLER              PIC X(07).
008900*
009000*-----------------------------------------------------------*
009100* TODAY'S ROSTER, LOADED ONCE AT START (SAME 200-ROW LIMIT  *
009700 77  WS-ROSTER-COUNT         PIC 9(03) COMP VALUE 0.
009800*
009900*-----------------------------------------------------------*
009910* TODAY'S SIGN-INS AT THIS SITE, HELD BETWEEN QUERIES AND    *
009920* RELOADED FROM VISITLOG WHEN STALE (SEE 3000)               *
009930*-----------------------------------------------------------*
009940 01  ARRIVED-TABLE.
009950     05  ARRIVED-ENTRY OCCURS 1000 TIMES INDEXED BY AT-IDX.
009960         10  AT-NAME             PIC X(30).
009970         10  AT-SIGN-TIME        PIC 9(06).
009980         10  AT-ID               PIC X(10).
009990         10  AT-DEPARTMENT       PIC X(20).
010000 77  WS-ARRIVED-COUNT        PIC 9(04) COMP VALUE 0.
010010 77  WS-LOG-LOADED-SWITCH    PIC X(01)   VALUE "N".
010020     88  WS-LOG-LOADED                   VALUE "Y".
010030 77  WS-FRESH-LOAD-SWITCH    PIC X(01)   VALUE "N".
010040     88  WS-FRESH-LOAD                   VALUE "Y".
010050 77  WS-TABLE-FULL-SWITCH    PIC X(01)   VALUE "N".
010060     88  WS-TABLE-FULL                   VALUE "Y".
010070 77  WS-REFRESH-SECS         PIC 9(05) COMP VALUE 60.
010080 77  WS-LOADED-SECS          PIC 9(05) COMP VALUE 0.
010090 77  WS-NOW-SECS             PIC 9(05) COMP VALUE 0.
010600
010700 PROCEDURE DIVISION.
010800
017300     PERFORM 2100-FIND-TERM-LENGTH
017400         THRU 2100-FIND-TERM-LENGTH-EXIT.
017500     MOVE 0 TO WS-MATCH-COUNT.
017600     MOVE "N" TO WS-FRESH-LOAD-SWITCH.
017605     PERFORM 3000-REFRESH-ARRIVALS
017610         THRU 3000-REFRESH-ARRIVALS-EXIT.
017615     PERFORM 3050-SCAN-ARRIVALS
017620         THRU 3050-SCAN-ARRIVALS-EXIT.
017625*    NOTHING IN THE HELD LIST - THE VISITOR MAY HAVE SIGNED IN
017630*    SINCE IT WAS LOADED, SO READ THE LOG AFRESH BEFORE SAYING
017635*    NO (OR "NOT ARRIVED YET").
017640     IF WS-MATCH-COUNT = 0 AND NOT WS-FRESH-LOAD
017645         PERFORM 3010-LOAD-TODAYS-LOG
017650             THRU 3010-LOAD-TODAYS-LOG-EXIT
017655         PERFORM 3050-SCAN-ARRIVALS
017660             THRU 3050-SCAN-ARRIVALS-EXIT
017665     END-IF.
017900     PERFORM 4000-CHECK-ROSTER-ARRIVALS
018000         THRU 4000-CHECK-ROSTER-ARRIVALS-EXIT.
018100     IF WS-MATCH-COUNT = 0
018200         DISPLAY "No sign-in today matches that."
018300     END-IF.
018310     PERFORM 6000-CHECK-PARCELS
018320         THRU 6000-CHECK-PARCELS-EXIT.
018400 2000-PROCESS-ONE-INQUIRY-EXIT.
018500     EXIT.
018600*
020400     EXIT.
020500*
020600*-----------------------------------------------------------*
020645* 3000-REFRESH-ARRIVALS - TODAY'S SIGN-INS ARE HELD IN       *
020690*                         ARRIVED-TABLE BETWEEN QUERIES. THE *
020735*                         LOG IS ONLY REREAD WHEN NOTHING IS *
020780*                         LOADED YET OR THE TABLE IS OLDER   *
020825*                         THAN WS-REFRESH-SECS.              *
020870*-----------------------------------------------------------*
020915 3000-REFRESH-ARRIVALS.
020960     MOVE FUNCTION CURRENT-DATE TO WS-CLOCK.
021005     COMPUTE WS-NOW-SECS = WS-CLOCK-HH * 3600
021050         + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
021095     IF WS-LOG-LOADED
021140         AND WS-NOW-SECS NOT < WS-LOADED-SECS
021185         AND WS-NOW-SECS - WS-LOADED-SECS < WS-REFRESH-SECS
021230         GO TO 3000-REFRESH-ARRIVALS-EXIT
021275     END-IF.
021320     PERFORM 3010-LOAD-TODAYS-LOG
021365         THRU 3010-LOAD-TODAYS-LOG-EXIT.
021410 3000-REFRESH-ARRIVALS-EXIT.
021455     EXIT.
021500*
021545*-----------------------------------------------------------*
021590* 3010-LOAD-TODAYS-LOG - READ VISITLOG ONCE AND KEEP EVERY   *
021635*                        ONE OF TODAY'S SIGN-INS AT THIS     *
021680*                        SITE                                *
021725*-----------------------------------------------------------*
021770 3010-LOAD-TODAYS-LOG.
021815     MOVE FUNCTION CURRENT-DATE TO WS-CLOCK.
021860     COMPUTE WS-LOADED-SECS = WS-CLOCK-HH * 3600
021905         + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
021950     MOVE "Y" TO WS-LOG-LOADED-SWITCH.
021995     MOVE "Y" TO WS-FRESH-LOAD-SWITCH.
022040     MOVE "N" TO WS-TABLE-FULL-SWITCH.
022085     MOVE 0 TO WS-ARRIVED-COUNT.
022130     MOVE "N" TO WS-LOG-EOF-SWITCH.
022175     MOVE "00" TO WS-VISITLOG-STATUS.
022220     OPEN INPUT VISITLOG.
022265     IF WS-VISITLOG-NOT-FOUND
022310         GO TO 3010-LOAD-TODAYS-LOG-EXIT
022355     END-IF.
022400     PERFORM 3900-READ-VISITLOG
022445         THRU 3900-READ-VISITLOG-EXIT.
022490     PERFORM 3100-LOAD-ONE-LOG-RECORD
022535         THRU 3100-LOAD-ONE-LOG-RECORD-EXIT
022580         UNTIL WS-LOG-EOF.
022625     CLOSE VISITLOG.
022670     IF WS-TABLE-FULL
022715         DISPLAY "*** More sign-ins today than the inquiry"
022760             " holds - the latest are not shown."
022805     END-IF.
022850 3010-LOAD-TODAYS-LOG-EXIT.
022895     EXIT.
022940*
022985*-----------------------------------------------------------*
023030* 3050-SCAN-ARRIVALS - SHOW EVERY HELD SIGN-IN WHOSE NAME OR *
023075*                      DEPARTMENT MATCHES THE TERM           *
023120*-----------------------------------------------------------*
023165 3050-SCAN-ARRIVALS.
023210     PERFORM 3060-CHECK-ONE-ARRIVAL
023255         THRU 3060-CHECK-ONE-ARRIVAL-EXIT
023300         VARYING WS-SCAN-INDEX FROM 1 BY 1
023345         UNTIL WS-SCAN-INDEX > WS-ARRIVED-COUNT.
023390 3050-SCAN-ARRIVALS-EXIT.
023435     EXIT.
023480*
023525 3060-CHECK-ONE-ARRIVAL.
023570     SET AT-IDX TO WS-SCAN-INDEX.
023615     MOVE AT-NAME(AT-IDX) TO WS-SCAN-AREA.
023660     PERFORM 5000-MATCH-SCAN-AREA
023705         THRU 5000-MATCH-SCAN-AREA-EXIT.
023750     IF NOT WS-TERM-MATCHES
023795         MOVE AT-DEPARTMENT(AT-IDX) TO WS-SCAN-AREA
023840         PERFORM 5000-MATCH-SCAN-AREA
023885             THRU 5000-MATCH-SCAN-AREA-EXIT
023930     END-IF.
023975     IF WS-TERM-MATCHES
024020         ADD 1 TO WS-MATCH-COUNT
024065         PERFORM 3200-SHOW-ONE-SIGN-IN
024110             THRU 3200-SHOW-ONE-SIGN-IN-EXIT
024155     END-IF.
024200 3060-CHECK-ONE-ARRIVAL-EXIT.
024245     EXIT.
024290*
024335*-----------------------------------------------------------*
024380* 3100-LOAD-ONE-LOG-RECORD - HOLD ONE OF TODAY'S SIGN-INS    *
024425*-----------------------------------------------------------*
024470 3100-LOAD-ONE-LOG-RECORD.
024515     MOVE VL-SITE-CODE TO WS-REC-SITE.
024560     IF WS-REC-SITE = SPACES
024605         MOVE "01" TO WS-REC-SITE
024650     END-IF.
024695     IF VL-SIGN-DATE NOT = WS-REPORT-DATE
024740         OR NOT VL-SIGN-IN
024785         OR WS-REC-SITE NOT = WS-SITE-CODE
024830         GO TO 3100-NEXT-RECORD
024875     END-IF.
024920     IF WS-ARRIVED-COUNT < 1000
024965         ADD 1 TO WS-ARRIVED-COUNT
025010         SET AT-IDX TO WS-ARRIVED-COUNT
025055         MOVE VL-NAME TO AT-NAME(AT-IDX)
025100         MOVE VL-SIGN-TIME TO AT-SIGN-TIME(AT-IDX)
025145         MOVE VL-ID TO AT-ID(AT-IDX)
025190         MOVE VL-DEPARTMENT TO AT-DEPARTMENT(AT-IDX)
025235     ELSE
025280         MOVE "Y" TO WS-TABLE-FULL-SWITCH
025325     END-IF.
025370 3100-NEXT-RECORD.
025415     PERFORM 3900-READ-VISITLOG
025460         THRU 3900-READ-VISITLOG-EXIT.
025505 3100-LOAD-ONE-LOG-RECORD-EXIT.
025550     EXIT.
025900*
026000*-----------------------------------------------------------*
026100* 3200-SHOW-ONE-SIGN-IN - ONE ANSWER LINE, FLAGGED ON        *
027010     PERFORM 3400-GET-ACK-STATUS
027020         THRU 3400-GET-ACK-STATUS-EXIT.
027100     IF WS-HAS-ARRIVED
027110         DISPLAY AT-NAME(AT-IDX) " " AT-SIGN-TIME(AT-IDX) " "
027120             AT-ID(AT-IDX) " " AT-DEPARTMENT(AT-IDX)
027130             " (ON ROSTER) " WS-ACK-TEXT
027140     ELSE
027150         DISPLAY AT-NAME(AT-IDX) " " AT-SIGN-TIME(AT-IDX) " "
027160             AT-ID(AT-IDX) " " AT-DEPARTMENT(AT-IDX)
027170             " (WALK-IN) " WS-ACK-TEXT
027180     END-IF.
027800 3200-SHOW-ONE-SIGN-IN-EXIT.
027900     EXIT.
027910*
028180* 3410-SCAN-ONE-HOSTMSG - COMPARE ONE NOTIFICATION           *
028190*-----------------------------------------------------------*
028210 3410-SCAN-ONE-HOSTMSG.
028220     IF HM-NAME = AT-NAME(AT-IDX)
028230         AND HM-SIGN-DATE = WS-REPORT-DATE
028240         AND HM-SIGN-TIME = AT-SIGN-TIME(AT-IDX)
028245         AND NOT HM-PARCEL-NOTICE
028250         MOVE "Y" TO WS-ACK-FOUND-SWITCH
028260         IF HM-ACKED
028270             IF HM-REPLY-ON-MY-WAY
028630     EXIT.
028000*
028100*-----------------------------------------------------------*
028150* 4110-CHECK-ONE-ROSTER-NAME - IS THIS ARRIVAL THIS ROSTER   *
028200*                              ROW?                          *
028250*-----------------------------------------------------------*
028300 4110-CHECK-ONE-ROSTER-NAME.
028350     SET RT-IDX TO WS-TABLE-INDEX.
028400     IF RT-NAME(RT-IDX) = AT-NAME(AT-IDX)
028700         MOVE "Y" TO WS-ARRIVED-SWITCH
028800     END-IF.
028900 4110-CHECK-ONE-ROSTER-NAME-EXIT.
036100     END-IF.
036200 5000-MATCH-SCAN-AREA-EXIT.
036300     EXIT.
036302*
036303*-----------------------------------------------------------*
036304* 6000-CHECK-PARCELS - "IS THERE A PARCEL FOR ME?" - READ    *
036305*                      PARCEL BY RECIPIENT FROM THE TERM AND *
036306*                      SHOW EVERY PARCEL STILL HELD FOR A    *
036307*                      NAME STARTING WITH IT, AT EITHER SITE *
036308*-----------------------------------------------------------*
036309 6000-CHECK-PARCELS.
036310     MOVE 0 TO WS-PCL-COUNT.
036311     MOVE "N" TO WS-PCL-EOF-SWITCH.
036312     MOVE "00" TO WS-PARCEL-STATUS.
036313     OPEN INPUT PARCEL.
036314     IF WS-PARCEL-NOT-FOUND
036315         DISPLAY "No parcel is waiting for that name."
036316         GO TO 6000-CHECK-PARCELS-EXIT
036317     END-IF.
036318     IF WS-PARCEL-STATUS NOT = "00"
036319         DISPLAY "Parcel file could not be read - status "
036320             WS-PARCEL-STATUS
036321         GO TO 6000-CHECK-PARCELS-EXIT
036322     END-IF.
036323     MOVE WS-SEARCH-TERM TO PC-RECIPIENT.
036324     START PARCEL KEY IS NOT LESS THAN PC-RECIPIENT
036325         INVALID KEY
036326             MOVE "Y" TO WS-PCL-EOF-SWITCH
036327     END-START.
036328     IF NOT WS-PCL-DONE
036329         PERFORM 6900-READ-PARCEL
036330             THRU 6900-READ-PARCEL-EXIT
036331     END-IF.
036332     PERFORM 6100-CHECK-ONE-PARCEL
036333         THRU 6100-CHECK-ONE-PARCEL-EXIT
036334         UNTIL WS-PCL-DONE.
036335     CLOSE PARCEL.
036336     IF WS-PCL-COUNT = 0
036337         DISPLAY "No parcel is waiting for that name."
036338     END-IF.
036339 6000-CHECK-PARCELS-EXIT.
036340     EXIT.
036341*
036342 6100-CHECK-ONE-PARCEL.
036343     IF PC-RECIPIENT(1:WS-TERM-LEN)
036344         NOT = WS-SEARCH-TERM(1:WS-TERM-LEN)
036345         MOVE "Y" TO WS-PCL-EOF-SWITCH
036346         GO TO 6100-CHECK-ONE-PARCEL-EXIT
036347     END-IF.
036348     IF PC-HELD
036349         ADD 1 TO WS-PCL-COUNT
036350         DISPLAY "Parcel for " FUNCTION TRIM(PC-RECIPIENT) ": "
036351             PC-TRACKING-NO
036352         DISPLAY "    from " PC-COURIER " received "
036353             PC-RECEIVED-DATE " " PC-RECEIVED-TIME
036354         DISPLAY "    shelf " PC-SHELF " at site " PC-SITE-CODE
036355     END-IF.
036356     PERFORM 6900-READ-PARCEL
036357         THRU 6900-READ-PARCEL-EXIT.
036358 6100-CHECK-ONE-PARCEL-EXIT.
036359     EXIT.
036360*
036361 6900-READ-PARCEL.
036362     READ PARCEL NEXT RECORD
036363         AT END
036364             MOVE "Y" TO WS-PCL-EOF-SWITCH
036365     END-READ.
036366 6900-READ-PARCEL-EXIT.
036367     EXIT.
036400*
036500*-----------------------------------------------------------*
036600* 9000-TERMINATE - NOTHING TO CLOSE, THE LOG AND ROSTER ARE  *
