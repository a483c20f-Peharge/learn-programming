001370*                 CONTRACTOR ("C"/"T") TRANSACTIONS TOO AND  *
001380*                 COUNT CONTRACTORS STILL ON SITE - THEY     *
001390*                 WERE INVISIBLE IN AN EVACUATION BEFORE.    *
001391* 2026-10-15 RH   ADD THE MUSTER MODE: ON A DRILL OR         *
001392*                 INCIDENT THE ON-SITE LIST IS ALSO TAKEN AS *
001393*                 THE ROLL-CALL SNAPSHOT (MUSTER.CPY) THAT   *
001394*                 MARSHALS WORK THROUGH IN MUSTMNT, THE MARK *
001395*                 FILE IS EMPTIED AND A MUSTSTRT EVENT GOES  *
001396*                 TO AUDITLOG. PLAIN LIST RUNS ARE           *
001397*                 UNCHANGED.                                 *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
002100* EVACRPT - NAME, DEPARTMENT AND TIME IN - ONE SECTION PER   *
002110* BUILDING WITH ITS OWN TOTAL, THEN THE COMBINED TOTAL, AS   *
002120* THE OFFICIAL EVACUATION LIST.                              *
002130* IN MUSTER MODE (D=DRILL, I=INCIDENT AT THE PROMPT) THE     *
002131* SAME PEOPLE ARE ALSO WRITTEN TO THE MUSTER FILE UNDER ONE  *
002132* HEADER RECORD AND MUSTMARK IS EMPTIED FOR THE MARSHALS. A  *
002133* MUSTER STILL OPEN FROM BEFORE IS ONLY REPLACED ON          *
002134* CONFIRMATION, WITH A MUSTEND EVENT SAYING IT WAS NEVER     *
002135* CLOSED OUT.                                                *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400
003000     SELECT EVACRPT ASSIGN TO "EVACRPT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-EVACRPT-STATUS.
003210     SELECT MUSTER ASSIGN TO "MUSTER"
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS WS-MUSTER-STATUS.
003240     SELECT MUSTMARK ASSIGN TO "MUSTMARK"
003250         ORGANIZATION IS SEQUENTIAL
003260         FILE STATUS IS WS-MUSTMARK-STATUS.
003270     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
003280         ORGANIZATION IS SEQUENTIAL
003290         FILE STATUS IS WS-AUDITLOG-STATUS.
003300
003400 DATA DIVISION.
003500
004100 FD  EVACRPT
004200     RECORD CONTAINS 80 CHARACTERS.
004300 01  EVACRPT-LINE            PIC X(80).
004310
004320 FD  MUSTER
004330     RECORD CONTAINS 90 CHARACTERS.
004340     COPY "MUSTER.CPY".
004350
004360 FD  MUSTMARK
004370     RECORD CONTAINS 90 CHARACTERS.
004380     COPY "MUSTMARK.CPY".
004390
004392 FD  AUDITLOG
004394     RECORD CONTAINS 80 CHARACTERS.
004396     COPY "AUDITLOG.CPY".
004400
004500 WORKING-STORAGE SECTION.
004600*
005500     88  WS-EOF                          VALUE "Y".
005600 77  WS-MATCH-SWITCH         PIC X(01)   VALUE "N".
005700     88  WS-MATCH-FOUND                  VALUE "Y".
005710 77  WS-MUSTER-STATUS        PIC X(02)   VALUE "00".
005720     88  WS-MUSTER-NOT-FOUND             VALUE "35".
005730 77  WS-MUSTMARK-STATUS      PIC X(02)   VALUE "00".
005740     88  WS-MUSTMARK-NOT-FOUND           VALUE "35".
005750 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
005760     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
005770 77  WS-MUSTER-MODE          PIC X(01)   VALUE SPACE.
005780     88  WS-MUSTER-DRILL                 VALUE "D".
005790     88  WS-MUSTER-INCIDENT              VALUE "I".
005792     88  WS-MUSTER-START                 VALUES "D", "I".
005794 77  WS-MARK-EOF-SWITCH      PIC X(01)   VALUE "N".
005796     88  WS-MARK-EOF                     VALUE "Y".
005797 77  WS-OPEN-MUSTER-SWITCH   PIC X(01)   VALUE "N".
005798     88  WS-OPEN-MUSTER                  VALUE "Y".
005799 77  WS-CONFIRM-REPLY        PIC X(01).
005800*
005900*-----------------------------------------------------------*
006000* RUN DATE AND COUNTERS                                      *
006100*-----------------------------------------------------------*
006200 01  WS-CURRENT-DATE-TIME.
006300     05  WS-REPORT-DATE      PIC 9(08).
006350     05  WS-REPORT-TIME      PIC 9(06).
006400     05  FILLER              PIC X(07).
006500 77  WS-ONSITE-COUNT         PIC 9(03) COMP VALUE 0.
006600 77  WS-ENTRY-COUNT          PIC 9(03) COMP VALUE 0.
006700 77  WS-TABLE-INDEX          PIC 9(03) COMP.
007400 01  ONSITE-TABLE.
007500     05  ONSITE-ENTRY OCCURS 500 TIMES INDEXED BY OT-IDX.
007600         10  OT-NAME             PIC X(30).
007650         10  OT-ID               PIC X(10).
007700         10  OT-DEPARTMENT       PIC X(20).
007800         10  OT-TIME-IN          PIC 9(06).
007850         10  OT-SITE             PIC X(02).
008150 77  WS-REC-SITE             PIC X(02).
008160 77  WS-SITE-ONSITE-COUNT    PIC 9(03) COMP VALUE 0.
008170 77  WS-CONTR-ONSITE-COUNT   PIC 9(03) COMP VALUE 0.
008172*
008174*-----------------------------------------------------------*
008176* MUSTER SNAPSHOT FIELDS AND AUDIT EVENT BUILD AREA          *
008178*-----------------------------------------------------------*
008180 77  WS-MUSTER-POP-COUNT     PIC 9(03) COMP VALUE 0.
008182 77  WS-MUSTER-POP-DISPLAY   PIC 9(03).
008184 01  WS-OPEN-START.
008186     05  WS-OPEN-START-DATE  PIC 9(08).
008188     05  WS-OPEN-START-TIME  PIC 9(06).
008190 01  WS-AUDIT-EVENT.
008192     05  WS-AE-CODE          PIC X(08).
008194     05  WS-AE-DETAIL        PIC X(50).
008196 01  WS-AUDIT-DATE-TIME.
008197     05  WS-AUDIT-DATE       PIC 9(08).
008198     05  WS-AUDIT-TIME       PIC 9(06).
008199     05  FILLER              PIC X(07).
008100*
008200*-----------------------------------------------------------*
008300* REPORT LINE LAYOUTS                                        *
011200         THRU 4000-PRINT-ON-SITE-EXIT.
011300     PERFORM 8000-PRINT-SUMMARY
011400         THRU 8000-PRINT-SUMMARY-EXIT.
011410     IF WS-MUSTER-START
011420         PERFORM 5000-TAKE-MUSTER-SNAPSHOT
011430             THRU 5000-TAKE-MUSTER-SNAPSHOT-EXIT
011440     END-IF.
011500     PERFORM 9000-TERMINATE
011600         THRU 9000-TERMINATE-EXIT.
011700     STOP RUN.
012100*-----------------------------------------------------------*
012200 1000-INITIALIZE.
012300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012310     PERFORM 1100-ASK-MUSTER-MODE
012320         THRU 1100-ASK-MUSTER-MODE-EXIT.
012400     OPEN INPUT VISITLOG.
012500     OPEN OUTPUT EVACRPT.
012600     MOVE SPACES TO EVACRPT-LINE.
013200     WRITE EVACRPT-LINE.
013300     MOVE ALL "-" TO EVACRPT-LINE.
013400     WRITE EVACRPT-LINE.
013404     IF WS-MUSTER-START
013408         MOVE SPACES TO EVACRPT-LINE
013412         IF WS-MUSTER-DRILL
013416             STRING "MUSTER ROLL-CALL - DRILL STARTED "
013420                 DELIMITED BY SIZE
013424                 WS-REPORT-TIME
013428                 DELIMITED BY SIZE
013432                 INTO EVACRPT-LINE
013436         ELSE
013440             STRING "MUSTER ROLL-CALL - INCIDENT STARTED "
013444                 DELIMITED BY SIZE
013448                 WS-REPORT-TIME
013452                 DELIMITED BY SIZE
013456                 INTO EVACRPT-LINE
013460         END-IF
013464         WRITE EVACRPT-LINE
013468     END-IF.
013500     IF WS-VISITLOG-NOT-FOUND
013600         MOVE "Y" TO WS-EOF-SWITCH
013700     ELSE
014000     END-IF.
014100 1000-INITIALIZE-EXIT.
014200     EXIT.
014201*
014202*-----------------------------------------------------------*
014203* 1100-ASK-MUSTER-MODE - A PLAIN LIST, OR THE START OF A     *
014204*                        DRILL OR INCIDENT MUSTER. A MUSTER  *
014205*                        STILL OPEN IS ONLY REPLACED ON      *
014206*                        CONFIRMATION.                       *
014207*-----------------------------------------------------------*
014208 1100-ASK-MUSTER-MODE.
014209     DISPLAY "Muster - D=Start drill I=Start incident,"
014210         " Enter=list only: ".
014211     ACCEPT WS-MUSTER-MODE.
014212     MOVE FUNCTION UPPER-CASE(WS-MUSTER-MODE) TO WS-MUSTER-MODE.
014213     IF NOT WS-MUSTER-START
014214         MOVE SPACE TO WS-MUSTER-MODE
014215         GO TO 1100-ASK-MUSTER-MODE-EXIT
014216     END-IF.
014217     PERFORM 6000-OPEN-AUDITLOG
014218         THRU 6000-OPEN-AUDITLOG-EXIT.
014219     PERFORM 1200-CHECK-OPEN-MUSTER
014220         THRU 1200-CHECK-OPEN-MUSTER-EXIT.
014221     IF WS-OPEN-MUSTER
014222         DISPLAY "Muster started " WS-OPEN-START-DATE " "
014223             WS-OPEN-START-TIME " is still open."
014224         DISPLAY "Replace it without a close-out (Y/N): "
014225         ACCEPT WS-CONFIRM-REPLY
014226         IF FUNCTION UPPER-CASE(WS-CONFIRM-REPLY) NOT = "Y"
014227             DISPLAY "No muster started - close the open one"
014228                 " out in MUSTMNT first."
014229             CLOSE AUDITLOG
014230             MOVE SPACE TO WS-MUSTER-MODE
014231             GO TO 1100-ASK-MUSTER-MODE-EXIT
014232         END-IF
014233         MOVE "MUSTEND " TO WS-AE-CODE
014234         MOVE SPACES TO WS-AE-DETAIL
014235         STRING "STARTED " WS-OPEN-START-DATE " "
014236             WS-OPEN-START-TIME " REPLACED - NOT CLOSED OUT"
014237             DELIMITED BY SIZE INTO WS-AE-DETAIL
014238         PERFORM 6100-WRITE-AUDIT-EVENT
014239             THRU 6100-WRITE-AUDIT-EVENT-EXIT
014240     END-IF.
014241*    THE MUSTER STARTS NOW, NOT WHEN THE PROMPT WENT UP
014242     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
014243 1100-ASK-MUSTER-MODE-EXIT.
014244     EXIT.
014300*
014301*-----------------------------------------------------------*
014302* 1200-CHECK-OPEN-MUSTER - THE LAST MUSTER IS OPEN WHEN ITS  *
014303*                          HEADER IS ON FILE BUT MUSTMARK    *
014304*                          HOLDS NO CLOSE-OUT FOR IT         *
014305*-----------------------------------------------------------*
014306 1200-CHECK-OPEN-MUSTER.
014307     MOVE "N" TO WS-OPEN-MUSTER-SWITCH.
014308     MOVE "00" TO WS-MUSTER-STATUS.
014309     OPEN INPUT MUSTER.
014310     IF WS-MUSTER-NOT-FOUND
014311         GO TO 1200-CHECK-OPEN-MUSTER-EXIT
014312     END-IF.
014313     READ MUSTER
014314         AT END
014315             MOVE SPACES TO MUSTER-RECORD
014316     END-READ.
014317     CLOSE MUSTER.
014318     IF NOT MU-HEADER
014319         GO TO 1200-CHECK-OPEN-MUSTER-EXIT
014320     END-IF.
014321     MOVE "Y" TO WS-OPEN-MUSTER-SWITCH.
014322     MOVE MU-START-DATE TO WS-OPEN-START-DATE.
014323     MOVE MU-START-TIME TO WS-OPEN-START-TIME.
014324     MOVE "N" TO WS-MARK-EOF-SWITCH.
014325     MOVE "00" TO WS-MUSTMARK-STATUS.
014326     OPEN INPUT MUSTMARK.
014327     IF WS-MUSTMARK-NOT-FOUND
014328         GO TO 1200-CHECK-OPEN-MUSTER-EXIT
014329     END-IF.
014330     PERFORM 1290-READ-MUSTMARK
014331         THRU 1290-READ-MUSTMARK-EXIT.
014332     PERFORM 1210-CHECK-ONE-MARK
014333         THRU 1210-CHECK-ONE-MARK-EXIT
014334         UNTIL WS-MARK-EOF
014335         OR NOT WS-OPEN-MUSTER.
014336     CLOSE MUSTMARK.
014337 1200-CHECK-OPEN-MUSTER-EXIT.
014338     EXIT.
014339*
014340 1210-CHECK-ONE-MARK.
014341     IF MK-CLOSE
014342         AND MK-START-DATE = WS-OPEN-START-DATE
014343         AND MK-START-TIME = WS-OPEN-START-TIME
014344         MOVE "N" TO WS-OPEN-MUSTER-SWITCH
014345     END-IF.
014346     PERFORM 1290-READ-MUSTMARK
014347         THRU 1290-READ-MUSTMARK-EXIT.
014348 1210-CHECK-ONE-MARK-EXIT.
014349     EXIT.
014350*
014351 1290-READ-MUSTMARK.
014352     READ MUSTMARK
014353         AT END
014354             MOVE "Y" TO WS-MARK-EOF-SWITCH
014355     END-READ.
014356 1290-READ-MUSTMARK-EXIT.
014357     EXIT.
014358*
014400*-----------------------------------------------------------*
014500* 2000-PROCESS-VISITLOG - APPLY ONE OF TODAY'S TRANSACTIONS  *
014600*-----------------------------------------------------------*
019400         ADD 1 TO WS-ENTRY-COUNT
019500         SET OT-IDX TO WS-ENTRY-COUNT
019600         MOVE VL-NAME TO OT-NAME(OT-IDX)
019650         MOVE VL-ID TO OT-ID(OT-IDX)
019700         MOVE VL-DEPARTMENT TO OT-DEPARTMENT(OT-IDX)
019800         MOVE VL-SIGN-TIME TO OT-TIME-IN(OT-IDX)
019850         MOVE WS-REC-SITE TO OT-SITE(OT-IDX)
024000     END-IF.
024100 4100-PRINT-ONE-ON-SITE-EXIT.
024200     EXIT.
024201*
024202*-----------------------------------------------------------*
024203* 5000-TAKE-MUSTER-SNAPSHOT - WRITE THE HEADER AND EVERYONE  *
024204*                             STILL ON SITE, BUILDING BY     *
024205*                             BUILDING, TO THE MUSTER FILE;  *
024206*                             EMPTY MUSTMARK FOR THE         *
024207*                             MARSHALS                       *
024208*-----------------------------------------------------------*
024209 5000-TAKE-MUSTER-SNAPSHOT.
024210     OPEN OUTPUT MUSTER.
024211     MOVE SPACES TO MUSTER-RECORD.
024212     MOVE "H" TO MU-REC-TYPE.
024213     MOVE WS-REPORT-DATE TO MU-START-DATE.
024214     MOVE WS-REPORT-TIME TO MU-START-TIME.
024215     MOVE WS-MUSTER-MODE TO MU-KIND.
024216     MOVE 0 TO MU-TIME-IN.
024217     WRITE MUSTER-RECORD.
024218     MOVE 0 TO WS-MUSTER-POP-COUNT.
024219     PERFORM 5050-SNAPSHOT-ONE-SITE
024220         THRU 5050-SNAPSHOT-ONE-SITE-EXIT
024221         VARYING WS-SITE-SCAN FROM 1 BY 1
024222         UNTIL WS-SITE-SCAN > WS-SITE-USED.
024223     CLOSE MUSTER.
024224     OPEN OUTPUT MUSTMARK.
024225     CLOSE MUSTMARK.
024226     MOVE WS-MUSTER-POP-COUNT TO WS-MUSTER-POP-DISPLAY.
024227     MOVE "MUSTSTRT" TO WS-AE-CODE.
024228     MOVE SPACES TO WS-AE-DETAIL.
024229     IF WS-MUSTER-DRILL
024230         STRING "DRILL STARTED " WS-REPORT-TIME
024231             " ON SITE " WS-MUSTER-POP-DISPLAY
024232             DELIMITED BY SIZE INTO WS-AE-DETAIL
024233     ELSE
024234         STRING "INCIDENT STARTED " WS-REPORT-TIME
024235             " ON SITE " WS-MUSTER-POP-DISPLAY
024236             DELIMITED BY SIZE INTO WS-AE-DETAIL
024237     END-IF.
024238     PERFORM 6100-WRITE-AUDIT-EVENT
024239         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
024240     DISPLAY "Muster started - " WS-MUSTER-POP-DISPLAY
024241         " on the roll-call. Marshals record in MUSTMNT.".
024242 5000-TAKE-MUSTER-SNAPSHOT-EXIT.
024243     EXIT.
024244*
024245 5050-SNAPSHOT-ONE-SITE.
024246     SET SL-IDX TO WS-SITE-SCAN.
024247     MOVE SL-CODE(SL-IDX) TO WS-CUR-SITE.
024248     PERFORM 5100-SNAPSHOT-ONE-PERSON
024249         THRU 5100-SNAPSHOT-ONE-PERSON-EXIT
024250         VARYING WS-TABLE-INDEX FROM 1 BY 1
024251         UNTIL WS-TABLE-INDEX > WS-ENTRY-COUNT.
024252 5050-SNAPSHOT-ONE-SITE-EXIT.
024253     EXIT.
024254*
024255 5100-SNAPSHOT-ONE-PERSON.
024256     SET OT-IDX TO WS-TABLE-INDEX.
024257     IF OT-ONSITE(OT-IDX)
024258         AND OT-SITE(OT-IDX) = WS-CUR-SITE
024259         MOVE SPACES TO MUSTER-RECORD
024260         MOVE "P" TO MU-REC-TYPE
024261         MOVE WS-REPORT-DATE TO MU-START-DATE
024262         MOVE WS-REPORT-TIME TO MU-START-TIME
024263         MOVE WS-MUSTER-MODE TO MU-KIND
024264         MOVE WS-CUR-SITE TO MU-SITE-CODE
024265         MOVE OT-NAME(OT-IDX) TO MU-NAME
024266         MOVE OT-ID(OT-IDX) TO MU-ID
024267         MOVE OT-DEPARTMENT(OT-IDX) TO MU-DEPARTMENT
024268         MOVE OT-TYPE(OT-IDX) TO MU-TYPE
024269         MOVE OT-TIME-IN(OT-IDX) TO MU-TIME-IN
024270         WRITE MUSTER-RECORD
024271         ADD 1 TO WS-MUSTER-POP-COUNT
024272     END-IF.
024273 5100-SNAPSHOT-ONE-PERSON-EXIT.
024274     EXIT.
024300*
024301*-----------------------------------------------------------*
024302* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
024303*-----------------------------------------------------------*
024304 6000-OPEN-AUDITLOG.
024305     OPEN EXTEND AUDITLOG.
024306     IF WS-AUDITLOG-NOT-FOUND
024307         OPEN OUTPUT AUDITLOG
024308         CLOSE AUDITLOG
024309         OPEN EXTEND AUDITLOG
024310     END-IF.
024311 6000-OPEN-AUDITLOG-EXIT.
024312     EXIT.
024313*
024314*-----------------------------------------------------------*
024315* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
024316*-----------------------------------------------------------*
024317 6100-WRITE-AUDIT-EVENT.
024318     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
024319     MOVE WS-AUDIT-DATE TO AU-DATE.
024320     MOVE WS-AUDIT-TIME TO AU-TIME.
024321     MOVE "EVACLIST" TO AU-PROGRAM.
024322     MOVE WS-AE-CODE TO AU-EVENT-CODE.
024323     MOVE WS-AE-DETAIL TO AU-DETAIL.
024324     WRITE AUDITLOG-RECORD.
024325 6100-WRITE-AUDIT-EVENT-EXIT.
024326     EXIT.
024327*
024400*-----------------------------------------------------------*
024500* 8000-PRINT-SUMMARY - TOTAL STILL ON SITE                   *
024600*-----------------------------------------------------------*
025800 9000-TERMINATE.
025900     CLOSE VISITLOG.
026000     CLOSE EVACRPT.
026050     IF WS-MUSTER-START
026060         CLOSE AUDITLOG
026070     END-IF.
026100 9000-TERMINATE-EXIT.
026200     EXIT.
