000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUSTMNT.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - MARSHALS' ROLL-CALL     *
001200*                 AGAINST THE MUSTER SNAPSHOT EVACLIST TAKES *
001300*                 AT THE START OF A DRILL OR INCIDENT, THE   *
001400*                 UNACCOUNTED-PERSONS REPORT AND THE DATED   *
001500*                 CLOSE-OUT RECORD FOR THE FIRE INSPECTOR.   *
001510* 2026-10-15 RH   A BADGE ID ENTERED AT THE ASSEMBLY POINT   *
001520*                 IS NOW ONE KEYED READ OF TMPBADG, THEN     *
001530*                 ACCTRL, INSTEAD OF A PASS THROUGH EACH     *
001540*                 FILE.                                      *
001600*-----------------------------------------------------------*
001700*
001800*-----------------------------------------------------------*
001900* INTERACTIVE TOOL FOR THE MARSHAL AT EACH ASSEMBLY POINT.   *
002000* FUNCTIONS: M=MARK A PERSON ACCOUNTED FOR, BY NAME OR BY    *
002100* BADGE ID (A TEMPORARY BADGE ON TMPBADG OR A PERMANENT ONE  *
002200* ON ACCTRL GIVES THE NAME), U=REFRESH THE UNACCOUNTED-      *
002300* PERSONS REPORT (MUSTRPT) BY BUILDING WITH EACH PERSON'S    *
002400* HOST DEPARTMENT, C=CLOSE OUT THE MUSTER, H=LIST THE DRILL  *
002500* RECORD (MUSTHIST), Q=QUIT.                                 *
002600* THE SNAPSHOT (MUSTER) IS NEVER CHANGED HERE. EVERY MARK    *
002700* IS APPENDED TO MUSTMARK, SO MARSHALS AT SEVERAL ASSEMBLY   *
002800* POINTS CAN RECORD AT ONCE; EACH FUNCTION RELOADS THE       *
002900* SNAPSHOT AND ALL MARKS SO FAR BEFORE IT RUNS. THE CLOSE-   *
003000* OUT APPENDS ONE MUSTHIST RECORD PER BUILDING PLUS ONE FOR  *
003100* THE WHOLE MUSTER (POPULATION, MUSTERED, TIME TO THE LAST   *
003200* PERSON ACCOUNTED FOR), MARKS THE MUSTER CLOSED ON          *
003300* MUSTMARK AND WRITES MUSTEND TO THE SHARED AUDITLOG. A      *
003400* CLOSE-OUT WITH ANYONE STILL UNACCOUNTED FOR NEEDS A        *
003500* CONFIRMATION.                                              *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MUSTER ASSIGN TO "MUSTER"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-MUSTER-STATUS.
004400     SELECT MUSTMARK ASSIGN TO "MUSTMARK"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-MUSTMARK-STATUS.
004700     SELECT MUSTHIST ASSIGN TO "MUSTHIST"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-MUSTHIST-STATUS.
005000     SELECT MUSTRPT ASSIGN TO "MUSTRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-MUSTRPT-STATUS.
005300     SELECT TMPBADG ASSIGN TO "TMPBADG"
005305         ORGANIZATION IS INDEXED
005310         ACCESS MODE IS RANDOM
005315         RECORD KEY IS TB-BADGE-ID
005320         FILE STATUS IS WS-TMPBADG-STATUS.
005325     SELECT ACCTRL ASSIGN TO "ACCTRL"
005330         ORGANIZATION IS INDEXED
005335         ACCESS MODE IS RANDOM
005340         RECORD KEY IS AC-BADGE-ID
005345         FILE STATUS IS WS-ACCTRL-STATUS.
005900     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-AUDITLOG-STATUS.
006200
006300 DATA DIVISION.
006400
006500 FILE SECTION.
006600 FD  MUSTER
006700     RECORD CONTAINS 90 CHARACTERS.
006800     COPY "MUSTER.CPY".
006900
007000 FD  MUSTMARK
007100     RECORD CONTAINS 90 CHARACTERS.
007200     COPY "MUSTMARK.CPY".
007300
007400 FD  MUSTHIST
007500     RECORD CONTAINS 80 CHARACTERS.
007600     COPY "MUSTHIST.CPY".
007700
007800 FD  MUSTRPT
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  MUSTRPT-LINE            PIC X(80).
008100
008200 FD  TMPBADG
008300     RECORD CONTAINS 100 CHARACTERS.
008400     COPY "TMPBADGE.CPY".
008500
008600 FD  ACCTRL
008700     RECORD CONTAINS 100 CHARACTERS.
008800     COPY "ACCTRL.CPY".
008900
009000 FD  AUDITLOG
009100     RECORD CONTAINS 80 CHARACTERS.
009200     COPY "AUDITLOG.CPY".
009300
009400 WORKING-STORAGE SECTION.
009500*
009600*-----------------------------------------------------------*
009700* SWITCHES AND FILE STATUS FIELDS                            *
009800*-----------------------------------------------------------*
009900 77  WS-MUSTER-STATUS        PIC X(02)   VALUE "00".
010000     88  WS-MUSTER-NOT-FOUND             VALUE "35".
010100 77  WS-MUSTMARK-STATUS      PIC X(02)   VALUE "00".
010200     88  WS-MUSTMARK-NOT-FOUND           VALUE "35".
010300 77  WS-MUSTHIST-STATUS      PIC X(02)   VALUE "00".
010400     88  WS-MUSTHIST-NOT-FOUND           VALUE "35".
010500 77  WS-MUSTRPT-STATUS       PIC X(02)   VALUE "00".
010600 77  WS-TMPBADG-STATUS       PIC X(02)   VALUE "00".
010700     88  WS-TMPBADG-NOT-FOUND            VALUE "35".
010800 77  WS-ACCTRL-STATUS        PIC X(02)   VALUE "00".
010900     88  WS-ACCTRL-NOT-FOUND             VALUE "35".
011000 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
011100     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
011200 77  WS-QUIT-SWITCH          PIC X(01)   VALUE "N".
011300     88  WS-QUIT                         VALUE "Y".
011400 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
011500     88  WS-EOF                          VALUE "Y".
011600 77  WS-MUSTER-FOUND-SWITCH  PIC X(01)   VALUE "N".
011700     88  WS-MUSTER-FOUND                 VALUE "Y".
011800 77  WS-CLOSED-SWITCH        PIC X(01)   VALUE "N".
011900     88  WS-MUSTER-CLOSED                VALUE "Y".
012000 77  WS-PERSON-FOUND-SWITCH  PIC X(01)   VALUE "N".
012100     88  WS-PERSON-FOUND                 VALUE "Y".
012200 77  WS-ALREADY-SWITCH       PIC X(01)   VALUE "N".
012300     88  WS-ALREADY-MUSTERED             VALUE "Y".
012400 77  WS-BADGE-FOUND-SWITCH   PIC X(01)   VALUE "N".
012500     88  WS-BADGE-FOUND                  VALUE "Y".
012600 77  WS-SITE-FOUND-SWITCH    PIC X(01)   VALUE "N".
012700     88  WS-SITE-KNOWN                   VALUE "Y".
012800*
012900*-----------------------------------------------------------*
013000* OPERATOR ENTRY FIELDS                                      *
013100*-----------------------------------------------------------*
013200 77  WS-FUNCTION-CODE        PIC X(01).
013300 77  WS-CONFIRM-REPLY        PIC X(01).
013400 77  WS-POINT                PIC X(10)   VALUE SPACES.
013500 77  WS-CLOSED-BY            PIC X(10).
013600 77  WS-ENTRY                PIC X(30).
013700 77  WS-ENTRY-UPPER          PIC X(30).
013800*
013900*-----------------------------------------------------------*
014000* THE MUSTER BEING WORKED - HEADER, SEARCH KEYS FOR A MARK   *
014100*-----------------------------------------------------------*
014200 01  WS-MUSTER-HEADER.
014300     05  WS-MH-START-DATE    PIC 9(08)   VALUE 0.
014400     05  WS-MH-START-TIME    PIC 9(06)   VALUE 0.
014500     05  WS-MH-KIND          PIC X(01)   VALUE SPACE.
014600         88  WS-MH-DRILL                 VALUE "D".
014700 77  WS-FIND-NAME            PIC X(30).
014800 77  WS-FIND-ID              PIC X(10).
014900 77  WS-FIND-SITE            PIC X(02).
015000 77  WS-MARK-BADGE-ID        PIC X(10).
015100 77  WS-TABLE-NAME-UPPER     PIC X(30).
015200*
015300*-----------------------------------------------------------*
015400* COUNTERS AND SUBSCRIPTS                                    *
015500*-----------------------------------------------------------*
015600 77  WS-ENTRY-COUNT          PIC 9(03) COMP VALUE 0.
015700 77  WS-TABLE-INDEX          PIC 9(03) COMP.
015800 77  WS-MATCH-INDEX          PIC 9(03) COMP.
015900 77  WS-SITE-USED            PIC 9(01) COMP VALUE 0.
016000 77  WS-SITE-SCAN            PIC 9(01) COMP.
016100 77  WS-MUSTERED-COUNT       PIC 9(03) COMP VALUE 0.
016200 77  WS-OPEN-COUNT           PIC 9(03) COMP VALUE 0.
016300 77  WS-SITE-OPEN-COUNT      PIC 9(03) COMP VALUE 0.
016400 77  WS-LIST-COUNT           PIC 9(03) COMP VALUE 0.
016500 77  WS-COUNT-DISPLAY        PIC 9(03).
016600 77  WS-TOTAL-DISPLAY        PIC 9(03).
016700*
016800*-----------------------------------------------------------*
016900* ELAPSED-TIME WORK FIELDS - SECONDS FROM THE START OF THE   *
017000* MUSTER TO A MARK, BACK TO HHMMSS FOR THE DRILL RECORD      *
017100*-----------------------------------------------------------*
017200 77  WS-START-SECONDS        PIC 9(11) COMP.
017300 77  WS-MARK-SECONDS         PIC 9(11) COMP.
017400 77  WS-ELAPSED-SECONDS      PIC 9(09) COMP.
017500 77  WS-ELAPSED-WORK         PIC 9(09) COMP.
017600 01  WS-TIME-WORK            PIC 9(06).
017700 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
017800     05  WS-TP-HH            PIC 9(02).
017900     05  WS-TP-MM            PIC 9(02).
018000     05  WS-TP-SS            PIC 9(02).
018100 01  WS-ELAPSED-HHMMSS.
018200     05  WS-EL-HH            PIC 9(02).
018300     05  WS-EL-MM            PIC 9(02).
018400     05  WS-EL-SS            PIC 9(02).
018500 01  WS-ELAPSED-NUMERIC REDEFINES WS-ELAPSED-HHMMSS
018600                             PIC 9(06).
018700 01  WS-LAST-STAMP.
018800     05  WS-LAST-DATE        PIC 9(08).
018900     05  WS-LAST-TIME        PIC 9(06).
019000*
019100*-----------------------------------------------------------*
019200* THE ROLL-CALL - EVERYONE ON THE SNAPSHOT, WITH THE MARK    *
019300* (IF ANY) FROM MUSTMARK                                     *
019400*-----------------------------------------------------------*
019500 01  MUSTER-TABLE.
019600     05  MUSTER-ENTRY OCCURS 500 TIMES INDEXED BY MT-IDX.
019700         10  MT-NAME             PIC X(30).
019800         10  MT-ID               PIC X(10).
019900         10  MT-DEPARTMENT       PIC X(20).
020000         10  MT-SITE             PIC X(02).
020100         10  MT-TYPE             PIC X(01).
020200         10  MT-TIME-IN          PIC 9(06).
020300         10  MT-MUSTERED-SWITCH  PIC X(01).
020400             88  MT-MUSTERED             VALUE "Y".
020500         10  MT-MARK-DATE        PIC 9(08).
020600         10  MT-MARK-TIME        PIC 9(06).
020700         10  MT-POINT            PIC X(10).
020800*
020900*-----------------------------------------------------------*
021000* THE BUILDINGS ON THE SNAPSHOT, IN SNAPSHOT ORDER, WITH     *
021100* THEIR CLOSE-OUT FIGURES                                    *
021200*-----------------------------------------------------------*
021300 01  SITE-TOTALS.
021400     05  SITE-TOTAL OCCURS 5 TIMES INDEXED BY ST-IDX.
021500         10  ST-CODE             PIC X(02).
021600         10  ST-POPULATION       PIC 9(05) COMP.
021700         10  ST-MUSTERED         PIC 9(05) COMP.
021800         10  ST-LAST-DATE        PIC 9(08).
021900         10  ST-LAST-TIME        PIC 9(06).
022000*
022100*-----------------------------------------------------------*
022200* AUDIT EVENT BUILD AREA AND CURRENT DATE/TIME               *
022300*-----------------------------------------------------------*
022400 01  WS-AUDIT-EVENT.
022500     05  WS-AE-CODE          PIC X(08).
022600     05  WS-AE-DETAIL        PIC X(50).
022700 01  WS-CURRENT-DATE-TIME.
022800     05  WS-CURRENT-DATE     PIC 9(08).
022900     05  WS-CURRENT-TIME     PIC 9(06).
023000     05  FILLER              PIC X(07).
023100*
023200*-----------------------------------------------------------*
023300* REPORT LINE LAYOUTS                                        *
023400*-----------------------------------------------------------*
023500 01  WS-SITE-HEAD-LINE.
023600     05  FILLER              PIC X(13)
023700         VALUE "*** BUILDING ".
023800     05  WS-SH-SITE          PIC X(02).
023900     05  FILLER              PIC X(04)   VALUE " ***".
024000     05  FILLER              PIC X(61)   VALUE SPACES.
024100 01  WS-DETAIL-LINE.
024200     05  WS-D-NAME           PIC X(30).
024300     05  FILLER              PIC X(02)   VALUE SPACES.
024400     05  WS-D-DEPARTMENT     PIC X(20).
024500     05  FILLER              PIC X(02)   VALUE SPACES.
024600     05  WS-D-TYPE           PIC X(01).
024700     05  FILLER              PIC X(02)   VALUE SPACES.
024800     05  WS-D-TIME           PIC 9(06).
024900     05  FILLER              PIC X(17)   VALUE SPACES.
025000 01  WS-SITE-TOTAL-LINE.
025100     05  FILLER              PIC X(20)
025200         VALUE "UNACCOUNTED FOR:    ".
025300     05  WS-ST-OPEN          PIC ZZ9.
025400     05  FILLER              PIC X(04)   VALUE " OF ".
025500     05  WS-ST-POP           PIC ZZ9.
025600     05  FILLER              PIC X(50)   VALUE SPACES.
025700 01  WS-HIST-LINE.
025800     05  WS-HL-START-DATE    PIC 9(08).
025900     05  FILLER              PIC X(01)   VALUE SPACE.
026000     05  WS-HL-START-TIME    PIC 9(06).
026100     05  FILLER              PIC X(01)   VALUE SPACE.
026200     05  WS-HL-KIND          PIC X(08).
026300     05  WS-HL-SITE          PIC X(03).
026400     05  WS-HL-MUSTERED      PIC ZZZZ9.
026500     05  FILLER              PIC X(01)   VALUE "/".
026600     05  WS-HL-POPULATION    PIC ZZZZ9.
026700     05  FILLER              PIC X(01)   VALUE SPACE.
026800     05  WS-HL-FULL          PIC X(07).
026900     05  WS-HL-ELAPSED       PIC 99B99B99.
027000     05  FILLER              PIC X(01)   VALUE SPACE.
027100     05  WS-HL-CLOSE-DATE    PIC 9(08).
027200     05  FILLER              PIC X(01)   VALUE SPACE.
027300     05  WS-HL-CLOSED-BY     PIC X(10).
027400     05  FILLER              PIC X(06)   VALUE SPACES.
027500
027600 PROCEDURE DIVISION.
027700
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE
028000         THRU 1000-INITIALIZE-EXIT.
028100     PERFORM 2000-PROCESS-ONE-FUNCTION
028200         THRU 2000-PROCESS-ONE-FUNCTION-EXIT
028300         UNTIL WS-QUIT.
028400     PERFORM 9000-TERMINATE
028500         THRU 9000-TERMINATE-EXIT.
028600     STOP RUN.
028700
028800*-----------------------------------------------------------*
028900* 1000-INITIALIZE - OPEN THE AUDIT LOG, NOTE THE RUN, SHOW   *
029000*                   THE MUSTER ON FILE AND TAKE THE          *
029100*                   ASSEMBLY POINT                           *
029200*-----------------------------------------------------------*
029300 1000-INITIALIZE.
029400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
029500     PERFORM 6000-OPEN-AUDITLOG
029600         THRU 6000-OPEN-AUDITLOG-EXIT.
029700     MOVE "RUNSTART" TO WS-AE-CODE.
029800     MOVE SPACES TO WS-AE-DETAIL.
029900     PERFORM 6100-WRITE-AUDIT-EVENT
030000         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
030100     PERFORM 1100-LOAD-MUSTER
030200         THRU 1100-LOAD-MUSTER-EXIT.
030300     IF NOT WS-MUSTER-FOUND
030400         DISPLAY "No muster on file - start one from EVACLIST."
030500         MOVE "Y" TO WS-QUIT-SWITCH
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF.
030800     MOVE WS-ENTRY-COUNT TO WS-TOTAL-DISPLAY.
030900     MOVE WS-MUSTERED-COUNT TO WS-COUNT-DISPLAY.
031000     DISPLAY "Muster started " WS-MH-START-DATE " "
031100         WS-MH-START-TIME " - " WS-COUNT-DISPLAY " of "
031200         WS-TOTAL-DISPLAY " accounted for.".
031300     IF WS-MUSTER-CLOSED
031400         DISPLAY "This muster is closed out - U and H only."
031500     END-IF.
031600     DISPLAY "Assembly point: ".
031700     ACCEPT WS-POINT.
031800     MOVE FUNCTION UPPER-CASE(WS-POINT) TO WS-POINT.
031900 1000-INITIALIZE-EXIT.
032000     EXIT.
032100*
032200*-----------------------------------------------------------*
032300* 1100-LOAD-MUSTER - READ THE SNAPSHOT INTO THE ROLL-CALL    *
032400*                    TABLE, THEN APPLY EVERY MARK ON         *
032500*                    MUSTMARK FOR THIS MUSTER. RUN AFRESH    *
032600*                    BEFORE EVERY FUNCTION SO OTHER          *
032700*                    MARSHALS' MARKS COUNT.                  *
032800*-----------------------------------------------------------*
032900 1100-LOAD-MUSTER.
033000     MOVE "N" TO WS-MUSTER-FOUND-SWITCH.
033100     MOVE "N" TO WS-CLOSED-SWITCH.
033200     MOVE 0 TO WS-ENTRY-COUNT.
033300     MOVE 0 TO WS-SITE-USED.
033400     MOVE 0 TO WS-MUSTERED-COUNT.
033500     MOVE "N" TO WS-EOF-SWITCH.
033600     MOVE "00" TO WS-MUSTER-STATUS.
033700     OPEN INPUT MUSTER.
033800     IF WS-MUSTER-NOT-FOUND
033900         GO TO 1100-LOAD-MUSTER-EXIT
034000     END-IF.
034100     PERFORM 1190-READ-MUSTER
034200         THRU 1190-READ-MUSTER-EXIT.
034300     IF WS-EOF OR NOT MU-HEADER
034400         CLOSE MUSTER
034500         GO TO 1100-LOAD-MUSTER-EXIT
034600     END-IF.
034700     MOVE "Y" TO WS-MUSTER-FOUND-SWITCH.
034800     MOVE MU-START-DATE TO WS-MH-START-DATE.
034900     MOVE MU-START-TIME TO WS-MH-START-TIME.
035000     MOVE MU-KIND TO WS-MH-KIND.
035100     PERFORM 1190-READ-MUSTER
035200         THRU 1190-READ-MUSTER-EXIT.
035300     PERFORM 1110-LOAD-ONE-PERSON
035400         THRU 1110-LOAD-ONE-PERSON-EXIT
035500         UNTIL WS-EOF.
035600     CLOSE MUSTER.
035700     MOVE "N" TO WS-EOF-SWITCH.
035800     MOVE "00" TO WS-MUSTMARK-STATUS.
035900     OPEN INPUT MUSTMARK.
036000     IF WS-MUSTMARK-NOT-FOUND
036100         GO TO 1100-LOAD-MUSTER-EXIT
036200     END-IF.
036300     PERFORM 1195-READ-MUSTMARK
036400         THRU 1195-READ-MUSTMARK-EXIT.
036500     PERFORM 1150-APPLY-ONE-MARK
036600         THRU 1150-APPLY-ONE-MARK-EXIT
036700         UNTIL WS-EOF.
036800     CLOSE MUSTMARK.
036900 1100-LOAD-MUSTER-EXIT.
037000     EXIT.
037100*
037200*-----------------------------------------------------------*
037300* 1110-LOAD-ONE-PERSON - ONE SNAPSHOT PERSON INTO THE TABLE  *
037400*-----------------------------------------------------------*
037500 1110-LOAD-ONE-PERSON.
037600     IF MU-PERSON
037700         AND WS-ENTRY-COUNT < 500
037800         ADD 1 TO WS-ENTRY-COUNT
037900         SET MT-IDX TO WS-ENTRY-COUNT
038000         MOVE MU-NAME TO MT-NAME(MT-IDX)
038100         MOVE MU-ID TO MT-ID(MT-IDX)
038200         MOVE MU-DEPARTMENT TO MT-DEPARTMENT(MT-IDX)
038300         MOVE MU-SITE-CODE TO MT-SITE(MT-IDX)
038400         MOVE MU-TYPE TO MT-TYPE(MT-IDX)
038500         MOVE MU-TIME-IN TO MT-TIME-IN(MT-IDX)
038600         MOVE "N" TO MT-MUSTERED-SWITCH(MT-IDX)
038700         MOVE 0 TO MT-MARK-DATE(MT-IDX)
038800         MOVE 0 TO MT-MARK-TIME(MT-IDX)
038900         MOVE SPACES TO MT-POINT(MT-IDX)
039000         MOVE MU-SITE-CODE TO WS-FIND-SITE
039100         PERFORM 1120-NOTE-SITE
039200             THRU 1120-NOTE-SITE-EXIT
039300     END-IF.
039400     PERFORM 1190-READ-MUSTER
039500         THRU 1190-READ-MUSTER-EXIT.
039600 1110-LOAD-ONE-PERSON-EXIT.
039700     EXIT.
039800*
039900*-----------------------------------------------------------*
040000* 1120-NOTE-SITE - REMEMBER EACH BUILDING THE FIRST TIME IT  *
040100*                  SHOWS UP ON THE SNAPSHOT                  *
040200*-----------------------------------------------------------*
040300 1120-NOTE-SITE.
040400     MOVE "N" TO WS-SITE-FOUND-SWITCH.
040500     PERFORM 1130-MATCH-ONE-SITE
040600         THRU 1130-MATCH-ONE-SITE-EXIT
040700         VARYING WS-SITE-SCAN FROM 1 BY 1
040800         UNTIL WS-SITE-SCAN > WS-SITE-USED
040900         OR WS-SITE-KNOWN.
041000     IF NOT WS-SITE-KNOWN
041100         AND WS-SITE-USED < 5
041200         ADD 1 TO WS-SITE-USED
041300         SET ST-IDX TO WS-SITE-USED
041400         MOVE WS-FIND-SITE TO ST-CODE(ST-IDX)
041500     END-IF.
041600 1120-NOTE-SITE-EXIT.
041700     EXIT.
041800*
041900 1130-MATCH-ONE-SITE.
042000     SET ST-IDX TO WS-SITE-SCAN.
042100     IF ST-CODE(ST-IDX) = WS-FIND-SITE
042200         MOVE "Y" TO WS-SITE-FOUND-SWITCH
042300     END-IF.
042400 1130-MATCH-ONE-SITE-EXIT.
042500     EXIT.
042600*
042700*-----------------------------------------------------------*
042800* 1150-APPLY-ONE-MARK - A MARK FOR THIS MUSTER TICKS OFF THE *
042900*                       FIRST UNMARKED ENTRY WITH THE SAME   *
043000*                       NAME AND BUILDING; THE CLOSE-OUT     *
043100*                       RECORD CLOSES IT                     *
043200*-----------------------------------------------------------*
043300 1150-APPLY-ONE-MARK.
043400     IF MK-START-DATE NOT = WS-MH-START-DATE
043500         OR MK-START-TIME NOT = WS-MH-START-TIME
043600         GO TO 1150-APPLY-ONE-MARK-NEXT
043700     END-IF.
043800     IF MK-CLOSE
043900         MOVE "Y" TO WS-CLOSED-SWITCH
044000         GO TO 1150-APPLY-ONE-MARK-NEXT
044100     END-IF.
044200     MOVE "N" TO WS-PERSON-FOUND-SWITCH.
044300     PERFORM 1160-MATCH-MARK
044400         THRU 1160-MATCH-MARK-EXIT
044500         VARYING WS-TABLE-INDEX FROM 1 BY 1
044600         UNTIL WS-TABLE-INDEX > WS-ENTRY-COUNT
044700         OR WS-PERSON-FOUND.
044800 1150-APPLY-ONE-MARK-NEXT.
044900     PERFORM 1195-READ-MUSTMARK
045000         THRU 1195-READ-MUSTMARK-EXIT.
045100 1150-APPLY-ONE-MARK-EXIT.
045200     EXIT.
045300*
045400 1160-MATCH-MARK.
045500     SET MT-IDX TO WS-TABLE-INDEX.
045600     IF NOT MT-MUSTERED(MT-IDX)
045700         AND MT-NAME(MT-IDX) = MK-NAME
045800         AND MT-SITE(MT-IDX) = MK-SITE-CODE
045900         MOVE "Y" TO WS-PERSON-FOUND-SWITCH
046000         MOVE "Y" TO MT-MUSTERED-SWITCH(MT-IDX)
046100         MOVE MK-DATE TO MT-MARK-DATE(MT-IDX)
046200         MOVE MK-TIME TO MT-MARK-TIME(MT-IDX)
046300         MOVE MK-POINT TO MT-POINT(MT-IDX)
046400         ADD 1 TO WS-MUSTERED-COUNT
046500     END-IF.
046600 1160-MATCH-MARK-EXIT.
046700     EXIT.
046800*
046900 1190-READ-MUSTER.
047000     READ MUSTER
047100         AT END
047200             MOVE "Y" TO WS-EOF-SWITCH
047300     END-READ.
047400 1190-READ-MUSTER-EXIT.
047500     EXIT.
047600*
047700 1195-READ-MUSTMARK.
047800     READ MUSTMARK
047900         AT END
048000             MOVE "Y" TO WS-EOF-SWITCH
048100     END-READ.
048200 1195-READ-MUSTMARK-EXIT.
048300     EXIT.
048400*
048500*-----------------------------------------------------------*
048600* 2000-PROCESS-ONE-FUNCTION - PROMPT FOR AND RUN ONE         *
048700*                             MARSHAL FUNCTION               *
048800*-----------------------------------------------------------*
048900 2000-PROCESS-ONE-FUNCTION.
049000     DISPLAY "Function - M=Mark U=Unaccounted C=Close out"
049100         " H=History Q=Quit: ".
049200     ACCEPT WS-FUNCTION-CODE.
049300     MOVE FUNCTION UPPER-CASE(WS-FUNCTION-CODE)
049400         TO WS-FUNCTION-CODE.
049500     IF WS-FUNCTION-CODE = "Q"
049600         MOVE "Y" TO WS-QUIT-SWITCH
049700         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
049800     END-IF.
049900     IF WS-FUNCTION-CODE = "H"
050000         PERFORM 5500-LIST-HISTORY
050100             THRU 5500-LIST-HISTORY-EXIT
050200         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
050300     END-IF.
050400     IF WS-FUNCTION-CODE NOT = "M" AND NOT = "U"
050500         AND NOT = "C"
050600         DISPLAY "Unknown function - enter M U C H or Q"
050700         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
050800     END-IF.
050900     PERFORM 1100-LOAD-MUSTER
051000         THRU 1100-LOAD-MUSTER-EXIT.
051100     IF NOT WS-MUSTER-FOUND
051200         DISPLAY "No muster on file - start one from EVACLIST."
051300         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
051400     END-IF.
051500     IF WS-FUNCTION-CODE = "U"
051600         PERFORM 4000-REPORT-UNACCOUNTED
051700             THRU 4000-REPORT-UNACCOUNTED-EXIT
051800         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
051900     END-IF.
052000     IF WS-MUSTER-CLOSED
052100         DISPLAY "This muster is closed out - nothing to change."
052200         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
052300     END-IF.
052400     IF WS-FUNCTION-CODE = "M"
052500         PERFORM 3000-MARK-PERSON
052600             THRU 3000-MARK-PERSON-EXIT
052700     ELSE
052800         PERFORM 5000-CLOSE-OUT
052900             THRU 5000-CLOSE-OUT-EXIT
053000     END-IF.
053100 2000-PROCESS-ONE-FUNCTION-EXIT.
053200     EXIT.
053300*
053400*-----------------------------------------------------------*
053500* 3000-MARK-PERSON - ACCOUNT FOR ONE PERSON. THE ENTRY IS    *
053600*                    TRIED AS A NAME ON THE ROLL-CALL        *
053700*                    FIRST, THEN AS A BADGE ID ON TMPBADG    *
053800*                    AND ACCTRL.                             *
053900*-----------------------------------------------------------*
054000 3000-MARK-PERSON.
054100     DISPLAY "Name or badge ID: ".
054200     ACCEPT WS-ENTRY.
054300     IF WS-ENTRY = SPACES
054400         DISPLAY "Nothing entered - nobody marked."
054500         GO TO 3000-MARK-PERSON-EXIT
054600     END-IF.
054700     MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY-UPPER.
054800     MOVE SPACES TO WS-MARK-BADGE-ID.
054900     MOVE WS-ENTRY-UPPER TO WS-FIND-NAME.
055000     MOVE SPACES TO WS-FIND-ID.
055100     PERFORM 3100-FIND-PERSON
055200         THRU 3100-FIND-PERSON-EXIT.
055300     IF NOT WS-PERSON-FOUND
055400         AND NOT WS-ALREADY-MUSTERED
055500         PERFORM 3200-FIND-BADGE
055600             THRU 3200-FIND-BADGE-EXIT
055700         IF WS-BADGE-FOUND
055800             MOVE WS-ENTRY(1:10) TO WS-MARK-BADGE-ID
055900             PERFORM 3100-FIND-PERSON
056000                 THRU 3100-FIND-PERSON-EXIT
056100         END-IF
056200     END-IF.
056300     IF WS-ALREADY-MUSTERED
056400         SET MT-IDX TO WS-MATCH-INDEX
056500         DISPLAY "Already accounted for at " MT-POINT(MT-IDX)
056600             " " MT-MARK-TIME(MT-IDX) " - " MT-NAME(MT-IDX)
056700         GO TO 3000-MARK-PERSON-EXIT
056800     END-IF.
056900     IF NOT WS-PERSON-FOUND
057000         DISPLAY "Not on the roll-call - check the name or badge."
057100         GO TO 3000-MARK-PERSON-EXIT
057200     END-IF.
057300     SET MT-IDX TO WS-MATCH-INDEX.
057400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
057500     PERFORM 3300-APPEND-MARK
057600         THRU 3300-APPEND-MARK-EXIT.
057700     MOVE "Y" TO MT-MUSTERED-SWITCH(MT-IDX).
057800     ADD 1 TO WS-MUSTERED-COUNT.
057900     COMPUTE WS-OPEN-COUNT = WS-ENTRY-COUNT - WS-MUSTERED-COUNT.
058000     MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
058100     DISPLAY "Accounted for: " MT-NAME(MT-IDX) " BLDG "
058200         MT-SITE(MT-IDX) " " MT-DEPARTMENT(MT-IDX).
058300     DISPLAY WS-COUNT-DISPLAY " still unaccounted for.".
058400     IF WS-OPEN-COUNT = 0
058500         DISPLAY "Everyone on the roll-call is accounted for -"
058600             " close out with C."
058700     END-IF.
058800 3000-MARK-PERSON-EXIT.
058900     EXIT.
059000*
059100*-----------------------------------------------------------*
059200* 3100-FIND-PERSON - FIRST UNMARKED ENTRY MATCHING THE       *
059300*                    HOLDER ID (WHEN KNOWN) OR THE NAME. AN  *
059400*                    ENTRY ALREADY MARKED IS REMEMBERED IN   *
059500*                    CASE NOBODY UNMARKED MATCHES.           *
059600*-----------------------------------------------------------*
059700 3100-FIND-PERSON.
059800     MOVE "N" TO WS-PERSON-FOUND-SWITCH.
059900     MOVE "N" TO WS-ALREADY-SWITCH.
060000     MOVE 0 TO WS-MATCH-INDEX.
060100     PERFORM 3110-CHECK-ONE-PERSON
060200         THRU 3110-CHECK-ONE-PERSON-EXIT
060300         VARYING WS-TABLE-INDEX FROM 1 BY 1
060400         UNTIL WS-TABLE-INDEX > WS-ENTRY-COUNT
060500         OR WS-PERSON-FOUND.
060600     IF WS-PERSON-FOUND
060700         MOVE "N" TO WS-ALREADY-SWITCH
060800     END-IF.
060900 3100-FIND-PERSON-EXIT.
061000     EXIT.
061100*
061200 3110-CHECK-ONE-PERSON.
061300     SET MT-IDX TO WS-TABLE-INDEX.
061400     MOVE FUNCTION UPPER-CASE(MT-NAME(MT-IDX))
061500         TO WS-TABLE-NAME-UPPER.
061600     IF (WS-FIND-ID NOT = SPACES
061700         AND MT-ID(MT-IDX) = WS-FIND-ID)
061800         OR WS-TABLE-NAME-UPPER = WS-FIND-NAME
061900         IF MT-MUSTERED(MT-IDX)
062000             IF NOT WS-ALREADY-MUSTERED
062100                 MOVE "Y" TO WS-ALREADY-SWITCH
062200                 MOVE WS-TABLE-INDEX TO WS-MATCH-INDEX
062300             END-IF
062400         ELSE
062500             MOVE "Y" TO WS-PERSON-FOUND-SWITCH
062600             MOVE WS-TABLE-INDEX TO WS-MATCH-INDEX
062700         END-IF
062800     END-IF.
062900 3110-CHECK-ONE-PERSON-EXIT.
063000     EXIT.
063100*
063200*-----------------------------------------------------------*
063300* 3200-FIND-BADGE - LOOK THE ENTRY UP AS A TEMPORARY BADGE,  *
063400*                   THEN AS A PERMANENT ONE, FOR THE NAME    *
063500*                   (AND HOLDER ID) TO SEARCH THE            *
063600*                   ROLL-CALL WITH. ANY STATUS WILL DO - A   *
063700*                   LAPSED BADGE STILL SAYS WHO IS STANDING  *
063800*                   THERE. BOTH FILES ARE KEYED ON THE       *
063900*                   BADGE ID, SO EACH IS ONE READ.           *
064000*-----------------------------------------------------------*
064100 3200-FIND-BADGE.
064200     MOVE "N" TO WS-BADGE-FOUND-SWITCH.
064300     IF WS-ENTRY-UPPER(11:20) NOT = SPACES
064400         GO TO 3200-FIND-BADGE-EXIT
064500     END-IF.
064600     MOVE "00" TO WS-TMPBADG-STATUS.
064700     OPEN INPUT TMPBADG.
064800     IF NOT WS-TMPBADG-NOT-FOUND
064900         MOVE WS-ENTRY-UPPER(1:10) TO TB-BADGE-ID
065000         READ TMPBADG
065100             INVALID KEY
065200                 CONTINUE
065300             NOT INVALID KEY
065400                 MOVE "Y" TO WS-BADGE-FOUND-SWITCH
065500                 MOVE FUNCTION UPPER-CASE(TB-NAME) TO WS-FIND-NAME
065600                 MOVE SPACES TO WS-FIND-ID
065700         END-READ
065800         CLOSE TMPBADG
065900     END-IF.
066000     IF WS-BADGE-FOUND
066100         GO TO 3200-FIND-BADGE-EXIT
066200     END-IF.
066300     MOVE "00" TO WS-ACCTRL-STATUS.
066400     OPEN INPUT ACCTRL.
066500     IF NOT WS-ACCTRL-NOT-FOUND
066600         MOVE WS-ENTRY-UPPER(1:10) TO AC-BADGE-ID
066700         READ ACCTRL
066800             INVALID KEY
066900                 CONTINUE
067000             NOT INVALID KEY
067100                 MOVE "Y" TO WS-BADGE-FOUND-SWITCH
067200                 MOVE FUNCTION UPPER-CASE(AC-HOLDER-NAME)
067300                     TO WS-FIND-NAME
067400                 MOVE AC-HOLDER-ID TO WS-FIND-ID
067500         END-READ
067600         CLOSE ACCTRL
067700     END-IF.
067800 3200-FIND-BADGE-EXIT.
067900     EXIT.
071400*
071500*-----------------------------------------------------------*
071600* 3300-APPEND-MARK - RECORD ONE PERSON ACCOUNTED FOR ON      *
071700*                    MUSTMARK                                *
071800*-----------------------------------------------------------*
071900 3300-APPEND-MARK.
072000     MOVE "00" TO WS-MUSTMARK-STATUS.
072100     OPEN EXTEND MUSTMARK.
072200     IF WS-MUSTMARK-NOT-FOUND
072300         OPEN OUTPUT MUSTMARK
072400         CLOSE MUSTMARK
072500         OPEN EXTEND MUSTMARK
072600     END-IF.
072700     MOVE SPACES TO MUSTMARK-RECORD.
072800     MOVE "M" TO MK-REC-TYPE.
072900     MOVE WS-MH-START-DATE TO MK-START-DATE.
073000     MOVE WS-MH-START-TIME TO MK-START-TIME.
073100     MOVE WS-CURRENT-DATE TO MK-DATE.
073200     MOVE WS-CURRENT-TIME TO MK-TIME.
073300     MOVE MT-SITE(MT-IDX) TO MK-SITE-CODE.
073400     MOVE MT-NAME(MT-IDX) TO MK-NAME.
073500     MOVE WS-POINT TO MK-POINT.
073600     MOVE WS-MARK-BADGE-ID TO MK-BADGE-ID.
073700     WRITE MUSTMARK-RECORD.
073800     CLOSE MUSTMARK.
073900 3300-APPEND-MARK-EXIT.
074000     EXIT.
074100*
074200*-----------------------------------------------------------*
074300* 4000-REPORT-UNACCOUNTED - EVERYONE NOT YET ACCOUNTED FOR,  *
074400*                           BUILDING BY BUILDING, WITH THE   *
074500*                           HOST DEPARTMENT TO PHONE. EACH   *
074600*                           RUN REPLACES MUSTRPT AND IS      *
074700*                           SHOWN ON THE SCREEN AS WELL.     *
074800*-----------------------------------------------------------*
074900 4000-REPORT-UNACCOUNTED.
075000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
075100     OPEN OUTPUT MUSTRPT.
075200     MOVE SPACES TO MUSTRPT-LINE.
075300     STRING "UNACCOUNTED PERSONS - MUSTER OF " WS-MH-START-DATE
075400         " " WS-MH-START-TIME " AS AT " WS-CURRENT-TIME
075500         DELIMITED BY SIZE INTO MUSTRPT-LINE.
075600     PERFORM 4900-PUT-LINE
075700         THRU 4900-PUT-LINE-EXIT.
075800     MOVE ALL "-" TO MUSTRPT-LINE.
075900     PERFORM 4900-PUT-LINE
076000         THRU 4900-PUT-LINE-EXIT.
076100     MOVE 0 TO WS-OPEN-COUNT.
076200     PERFORM 4100-REPORT-ONE-SITE
076300         THRU 4100-REPORT-ONE-SITE-EXIT
076400         VARYING WS-SITE-SCAN FROM 1 BY 1
076500         UNTIL WS-SITE-SCAN > WS-SITE-USED.
076600     MOVE ALL "-" TO MUSTRPT-LINE.
076700     PERFORM 4900-PUT-LINE
076800         THRU 4900-PUT-LINE-EXIT.
076900     MOVE WS-OPEN-COUNT TO WS-ST-OPEN.
077000     MOVE WS-ENTRY-COUNT TO WS-ST-POP.
077100     MOVE WS-SITE-TOTAL-LINE TO MUSTRPT-LINE.
077200     MOVE "TOTAL UNACCOUNTED:" TO MUSTRPT-LINE(1:18).
077300     PERFORM 4900-PUT-LINE
077400         THRU 4900-PUT-LINE-EXIT.
077500     IF WS-MUSTER-CLOSED
077600         MOVE "MUSTER CLOSED OUT" TO MUSTRPT-LINE
077700         PERFORM 4900-PUT-LINE
077800             THRU 4900-PUT-LINE-EXIT
077900     END-IF.
078000     CLOSE MUSTRPT.
078100 4000-REPORT-UNACCOUNTED-EXIT.
078200     EXIT.
078300*
078400 4100-REPORT-ONE-SITE.
078500     SET ST-IDX TO WS-SITE-SCAN.
078600     MOVE ST-CODE(ST-IDX) TO WS-FIND-SITE.
078700     MOVE WS-FIND-SITE TO WS-SH-SITE.
078800     MOVE WS-SITE-HEAD-LINE TO MUSTRPT-LINE.
078900     PERFORM 4900-PUT-LINE
079000         THRU 4900-PUT-LINE-EXIT.
079100     MOVE 0 TO WS-SITE-OPEN-COUNT.
079200     MOVE 0 TO WS-LIST-COUNT.
079300     PERFORM 4200-REPORT-ONE-PERSON
079400         THRU 4200-REPORT-ONE-PERSON-EXIT
079500         VARYING WS-TABLE-INDEX FROM 1 BY 1
079600         UNTIL WS-TABLE-INDEX > WS-ENTRY-COUNT.
079700     MOVE WS-SITE-OPEN-COUNT TO WS-ST-OPEN.
079800     MOVE WS-LIST-COUNT TO WS-ST-POP.
079900     MOVE WS-SITE-TOTAL-LINE TO MUSTRPT-LINE.
080000     PERFORM 4900-PUT-LINE
080100         THRU 4900-PUT-LINE-EXIT.
080200 4100-REPORT-ONE-SITE-EXIT.
080300     EXIT.
080400*
080500 4200-REPORT-ONE-PERSON.
080600     SET MT-IDX TO WS-TABLE-INDEX.
080700     IF MT-SITE(MT-IDX) NOT = WS-FIND-SITE
080800         GO TO 4200-REPORT-ONE-PERSON-EXIT
080900     END-IF.
081000     ADD 1 TO WS-LIST-COUNT.
081100     IF MT-MUSTERED(MT-IDX)
081200         GO TO 4200-REPORT-ONE-PERSON-EXIT
081300     END-IF.
081400     ADD 1 TO WS-SITE-OPEN-COUNT.
081500     ADD 1 TO WS-OPEN-COUNT.
081600     MOVE MT-NAME(MT-IDX) TO WS-D-NAME.
081700     MOVE MT-DEPARTMENT(MT-IDX) TO WS-D-DEPARTMENT.
081800     MOVE MT-TYPE(MT-IDX) TO WS-D-TYPE.
081900     MOVE MT-TIME-IN(MT-IDX) TO WS-D-TIME.
082000     MOVE WS-DETAIL-LINE TO MUSTRPT-LINE.
082100     PERFORM 4900-PUT-LINE
082200         THRU 4900-PUT-LINE-EXIT.
082300 4200-REPORT-ONE-PERSON-EXIT.
082400     EXIT.
082500*
082600*-----------------------------------------------------------*
082700* 4900-PUT-LINE - WRITE ONE REPORT LINE AND SHOW IT          *
082800*-----------------------------------------------------------*
082900 4900-PUT-LINE.
083000     WRITE MUSTRPT-LINE.
083100     DISPLAY MUSTRPT-LINE.
083200 4900-PUT-LINE-EXIT.
083300     EXIT.
083400*
083500*-----------------------------------------------------------*
083600* 5000-CLOSE-OUT - KEEP THE DATED DRILL RECORD: ONE MUSTHIST *
083700*                  RECORD PER BUILDING AND ONE FOR THE       *
083800*                  WHOLE MUSTER, THEN THE CLOSE-OUT MARK     *
083900*                  AND MUSTEND                               *
084000*-----------------------------------------------------------*
084100 5000-CLOSE-OUT.
084200     COMPUTE WS-OPEN-COUNT = WS-ENTRY-COUNT - WS-MUSTERED-COUNT.
084300     IF WS-OPEN-COUNT > 0
084400         MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
084500         DISPLAY WS-COUNT-DISPLAY " still unaccounted for."
084600         DISPLAY "Close out anyway (Y/N): "
084700         ACCEPT WS-CONFIRM-REPLY
084800         IF FUNCTION UPPER-CASE(WS-CONFIRM-REPLY) NOT = "Y"
084900             DISPLAY "Muster left open."
085000             GO TO 5000-CLOSE-OUT-EXIT
085100         END-IF
085200     END-IF.
085300     DISPLAY "Closed out by: ".
085400     ACCEPT WS-CLOSED-BY.
085500     MOVE FUNCTION UPPER-CASE(WS-CLOSED-BY) TO WS-CLOSED-BY.
085600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
085700     COMPUTE WS-START-SECONDS =
085800         FUNCTION INTEGER-OF-DATE(WS-MH-START-DATE) * 86400.
085900     MOVE WS-MH-START-TIME TO WS-TIME-WORK.
086000     COMPUTE WS-START-SECONDS = WS-START-SECONDS
086100         + WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
086200     PERFORM 5100-TOTAL-ONE-SITE
086300         THRU 5100-TOTAL-ONE-SITE-EXIT
086400         VARYING WS-SITE-SCAN FROM 1 BY 1
086500         UNTIL WS-SITE-SCAN > WS-SITE-USED.
086600     MOVE "00" TO WS-MUSTHIST-STATUS.
086700     OPEN EXTEND MUSTHIST.
086800     IF WS-MUSTHIST-NOT-FOUND
086900         OPEN OUTPUT MUSTHIST
087000         CLOSE MUSTHIST
087100         OPEN EXTEND MUSTHIST
087200     END-IF.
087300     PERFORM 5200-WRITE-ONE-SITE
087400         THRU 5200-WRITE-ONE-SITE-EXIT
087500         VARYING WS-SITE-SCAN FROM 1 BY 1
087600         UNTIL WS-SITE-SCAN > WS-SITE-USED.
087700     MOVE 0 TO WS-LAST-DATE.
087800     MOVE 0 TO WS-LAST-TIME.
087900     PERFORM 5150-FIND-LAST-MARK
088000         THRU 5150-FIND-LAST-MARK-EXIT
088100         VARYING WS-TABLE-INDEX FROM 1 BY 1
088200         UNTIL WS-TABLE-INDEX > WS-ENTRY-COUNT.
088300     MOVE SPACES TO MUSTHIST-RECORD.
088400     MOVE SPACES TO MH-SITE-CODE.
088500     MOVE WS-ENTRY-COUNT TO MH-POPULATION.
088600     MOVE WS-MUSTERED-COUNT TO MH-MUSTERED.
088700     PERFORM 5300-WRITE-HISTORY
088800         THRU 5300-WRITE-HISTORY-EXIT.
088900     CLOSE MUSTHIST.
089000     MOVE "00" TO WS-MUSTMARK-STATUS.
089100     OPEN EXTEND MUSTMARK.
089200     IF WS-MUSTMARK-NOT-FOUND
089300         OPEN OUTPUT MUSTMARK
089400         CLOSE MUSTMARK
089500         OPEN EXTEND MUSTMARK
089600     END-IF.
089700     MOVE SPACES TO MUSTMARK-RECORD.
089800     MOVE "C" TO MK-REC-TYPE.
089900     MOVE WS-MH-START-DATE TO MK-START-DATE.
090000     MOVE WS-MH-START-TIME TO MK-START-TIME.
090100     MOVE WS-CURRENT-DATE TO MK-DATE.
090200     MOVE WS-CURRENT-TIME TO MK-TIME.
090300     MOVE WS-CLOSED-BY TO MK-POINT.
090400     WRITE MUSTMARK-RECORD.
090500     CLOSE MUSTMARK.
090600     MOVE "Y" TO WS-CLOSED-SWITCH.
090700     MOVE WS-MUSTERED-COUNT TO WS-COUNT-DISPLAY.
090800     MOVE WS-ENTRY-COUNT TO WS-TOTAL-DISPLAY.
090900     MOVE "MUSTEND " TO WS-AE-CODE.
091000     MOVE SPACES TO WS-AE-DETAIL.
091100     IF WS-MH-DRILL
091200         STRING "DRILL " WS-MH-START-TIME " MUSTERED "
091300             WS-COUNT-DISPLAY " OF " WS-TOTAL-DISPLAY
091400             " IN " WS-ELAPSED-HHMMSS
091500             DELIMITED BY SIZE INTO WS-AE-DETAIL
091600     ELSE
091700         STRING "INCIDENT " WS-MH-START-TIME " MUSTERED "
091800             WS-COUNT-DISPLAY " OF " WS-TOTAL-DISPLAY
091900             " IN " WS-ELAPSED-HHMMSS
092000             DELIMITED BY SIZE INTO WS-AE-DETAIL
092100     END-IF.
092200     PERFORM 6100-WRITE-AUDIT-EVENT
092300         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
092400     DISPLAY "Muster closed out - " WS-COUNT-DISPLAY " of "
092500         WS-TOTAL-DISPLAY " accounted for, last at "
092600         WS-EL-HH ":" WS-EL-MM ":" WS-EL-SS " after the start.".
092700 5000-CLOSE-OUT-EXIT.
092800     EXIT.
092900*
093000*-----------------------------------------------------------*
093100* 5100-TOTAL-ONE-SITE - POPULATION, MUSTERED AND THE LAST    *
093200*                       MARK FOR ONE BUILDING                *
093300*-----------------------------------------------------------*
093400 5100-TOTAL-ONE-SITE.
093500     SET ST-IDX TO WS-SITE-SCAN.
093600     MOVE 0 TO ST-POPULATION(ST-IDX).
093700     MOVE 0 TO ST-MUSTERED(ST-IDX).
093800     MOVE 0 TO WS-LAST-DATE.
093900     MOVE 0 TO WS-LAST-TIME.
094000     MOVE ST-CODE(ST-IDX) TO WS-FIND-SITE.
094100     PERFORM 5110-TOTAL-ONE-PERSON
094200         THRU 5110-TOTAL-ONE-PERSON-EXIT
094300         VARYING WS-TABLE-INDEX FROM 1 BY 1
094400         UNTIL WS-TABLE-INDEX > WS-ENTRY-COUNT.
094500     MOVE WS-LAST-DATE TO ST-LAST-DATE(ST-IDX).
094600     MOVE WS-LAST-TIME TO ST-LAST-TIME(ST-IDX).
094700 5100-TOTAL-ONE-SITE-EXIT.
094800     EXIT.
094900*
095000 5110-TOTAL-ONE-PERSON.
095100     SET MT-IDX TO WS-TABLE-INDEX.
095200     IF MT-SITE(MT-IDX) = WS-FIND-SITE
095300         ADD 1 TO ST-POPULATION(ST-IDX)
095400         IF MT-MUSTERED(MT-IDX)
095500             ADD 1 TO ST-MUSTERED(ST-IDX)
095600             PERFORM 5160-KEEP-LATEST
095700                 THRU 5160-KEEP-LATEST-EXIT
095800         END-IF
095900     END-IF.
096000 5110-TOTAL-ONE-PERSON-EXIT.
096100     EXIT.
096200*
096300 5150-FIND-LAST-MARK.
096400     SET MT-IDX TO WS-TABLE-INDEX.
096500     IF MT-MUSTERED(MT-IDX)
096600         PERFORM 5160-KEEP-LATEST
096700             THRU 5160-KEEP-LATEST-EXIT
096800     END-IF.
096900 5150-FIND-LAST-MARK-EXIT.
097000     EXIT.
097100*
097200 5160-KEEP-LATEST.
097300     IF MT-MARK-DATE(MT-IDX) > WS-LAST-DATE
097400         OR (MT-MARK-DATE(MT-IDX) = WS-LAST-DATE
097500         AND MT-MARK-TIME(MT-IDX) > WS-LAST-TIME)
097600         MOVE MT-MARK-DATE(MT-IDX) TO WS-LAST-DATE
097700         MOVE MT-MARK-TIME(MT-IDX) TO WS-LAST-TIME
097800     END-IF.
097900 5160-KEEP-LATEST-EXIT.
098000     EXIT.
098100*
098200 5200-WRITE-ONE-SITE.
098300     SET ST-IDX TO WS-SITE-SCAN.
098400     MOVE SPACES TO MUSTHIST-RECORD.
098500     MOVE ST-CODE(ST-IDX) TO MH-SITE-CODE.
098600     MOVE ST-POPULATION(ST-IDX) TO MH-POPULATION.
098700     MOVE ST-MUSTERED(ST-IDX) TO MH-MUSTERED.
098800     MOVE ST-LAST-DATE(ST-IDX) TO WS-LAST-DATE.
098900     MOVE ST-LAST-TIME(ST-IDX) TO WS-LAST-TIME.
099000     PERFORM 5300-WRITE-HISTORY
099100         THRU 5300-WRITE-HISTORY-EXIT.
099200 5200-WRITE-ONE-SITE-EXIT.
099300     EXIT.
099400*
099500*-----------------------------------------------------------*
099600* 5300-WRITE-HISTORY - FINISH AND WRITE ONE DRILL RECORD.    *
099700*                      POPULATION, MUSTERED AND THE LAST     *
099800*                      MARK (WS-LAST-STAMP, ZERO IF NONE)    *
099900*                      ARE SET BY THE CALLER.                *
100000*-----------------------------------------------------------*
100100 5300-WRITE-HISTORY.
100200     MOVE WS-MH-START-DATE TO MH-START-DATE.
100300     MOVE WS-MH-START-TIME TO MH-START-TIME.
100400     MOVE WS-MH-KIND TO MH-KIND.
100500     IF MH-MUSTERED = MH-POPULATION
100600         MOVE "Y" TO MH-FULL-SWITCH
100700     ELSE
100800         MOVE "N" TO MH-FULL-SWITCH
100900     END-IF.
101000     MOVE 0 TO WS-ELAPSED-NUMERIC.
101100     IF WS-LAST-DATE NOT = 0
101200         PERFORM 5350-COMPUTE-ELAPSED
101300             THRU 5350-COMPUTE-ELAPSED-EXIT
101400     END-IF.
101500     MOVE WS-ELAPSED-NUMERIC TO MH-ELAPSED.
101600     MOVE WS-CURRENT-DATE TO MH-CLOSE-DATE.
101700     MOVE WS-CURRENT-TIME TO MH-CLOSE-TIME.
101800     MOVE WS-CLOSED-BY TO MH-CLOSED-BY.
101900     WRITE MUSTHIST-RECORD.
102000 5300-WRITE-HISTORY-EXIT.
102100     EXIT.
102200*
102300*-----------------------------------------------------------*
102400* 5350-COMPUTE-ELAPSED - START OF THE MUSTER TO THE LAST     *
102500*                        MARK, AS HHMMSS (99 HOURS AT MOST)  *
102600*-----------------------------------------------------------*
102700 5350-COMPUTE-ELAPSED.
102800     COMPUTE WS-MARK-SECONDS =
102900         FUNCTION INTEGER-OF-DATE(WS-LAST-DATE) * 86400.
103000     MOVE WS-LAST-TIME TO WS-TIME-WORK.
103100     COMPUTE WS-MARK-SECONDS = WS-MARK-SECONDS
103200         + WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
103300     IF WS-MARK-SECONDS NOT > WS-START-SECONDS
103400         GO TO 5350-COMPUTE-ELAPSED-EXIT
103500     END-IF.
103600     COMPUTE WS-ELAPSED-SECONDS =
103700         WS-MARK-SECONDS - WS-START-SECONDS.
103800     IF WS-ELAPSED-SECONDS > 359999
103900         MOVE 359999 TO WS-ELAPSED-SECONDS
104000     END-IF.
104100     DIVIDE WS-ELAPSED-SECONDS BY 3600 GIVING WS-ELAPSED-WORK.
104200     MOVE WS-ELAPSED-WORK TO WS-EL-HH.
104300     COMPUTE WS-ELAPSED-SECONDS =
104400         WS-ELAPSED-SECONDS - WS-ELAPSED-WORK * 3600.
104500     DIVIDE WS-ELAPSED-SECONDS BY 60 GIVING WS-ELAPSED-WORK.
104600     MOVE WS-ELAPSED-WORK TO WS-EL-MM.
104700     COMPUTE WS-EL-SS =
104800         WS-ELAPSED-SECONDS - WS-ELAPSED-WORK * 60.
104900 5350-COMPUTE-ELAPSED-EXIT.
105000     EXIT.
105100*
105200*-----------------------------------------------------------*
105300* 5500-LIST-HISTORY - THE DRILL RECORD, OLDEST FIRST, TO     *
105400*                     MUSTRPT AND THE SCREEN                 *
105500*-----------------------------------------------------------*
105600 5500-LIST-HISTORY.
105700     MOVE "N" TO WS-EOF-SWITCH.
105800     MOVE "00" TO WS-MUSTHIST-STATUS.
105900     OPEN INPUT MUSTHIST.
106000     IF WS-MUSTHIST-NOT-FOUND
106100         DISPLAY "No drill record yet - no muster closed out."
106200         GO TO 5500-LIST-HISTORY-EXIT
106300     END-IF.
106400     OPEN OUTPUT MUSTRPT.
106500     MOVE "MUSTER DRILL RECORD" TO MUSTRPT-LINE.
106600     PERFORM 4900-PUT-LINE
106700         THRU 4900-PUT-LINE-EXIT.
106800     MOVE SPACES TO MUSTRPT-LINE.
106900     STRING "DATE     START  KIND   BLDG MUSTRD/  POP FULL   "
107000         "HH MM SS CLOSED   BY"
107100         DELIMITED BY SIZE INTO MUSTRPT-LINE.
107200     PERFORM 4900-PUT-LINE
107300         THRU 4900-PUT-LINE-EXIT.
107400     MOVE ALL "-" TO MUSTRPT-LINE.
107500     PERFORM 4900-PUT-LINE
107600         THRU 4900-PUT-LINE-EXIT.
107700     PERFORM 5590-READ-MUSTHIST
107800         THRU 5590-READ-MUSTHIST-EXIT.
107900     PERFORM 5510-LIST-ONE-RECORD
108000         THRU 5510-LIST-ONE-RECORD-EXIT
108100         UNTIL WS-EOF.
108200     CLOSE MUSTHIST.
108300     CLOSE MUSTRPT.
108400 5500-LIST-HISTORY-EXIT.
108500     EXIT.
108600*
108700 5510-LIST-ONE-RECORD.
108800     MOVE MH-START-DATE TO WS-HL-START-DATE.
108900     MOVE MH-START-TIME TO WS-HL-START-TIME.
109000     IF MH-DRILL
109100         MOVE "DRILL" TO WS-HL-KIND
109200     ELSE
109300         MOVE "INCIDENT" TO WS-HL-KIND
109400     END-IF.
109500     IF MH-ALL-SITES
109600         MOVE "ALL" TO WS-HL-SITE
109700     ELSE
109800         MOVE MH-SITE-CODE TO WS-HL-SITE
109900     END-IF.
110000     MOVE MH-MUSTERED TO WS-HL-MUSTERED.
110100     MOVE MH-POPULATION TO WS-HL-POPULATION.
110200     IF MH-FULL-MUSTER
110300         MOVE "FULL" TO WS-HL-FULL
110400     ELSE
110500         MOVE "SHORT" TO WS-HL-FULL
110600     END-IF.
110700     MOVE MH-ELAPSED TO WS-HL-ELAPSED.
110800     MOVE MH-CLOSE-DATE TO WS-HL-CLOSE-DATE.
110900     MOVE MH-CLOSED-BY TO WS-HL-CLOSED-BY.
111000     MOVE WS-HIST-LINE TO MUSTRPT-LINE.
111100     PERFORM 4900-PUT-LINE
111200         THRU 4900-PUT-LINE-EXIT.
111300     PERFORM 5590-READ-MUSTHIST
111400         THRU 5590-READ-MUSTHIST-EXIT.
111500 5510-LIST-ONE-RECORD-EXIT.
111600     EXIT.
111700*
111800 5590-READ-MUSTHIST.
111900     READ MUSTHIST
112000         AT END
112100             MOVE "Y" TO WS-EOF-SWITCH
112200     END-READ.
112300 5590-READ-MUSTHIST-EXIT.
112400     EXIT.
112500*
112600*-----------------------------------------------------------*
112700* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
112800*-----------------------------------------------------------*
112900 6000-OPEN-AUDITLOG.
113000     OPEN EXTEND AUDITLOG.
113100     IF WS-AUDITLOG-NOT-FOUND
113200         OPEN OUTPUT AUDITLOG
113300         CLOSE AUDITLOG
113400         OPEN EXTEND AUDITLOG
113500     END-IF.
113600 6000-OPEN-AUDITLOG-EXIT.
113700     EXIT.
113800*
113900*-----------------------------------------------------------*
114000* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
114100*-----------------------------------------------------------*
114200 6100-WRITE-AUDIT-EVENT.
114300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
114400     MOVE WS-CURRENT-DATE TO AU-DATE.
114500     MOVE WS-CURRENT-TIME TO AU-TIME.
114600     MOVE "MUSTMNT " TO AU-PROGRAM.
114700     MOVE WS-AE-CODE TO AU-EVENT-CODE.
114800     MOVE WS-AE-DETAIL TO AU-DETAIL.
114900     WRITE AUDITLOG-RECORD.
115000 6100-WRITE-AUDIT-EVENT-EXIT.
115100     EXIT.
115200*
115300*-----------------------------------------------------------*
115400* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
115500*-----------------------------------------------------------*
115600 9000-TERMINATE.
115700     MOVE "RUNEND  " TO WS-AE-CODE.
115800     MOVE SPACES TO WS-AE-DETAIL.
115900     PERFORM 6100-WRITE-AUDIT-EVENT
116000         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
116100     CLOSE AUDITLOG.
116200 9000-TERMINATE-EXIT.
116300     EXIT.
