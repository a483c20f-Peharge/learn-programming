000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SECDIGST.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - NIGHTLY SECURITY        *
001200*                 EXCEPTION DIGEST BUILT FROM THE            *
001300*                 PATTERNS IN AUDITLOG, ONE PAGE WITH A      *
001400*                 SEVERITY PER FINDING.                      *
001500*-----------------------------------------------------------*
001600*
001700*-----------------------------------------------------------*
001800* RUN NIGHTLY, AFTER THE DESKS CLOSE, FOR THE DATE GIVEN     *
001900* (BLANK FOR TODAY; GIVE THE DATE WHEN RUN PAST MIDNIGHT).   *
002000* AUDITPRT LISTS A DAY'S EVENTS ONE BY ONE; THIS RUN READS   *
002100* THE WHOLE OF AUDITLOG AND REPORTS ONLY WHAT SECURITY       *
002200* NEEDS TO ACT ON:                                           *
002300*   HIGH   - ANY BARRHIT; ANY CHAINERR; SEVERAL DIFFERENT    *
002400*            BADGES LOCKED (BDGLOCKD) INSIDE ONE WINDOW      *
002500*   MEDIUM - THE SAME BADGE DENIED (ACCDENY OR LCKDENY) ON   *
002600*            SEVERAL DAYS OF THE LOOKBACK, TODAY INCLUDED;   *
002700*            REPEATED OCCOVRD AT ONE SITE; SIGN-INS AND DESK *
002800*            EVENTS OUTSIDE BUSINESS HOURS; ANY FILESTAT; A  *
002900*            DEPARTMENT AT THE HOSTESCL THRESHOLD            *
003000*   LOW    - HOSTESCL COUNTS BELOW THE THRESHOLD, BY         *
003100*            DEPARTMENT                                      *
003200* AUDITLOG HOLDS NO SIGN-IN EVENT, SO THE SIGN-IN TIMES COME *
003300* FROM TODAY'S VISITLOG ARRIVALS; THE DESK'S OWN AUDIT       *
003400* EVENTS OUTSIDE HOURS ARE COUNTED FROM AUDITLOG. OCCOVRD    *
003500* EVENTS WRITTEN BEFORE THE DESK NAMED THE SITE COUNT AS     *
003600* THE MAIN BUILDING ("01"). THRESHOLDS AND HOURS COME FROM   *
003700* THE SECURITY-OWNED SECPARM FILE (SECPARM.CPY). FINDINGS    *
003800* PRINT HIGH FIRST ON ONE PAGE OF SECRPT; ANY OVER THE PAGE  *
003900* ARE COUNTED. A RUNCTL RECORD CLOSES THE RUN: READ =        *
004000* AUDITLOG RECORDS, WRITTEN = FINDINGS, REJECT = HIGH        *
004100* FINDINGS. RETURN CODE 0 (NO HIGH FINDING), 4 (HIGH         *
004200* FINDINGS) OR 12 (AUDITLOG OR VISITLOG COULD NOT BE READ).  *
004300*-----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT SECPARM ASSIGN TO "SECPARM"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SECPARM-STATUS.
005100     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-AUDITLOG-STATUS.
005400     SELECT VISITLOG ASSIGN TO "VISITLOG"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-VISITLOG-STATUS.
005700     SELECT SECRPT ASSIGN TO "SECRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SECRPT-STATUS.
006000     SELECT RUNCTL ASSIGN TO "RUNCTL"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RUNCTL-STATUS.
006300
006400 DATA DIVISION.
006500
006600 FILE SECTION.
006700 FD  SECPARM
006800     RECORD CONTAINS 40 CHARACTERS.
006900     COPY "SECPARM.CPY".
007000
007100 FD  AUDITLOG
007200     RECORD CONTAINS 80 CHARACTERS.
007300     COPY "AUDITLOG.CPY".
007400
007500 FD  VISITLOG
007600     RECORD CONTAINS 150 CHARACTERS.
007700     COPY "VISITLOG.CPY".
007800
007900 FD  SECRPT
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  SECRPT-LINE             PIC X(80).
008200
008300 FD  RUNCTL
008400     RECORD CONTAINS 50 CHARACTERS.
008500     COPY "RUNCTL.CPY".
008600
008700 WORKING-STORAGE SECTION.
008800*
008900*-----------------------------------------------------------*
009000* SWITCHES AND FILE STATUS FIELDS                            *
009100*-----------------------------------------------------------*
009200 77  WS-SECPARM-STATUS       PIC X(02)   VALUE "00".
009300     88  WS-SECPARM-NOT-FOUND            VALUE "35".
009400 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
009500     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
009600 77  WS-VISITLOG-STATUS      PIC X(02)   VALUE "00".
009700     88  WS-VISITLOG-NOT-FOUND           VALUE "35".
009800 77  WS-SECRPT-STATUS        PIC X(02)   VALUE "00".
009900 77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
010000     88  WS-RUNCTL-NOT-FOUND             VALUE "35".
010100 77  WS-RUN-STATUS           PIC X(01)   VALUE "C".
010200     88  WS-RUN-CLEAN                    VALUE "C".
010300     88  WS-RUN-WARNING                  VALUE "W".
010400     88  WS-RUN-FAILED                   VALUE "F".
010500 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
010600     88  WS-EOF                          VALUE "Y".
010700 77  WS-PARM-SWITCH          PIC X(01)   VALUE "N".
010800     88  WS-PARM-READ                    VALUE "Y".
010900 77  WS-WEEKEND-SWITCH       PIC X(01)   VALUE "N".
011000     88  WS-WEEKEND-CLOSED               VALUE "Y".
011100 77  WS-WEEKEND-DAY-SWITCH   PIC X(01)   VALUE "N".
011200     88  WS-WEEKEND-DAY                  VALUE "Y".
011300 77  WS-HOURS-SWITCH         PIC X(01)   VALUE "N".
011400     88  WS-OUT-OF-HOURS                 VALUE "Y".
011500 77  WS-FOUND-SWITCH         PIC X(01)   VALUE "N".
011600     88  WS-ENTRY-FOUND                  VALUE "Y".
011700 77  WS-AUDIT-READ-SWITCH    PIC X(01)   VALUE "N".
011800     88  WS-AUDIT-READ-FAILED            VALUE "Y".
011900*
012000*-----------------------------------------------------------*
012100* THRESHOLDS AND HOURS - BUILT-IN DEFAULTS, OVERRIDDEN FIELD *
012200* BY FIELD FROM SECPARM                                      *
012300*-----------------------------------------------------------*
012400 77  WS-DENY-LOOKBACK        PIC 9(02)   VALUE 7.
012500 77  WS-DENY-DAYS            PIC 9(02)   VALUE 2.
012600 77  WS-LOCK-WINDOW          PIC 9(03)   VALUE 60.
012700 77  WS-LOCK-BADGES          PIC 9(02)   VALUE 3.
012800 77  WS-OVRD-COUNT           PIC 9(02)   VALUE 2.
012900 77  WS-ESCL-COUNT           PIC 9(02)   VALUE 3.
013000 77  WS-DAY-START            PIC 9(04)   VALUE 0700.
013100 77  WS-DAY-END              PIC 9(04)   VALUE 1900.
013200*
013300*-----------------------------------------------------------*
013400* RUN DATE, DIGEST DATE AND THE DATE WORK FIELDS             *
013500*-----------------------------------------------------------*
013600 01  WS-CURRENT-DATE-TIME.
013700     05  WS-RUN-DATE         PIC 9(08).
013800     05  WS-RUN-TIME         PIC 9(06).
013900     05  FILLER              PIC X(07).
014000 77  WS-DIGEST-REPLY         PIC X(08).
014100 77  WS-DIGEST-DATE          PIC 9(08).
014200 77  WS-LOOKBACK-DATE        PIC 9(08).
014300 77  WS-DATE-INT             PIC 9(07) COMP.
014400 77  WS-WEEKDAY              PIC 9(01) COMP.
014500 77  WS-WEEK-WORK            PIC 9(07) COMP.
014600 01  WS-HOURS-TIME           PIC 9(06).
014700 01  WS-HOURS-PARTS REDEFINES WS-HOURS-TIME.
014800     05  WS-HOURS-HHMM       PIC 9(04).
014900     05  FILLER              PIC 9(02).
015000 01  WS-SECONDS-TIME         PIC 9(06).
015100 01  WS-SECONDS-PARTS REDEFINES WS-SECONDS-TIME.
015200     05  WS-ST-HH            PIC 9(02).
015300     05  WS-ST-MM            PIC 9(02).
015400     05  WS-ST-SS            PIC 9(02).
015500*
015600*-----------------------------------------------------------*
015700* COUNTERS AND SUBSCRIPTS                                    *
015800*-----------------------------------------------------------*
015900 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
016000 77  WS-DAY-COUNT            PIC 9(07) COMP VALUE 0.
016100 77  WS-FINDING-COUNT        PIC 9(05) COMP VALUE 0.
016200 77  WS-HIGH-COUNT           PIC 9(05) COMP VALUE 0.
016300 77  WS-MEDIUM-COUNT         PIC 9(05) COMP VALUE 0.
016400 77  WS-LOW-COUNT            PIC 9(05) COMP VALUE 0.
016500 77  WS-PRINTED-COUNT        PIC 9(05) COMP VALUE 0.
016600 77  WS-UNLISTED-COUNT       PIC 9(05) COMP VALUE 0.
016700 77  WS-DESK-HOURS-COUNT     PIC 9(05) COMP VALUE 0.
016800 77  WS-DENY-USED            PIC 9(03) COMP VALUE 0.
016900 77  WS-LOCK-USED            PIC 9(03) COMP VALUE 0.
017000 77  WS-OVRD-USED            PIC 9(01) COMP VALUE 0.
017100 77  WS-ESCL-USED            PIC 9(02) COMP VALUE 0.
017200 77  WS-HOURS-USED           PIC 9(01) COMP VALUE 0.
017300 77  WS-SCAN                 PIC 9(03) COMP.
017400 77  WS-LOCK-START           PIC 9(03) COMP.
017500 77  WS-LOCK-SCAN            PIC 9(03) COMP.
017600 77  WS-LOCK-PRIOR           PIC 9(03) COMP.
017700 77  WS-LOCK-LAST            PIC 9(03) COMP.
017800 77  WS-LOCK-DISTINCT        PIC 9(03) COMP.
017900 77  WS-LOCK-LIMIT           PIC 9(05) COMP.
018000 77  WS-PRINT-SEVERITY       PIC X(01).
018100 77  WS-FIND-KEY             PIC X(20).
018200 77  WS-AE-COUNT-1           PIC 9(05).
018300 77  WS-AE-COUNT-2           PIC 9(05).
018400 77  WS-EDIT-COUNT-3         PIC 9(03).
018500 77  WS-EDIT-COUNT-5         PIC 9(05).
018600 77  WS-EDIT-DAYS            PIC 9(02).
018700*
018800*-----------------------------------------------------------*
018900* BADGES DENIED IN THE LOOKBACK - ONE ENTRY PER BADGE, WITH  *
019000* THE NUMBER OF DIFFERENT DAYS IT WAS DENIED ON. AUDITLOG IS *
019100* IN DATE ORDER, SO A NEW DAY IS A DATE NOT THE LAST ONE.    *
019200*-----------------------------------------------------------*
019300 01  DENY-TABLE.
019400     05  DENY-ENTRY OCCURS 500 TIMES INDEXED BY DN-IDX.
019500         10  DN-BADGE            PIC X(10).
019600         10  DN-DAYS             PIC 9(03) COMP.
019700         10  DN-COUNT            PIC 9(05) COMP.
019800         10  DN-LAST-DATE        PIC 9(08).
019900*
020000*-----------------------------------------------------------*
020100* TODAY'S BADGE LOCKOUTS IN TIME ORDER                       *
020200*-----------------------------------------------------------*
020300 01  LOCK-TABLE.
020400     05  LOCK-ENTRY OCCURS 200 TIMES
020500             INDEXED BY LK-IDX LK-JDX LK-KDX.
020600         10  LK-TIME             PIC 9(06).
020700         10  LK-SECONDS          PIC 9(05) COMP.
020800         10  LK-BADGE            PIC X(10).
020900*
021000*-----------------------------------------------------------*
021100* TODAY'S OCCUPANCY OVERRIDES BY SITE, HOST ESCALATIONS BY   *
021200* DEPARTMENT AND AFTER-HOURS SIGN-INS BY SITE                *
021300*-----------------------------------------------------------*
021400 01  OVRD-TABLE.
021500     05  OVRD-ENTRY OCCURS 5 TIMES INDEXED BY OV-IDX.
021600         10  OV-SITE             PIC X(02).
021700         10  OV-COUNT            PIC 9(05) COMP.
021800 01  ESCL-TABLE.
021900     05  ESCL-ENTRY OCCURS 50 TIMES INDEXED BY ES-IDX.
022000         10  ES-DEPARTMENT       PIC X(20).
022100         10  ES-COUNT            PIC 9(05) COMP.
022200 01  HOURS-TABLE.
022300     05  HOURS-ENTRY OCCURS 5 TIMES INDEXED BY HR-IDX.
022400         10  HR-SITE             PIC X(02).
022500         10  HR-COUNT            PIC 9(05) COMP.
022600         10  HR-FIRST-TIME       PIC 9(06).
022700         10  HR-LAST-TIME        PIC 9(06).
022800*
022900*-----------------------------------------------------------*
023000* THE FINDINGS, HELD UNTIL THE END SO THE PAGE CAN PRINT     *
023100* HIGH FIRST. ANY PAST THE TABLE ARE COUNTED, NOT HELD.      *
023200*-----------------------------------------------------------*
023300 01  FINDING-TABLE.
023400     05  FINDING-ENTRY OCCURS 200 TIMES INDEXED BY FN-IDX.
023500         10  FN-SEVERITY         PIC X(01).
023600             88  FN-HIGH                 VALUE "H".
023700             88  FN-MEDIUM               VALUE "M".
023800             88  FN-LOW                  VALUE "L".
023900         10  FN-CODE             PIC X(08).
024000         10  FN-TEXT             PIC X(60).
024100 01  WS-NEW-FINDING.
024200     05  WS-NF-SEVERITY      PIC X(01).
024300     05  WS-NF-CODE          PIC X(08).
024400     05  WS-NF-TEXT          PIC X(60).
024500 77  WS-FINDING-USED         PIC 9(03) COMP VALUE 0.
024600 77  WS-PAGE-LIMIT           PIC 9(03) COMP VALUE 40.
024700*
024800*-----------------------------------------------------------*
024900* AUDIT EVENT BUILD AREA                                     *
025000*-----------------------------------------------------------*
025100 01  WS-AUDIT-EVENT.
025200     05  WS-AE-CODE          PIC X(08).
025300     05  WS-AE-DETAIL        PIC X(50).
025400 01  WS-AUDIT-DATE-TIME.
025500     05  WS-AUDIT-DATE       PIC 9(08).
025600     05  WS-AUDIT-TIME       PIC 9(06).
025700     05  FILLER              PIC X(07).
025800*
025900*-----------------------------------------------------------*
026000* REPORT LINE LAYOUTS                                        *
026100*-----------------------------------------------------------*
026200 01  WS-FINDING-LINE.
026300     05  WS-FL-SEVERITY      PIC X(07).
026400     05  FILLER              PIC X(01)   VALUE SPACE.
026500     05  WS-FL-CODE          PIC X(08).
026600     05  FILLER              PIC X(01)   VALUE SPACE.
026700     05  WS-FL-TEXT          PIC X(60).
026800     05  FILLER              PIC X(03)   VALUE SPACES.
026900 01  WS-COUNT-LINE.
027000     05  WS-CL-LABEL         PIC X(40).
027100     05  WS-CL-COUNT         PIC ZZZZZZ9.
027200     05  FILLER              PIC X(33)   VALUE SPACES.
027300
027400 PROCEDURE DIVISION.
027500
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE
027800         THRU 1000-INITIALIZE-EXIT.
027900     PERFORM 1100-LOAD-PARAMETERS
028000         THRU 1100-LOAD-PARAMETERS-EXIT.
028100     PERFORM 2000-SCAN-AUDITLOG
028200         THRU 2000-SCAN-AUDITLOG-EXIT.
028300     PERFORM 6000-OPEN-AUDITLOG
028400         THRU 6000-OPEN-AUDITLOG-EXIT.
028500     IF WS-AUDIT-READ-FAILED
028600         MOVE "FILESTAT" TO WS-AE-CODE
028700         MOVE SPACES TO WS-AE-DETAIL
028800         STRING "AUDITLOG STATUS " WS-AUDITLOG-STATUS
028900             DELIMITED BY SIZE INTO WS-AE-DETAIL
029000         PERFORM 6100-WRITE-AUDIT-EVENT
029100             THRU 6100-WRITE-AUDIT-EVENT-EXIT
029200     END-IF.
029300     PERFORM 3000-CHECK-LOCK-BURSTS
029400         THRU 3000-CHECK-LOCK-BURSTS-EXIT.
029500     PERFORM 3100-FLAG-REPEAT-DENIALS
029600         THRU 3100-FLAG-REPEAT-DENIALS-EXIT
029700         VARYING WS-SCAN FROM 1 BY 1
029800         UNTIL WS-SCAN > WS-DENY-USED.
029900     PERFORM 3200-FLAG-OVERRIDES
030000         THRU 3200-FLAG-OVERRIDES-EXIT
030100         VARYING WS-SCAN FROM 1 BY 1
030200         UNTIL WS-SCAN > WS-OVRD-USED.
030300     PERFORM 3300-FLAG-ESCALATIONS
030400         THRU 3300-FLAG-ESCALATIONS-EXIT
030500         VARYING WS-SCAN FROM 1 BY 1
030600         UNTIL WS-SCAN > WS-ESCL-USED.
030700     PERFORM 4000-SCAN-VISITLOG
030800         THRU 4000-SCAN-VISITLOG-EXIT.
030900     PERFORM 3400-FLAG-AFTER-HOURS
031000         THRU 3400-FLAG-AFTER-HOURS-EXIT.
031100     IF WS-RUN-CLEAN AND WS-HIGH-COUNT > 0
031200         MOVE "W" TO WS-RUN-STATUS
031300     END-IF.
031400     PERFORM 5000-PRINT-DIGEST
031500         THRU 5000-PRINT-DIGEST-EXIT.
031600     PERFORM 7000-WRITE-RUN-CONTROL
031700         THRU 7000-WRITE-RUN-CONTROL-EXIT.
031800     PERFORM 9000-TERMINATE
031900         THRU 9000-TERMINATE-EXIT.
032000     IF WS-RUN-FAILED
032100         MOVE 12 TO RETURN-CODE
032200     ELSE
032300         IF WS-RUN-WARNING
032400             MOVE 4 TO RETURN-CODE
032500         ELSE
032600             MOVE 0 TO RETURN-CODE
032700         END-IF
032800     END-IF.
032900     STOP RUN.
033000
033100*-----------------------------------------------------------*
033200* 1000-INITIALIZE - DIGEST DATE AND AUDIT START. THE LOG     *
033300*                   IS CLOSED AGAIN SO IT CAN BE READ.       *
033400*-----------------------------------------------------------*
033500 1000-INITIALIZE.
033600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
033700     DISPLAY "Digest date (YYYYMMDD, blank=today): ".
033800     ACCEPT WS-DIGEST-REPLY.
033900     IF WS-DIGEST-REPLY = SPACES
034000         MOVE WS-RUN-DATE TO WS-DIGEST-DATE
034100     ELSE
034200         IF WS-DIGEST-REPLY IS NUMERIC
034300             MOVE WS-DIGEST-REPLY TO WS-DIGEST-DATE
034400         ELSE
034500             DISPLAY "Date must be eight digits - using today."
034600             MOVE WS-RUN-DATE TO WS-DIGEST-DATE
034700         END-IF
034800     END-IF.
034900     PERFORM 6000-OPEN-AUDITLOG
035000         THRU 6000-OPEN-AUDITLOG-EXIT.
035100     MOVE "RUNSTART" TO WS-AE-CODE.
035200     MOVE SPACES TO WS-AE-DETAIL.
035300     PERFORM 6100-WRITE-AUDIT-EVENT
035400         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
035500     CLOSE AUDITLOG.
035600 1000-INITIALIZE-EXIT.
035700     EXIT.
035800*
035900*-----------------------------------------------------------*
036000* 1100-LOAD-PARAMETERS - TAKE EACH GOOD SECPARM FIELD OVER   *
036100*                        ITS DEFAULT, THEN WORK OUT THE      *
036200*                        LOOKBACK START AND WHETHER TODAY IS *
036300*                        A WEEKEND DAY (DAY 1 OF THE INTEGER *
036400*                        DATES, 1601-01-01, WAS A MONDAY)    *
036500*-----------------------------------------------------------*
036600 1100-LOAD-PARAMETERS.
036700     MOVE "00" TO WS-SECPARM-STATUS.
036800     OPEN INPUT SECPARM.
036900     IF WS-SECPARM-STATUS = "00"
037000         READ SECPARM
037100             AT END
037200                 CONTINUE
037300             NOT AT END
037400                 MOVE "Y" TO WS-PARM-SWITCH
037500                 PERFORM 1150-APPLY-PARAMETERS
037600                     THRU 1150-APPLY-PARAMETERS-EXIT
037700         END-READ
037800         CLOSE SECPARM
037900     END-IF.
038000     COMPUTE WS-DATE-INT =
038100         FUNCTION INTEGER-OF-DATE(WS-DIGEST-DATE)
038200         - WS-DENY-LOOKBACK + 1.
038300     COMPUTE WS-LOOKBACK-DATE =
038400         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
038500     COMPUTE WS-DATE-INT =
038600         FUNCTION INTEGER-OF-DATE(WS-DIGEST-DATE) - 1.
038700     DIVIDE WS-DATE-INT BY 7 GIVING WS-WEEK-WORK
038800         REMAINDER WS-WEEKDAY.
038900     IF WS-WEEKEND-CLOSED
039000         AND WS-WEEKDAY > 4
039100         MOVE "Y" TO WS-WEEKEND-DAY-SWITCH
039200     END-IF.
039300 1100-LOAD-PARAMETERS-EXIT.
039400     EXIT.
039500*
039600 1150-APPLY-PARAMETERS.
039700     IF SP-DENY-LOOKBACK IS NUMERIC
039800         AND SP-DENY-LOOKBACK > 0
039900         MOVE SP-DENY-LOOKBACK TO WS-DENY-LOOKBACK
040000     END-IF.
040100     IF SP-DENY-DAYS IS NUMERIC
040200         AND SP-DENY-DAYS > 0
040300         MOVE SP-DENY-DAYS TO WS-DENY-DAYS
040400     END-IF.
040500     IF SP-LOCK-WINDOW IS NUMERIC
040600         AND SP-LOCK-WINDOW > 0
040700         MOVE SP-LOCK-WINDOW TO WS-LOCK-WINDOW
040800     END-IF.
040900     IF SP-LOCK-BADGES IS NUMERIC
041000         AND SP-LOCK-BADGES > 0
041100         MOVE SP-LOCK-BADGES TO WS-LOCK-BADGES
041200     END-IF.
041300     IF SP-OVRD-COUNT IS NUMERIC
041400         AND SP-OVRD-COUNT > 0
041500         MOVE SP-OVRD-COUNT TO WS-OVRD-COUNT
041600     END-IF.
041700     IF SP-ESCL-COUNT IS NUMERIC
041800         AND SP-ESCL-COUNT > 0
041900         MOVE SP-ESCL-COUNT TO WS-ESCL-COUNT
042000     END-IF.
042100     IF SP-DAY-START IS NUMERIC
042200         AND SP-DAY-START > 0
042300         AND SP-DAY-START < 2400
042400         MOVE SP-DAY-START TO WS-DAY-START
042500     END-IF.
042600     IF SP-DAY-END IS NUMERIC
042700         AND SP-DAY-END > 0
042800         AND SP-DAY-END NOT > 2400
042900         MOVE SP-DAY-END TO WS-DAY-END
043000     END-IF.
043100     IF SP-WEEKEND-CLOSED
043200         MOVE "Y" TO WS-WEEKEND-SWITCH
043300     END-IF.
043400 1150-APPLY-PARAMETERS-EXIT.
043500     EXIT.
043600*
043700*-----------------------------------------------------------*
043800* 2000-SCAN-AUDITLOG - ONE PASS OVER THE WHOLE LOG. DENIALS  *
043900*                      ARE COLLECTED OVER THE LOOKBACK; ALL  *
044000*                      ELSE ONLY FOR THE DIGEST DATE.        *
044100*-----------------------------------------------------------*
044200 2000-SCAN-AUDITLOG.
044300     MOVE "00" TO WS-AUDITLOG-STATUS.
044400     OPEN INPUT AUDITLOG.
044500     IF WS-AUDITLOG-NOT-FOUND
044600         GO TO 2000-SCAN-AUDITLOG-EXIT
044700     END-IF.
044800     IF WS-AUDITLOG-STATUS NOT = "00"
044900         MOVE "Y" TO WS-AUDIT-READ-SWITCH
045000         MOVE "F" TO WS-RUN-STATUS
045100         GO TO 2000-SCAN-AUDITLOG-EXIT
045200     END-IF.
045300     MOVE "N" TO WS-EOF-SWITCH.
045400     PERFORM 2090-READ-AUDITLOG
045500         THRU 2090-READ-AUDITLOG-EXIT.
045600     PERFORM 2010-SCAN-ONE-EVENT
045700         THRU 2010-SCAN-ONE-EVENT-EXIT
045800         UNTIL WS-EOF.
045900     CLOSE AUDITLOG.
046000 2000-SCAN-AUDITLOG-EXIT.
046100     EXIT.
046200*
046300 2010-SCAN-ONE-EVENT.
046400     ADD 1 TO WS-READ-COUNT.
046500     IF (AU-EVENT-CODE = "ACCDENY " OR "LCKDENY ")
046600         AND AU-DATE NOT < WS-LOOKBACK-DATE
046700         AND AU-DATE NOT > WS-DIGEST-DATE
046800         PERFORM 2100-NOTE-DENIAL
046900             THRU 2100-NOTE-DENIAL-EXIT
047000     END-IF.
047100     IF AU-DATE NOT = WS-DIGEST-DATE
047200         GO TO 2010-SCAN-ONE-EVENT-NEXT
047300     END-IF.
047400     ADD 1 TO WS-DAY-COUNT.
047500     IF AU-EVENT-CODE = "BARRHIT " OR "CHAINERR"
047600         MOVE "H" TO WS-NF-SEVERITY
047700         PERFORM 2050-EVENT-FINDING
047800             THRU 2050-EVENT-FINDING-EXIT
047900     END-IF.
048000     IF AU-EVENT-CODE = "FILESTAT"
048100         MOVE "M" TO WS-NF-SEVERITY
048200         PERFORM 2050-EVENT-FINDING
048300             THRU 2050-EVENT-FINDING-EXIT
048400     END-IF.
048500     IF AU-EVENT-CODE = "BDGLOCKD"
048600         PERFORM 2200-NOTE-LOCKOUT
048700             THRU 2200-NOTE-LOCKOUT-EXIT
048800     END-IF.
048900     IF AU-EVENT-CODE = "OCCOVRD "
049000         PERFORM 2300-NOTE-OVERRIDE
049100             THRU 2300-NOTE-OVERRIDE-EXIT
049200     END-IF.
049300     IF AU-EVENT-CODE = "HOSTESCL"
049400         PERFORM 2400-NOTE-ESCALATION
049500             THRU 2400-NOTE-ESCALATION-EXIT
049600     END-IF.
049700     IF AU-PROGRAM = "STARTCOD"
049800         AND AU-EVENT-CODE NOT = "RUNSTART"
049900         AND AU-EVENT-CODE NOT = "RUNEND  "
050000         MOVE AU-TIME TO WS-HOURS-TIME
050100         PERFORM 2900-CHECK-HOURS
050200             THRU 2900-CHECK-HOURS-EXIT
050300         IF WS-OUT-OF-HOURS
050400             ADD 1 TO WS-DESK-HOURS-COUNT
050500         END-IF
050600     END-IF.
050700 2010-SCAN-ONE-EVENT-NEXT.
050800     PERFORM 2090-READ-AUDITLOG
050900         THRU 2090-READ-AUDITLOG-EXIT.
051000 2010-SCAN-ONE-EVENT-EXIT.
051100     EXIT.
051200*
051300*-----------------------------------------------------------*
051400* 2050-EVENT-FINDING - ONE FINDING STRAIGHT FROM ONE EVENT:  *
051500*                      TIME, PROGRAM AND THE EVENT DETAIL    *
051600*-----------------------------------------------------------*
051700 2050-EVENT-FINDING.
051800     MOVE AU-EVENT-CODE TO WS-NF-CODE.
051900     MOVE SPACES TO WS-NF-TEXT.
052000     STRING AU-TIME " " AU-PROGRAM " " AU-DETAIL
052100         DELIMITED BY SIZE INTO WS-NF-TEXT.
052200     PERFORM 2800-ADD-FINDING
052300         THRU 2800-ADD-FINDING-EXIT.
052400 2050-EVENT-FINDING-EXIT.
052500     EXIT.
052600*
052700 2090-READ-AUDITLOG.
052800     READ AUDITLOG
052900         AT END
053000             MOVE "Y" TO WS-EOF-SWITCH
053100     END-READ.
053200 2090-READ-AUDITLOG-EXIT.
053300     EXIT.
053400*
053500*-----------------------------------------------------------*
053600* 2100-NOTE-DENIAL - COUNT A DENIAL AGAINST ITS BADGE (THE   *
053700*                    DETAIL STARTS "BADGE " AND THE ID)      *
053800*-----------------------------------------------------------*
053900 2100-NOTE-DENIAL.
054000     IF AU-DETAIL(1:6) NOT = "BADGE "
054100         GO TO 2100-NOTE-DENIAL-EXIT
054200     END-IF.
054300     MOVE "N" TO WS-FOUND-SWITCH.
054400     PERFORM 2110-MATCH-DENIAL
054500         THRU 2110-MATCH-DENIAL-EXIT
054600         VARYING WS-SCAN FROM 1 BY 1
054700         UNTIL WS-SCAN > WS-DENY-USED
054800         OR WS-ENTRY-FOUND.
054900     IF NOT WS-ENTRY-FOUND
055000         AND WS-DENY-USED < 500
055100         ADD 1 TO WS-DENY-USED
055200         SET DN-IDX TO WS-DENY-USED
055300         MOVE AU-DETAIL(7:10) TO DN-BADGE(DN-IDX)
055400         MOVE 1 TO DN-DAYS(DN-IDX)
055500         MOVE 1 TO DN-COUNT(DN-IDX)
055600         MOVE AU-DATE TO DN-LAST-DATE(DN-IDX)
055700     END-IF.
055800 2100-NOTE-DENIAL-EXIT.
055900     EXIT.
056000*
056100 2110-MATCH-DENIAL.
056200     SET DN-IDX TO WS-SCAN.
056300     IF DN-BADGE(DN-IDX) = AU-DETAIL(7:10)
056400         MOVE "Y" TO WS-FOUND-SWITCH
056500         ADD 1 TO DN-COUNT(DN-IDX)
056600         IF DN-LAST-DATE(DN-IDX) NOT = AU-DATE
056700             ADD 1 TO DN-DAYS(DN-IDX)
056800             MOVE AU-DATE TO DN-LAST-DATE(DN-IDX)
056900         END-IF
057000     END-IF.
057100 2110-MATCH-DENIAL-EXIT.
057200     EXIT.
057300*
057400*-----------------------------------------------------------*
057500* 2200-NOTE-LOCKOUT - KEEP TODAY'S LOCKOUT TIME AND BADGE    *
057600*-----------------------------------------------------------*
057700 2200-NOTE-LOCKOUT.
057800     IF WS-LOCK-USED < 200
057900         ADD 1 TO WS-LOCK-USED
058000         SET LK-IDX TO WS-LOCK-USED
058100         MOVE AU-TIME TO LK-TIME(LK-IDX)
058200         MOVE AU-TIME TO WS-SECONDS-TIME
058300         COMPUTE LK-SECONDS(LK-IDX) =
058400             WS-ST-HH * 3600 + WS-ST-MM * 60 + WS-ST-SS
058500         MOVE AU-DETAIL(7:10) TO LK-BADGE(LK-IDX)
058600     END-IF.
058700 2200-NOTE-LOCKOUT-EXIT.
058800     EXIT.
058900*
059000*-----------------------------------------------------------*
059100* 2300-NOTE-OVERRIDE - COUNT AN OCCUPANCY OVERRIDE AGAINST   *
059200*                      ITS SITE ("SITE NN" IN THE DETAIL;    *
059300*                      OLDER EVENTS CARRY NONE AND COUNT     *
059400*                      AS THE MAIN BUILDING)                 *
059500*-----------------------------------------------------------*
059600 2300-NOTE-OVERRIDE.
059700     IF AU-DETAIL(1:5) = "SITE "
059800         MOVE AU-DETAIL(6:2) TO WS-FIND-KEY
059900     ELSE
060000         MOVE "01" TO WS-FIND-KEY
060100     END-IF.
060200     MOVE "N" TO WS-FOUND-SWITCH.
060300     PERFORM 2310-MATCH-OVERRIDE
060400         THRU 2310-MATCH-OVERRIDE-EXIT
060500         VARYING WS-SCAN FROM 1 BY 1
060600         UNTIL WS-SCAN > WS-OVRD-USED
060700         OR WS-ENTRY-FOUND.
060800     IF NOT WS-ENTRY-FOUND
060900         AND WS-OVRD-USED < 5
061000         ADD 1 TO WS-OVRD-USED
061100         SET OV-IDX TO WS-OVRD-USED
061200         MOVE WS-FIND-KEY TO OV-SITE(OV-IDX)
061300         MOVE 1 TO OV-COUNT(OV-IDX)
061400     END-IF.
061500 2300-NOTE-OVERRIDE-EXIT.
061600     EXIT.
061700*
061800 2310-MATCH-OVERRIDE.
061900     SET OV-IDX TO WS-SCAN.
062000     IF OV-SITE(OV-IDX) = WS-FIND-KEY
062100         MOVE "Y" TO WS-FOUND-SWITCH
062200         ADD 1 TO OV-COUNT(OV-IDX)
062300     END-IF.
062400 2310-MATCH-OVERRIDE-EXIT.
062500     EXIT.
062600*
062700*-----------------------------------------------------------*
062800* 2400-NOTE-ESCALATION - COUNT A HOST ESCALATION AGAINST ITS *
062900*                        DEPARTMENT ("DEPT " AND THE NAME)   *
063000*-----------------------------------------------------------*
063100 2400-NOTE-ESCALATION.
063200     IF AU-DETAIL(1:5) = "DEPT "
063300         MOVE AU-DETAIL(6:20) TO WS-FIND-KEY
063400     ELSE
063500         MOVE SPACES TO WS-FIND-KEY
063600     END-IF.
063700     MOVE "N" TO WS-FOUND-SWITCH.
063800     PERFORM 2410-MATCH-ESCALATION
063900         THRU 2410-MATCH-ESCALATION-EXIT
064000         VARYING WS-SCAN FROM 1 BY 1
064100         UNTIL WS-SCAN > WS-ESCL-USED
064200         OR WS-ENTRY-FOUND.
064300     IF NOT WS-ENTRY-FOUND
064400         AND WS-ESCL-USED < 50
064500         ADD 1 TO WS-ESCL-USED
064600         SET ES-IDX TO WS-ESCL-USED
064700         MOVE WS-FIND-KEY TO ES-DEPARTMENT(ES-IDX)
064800         MOVE 1 TO ES-COUNT(ES-IDX)
064900     END-IF.
065000 2400-NOTE-ESCALATION-EXIT.
065100     EXIT.
065200*
065300 2410-MATCH-ESCALATION.
065400     SET ES-IDX TO WS-SCAN.
065500     IF ES-DEPARTMENT(ES-IDX) = WS-FIND-KEY
065600         MOVE "Y" TO WS-FOUND-SWITCH
065700         ADD 1 TO ES-COUNT(ES-IDX)
065800     END-IF.
065900 2410-MATCH-ESCALATION-EXIT.
066000     EXIT.
066100*
066200*-----------------------------------------------------------*
066300* 2800-ADD-FINDING - HOLD ONE FINDING AND COUNT IT BY        *
066400*                    SEVERITY                                *
066500*-----------------------------------------------------------*
066600 2800-ADD-FINDING.
066700     ADD 1 TO WS-FINDING-COUNT.
066800     IF WS-NF-SEVERITY = "H"
066900         ADD 1 TO WS-HIGH-COUNT
067000     ELSE
067100         IF WS-NF-SEVERITY = "M"
067200             ADD 1 TO WS-MEDIUM-COUNT
067300         ELSE
067400             ADD 1 TO WS-LOW-COUNT
067500         END-IF
067600     END-IF.
067700     IF WS-FINDING-USED < 200
067800         ADD 1 TO WS-FINDING-USED
067900         SET FN-IDX TO WS-FINDING-USED
068000         MOVE WS-NF-SEVERITY TO FN-SEVERITY(FN-IDX)
068100         MOVE WS-NF-CODE TO FN-CODE(FN-IDX)
068200         MOVE WS-NF-TEXT TO FN-TEXT(FN-IDX)
068300     END-IF.
068400 2800-ADD-FINDING-EXIT.
068500     EXIT.
068600*
068700*-----------------------------------------------------------*
068800* 2900-CHECK-HOURS - IS WS-HOURS-TIME OUTSIDE BUSINESS       *
068900*                    HOURS? ALL DAY IS, ON A CLOSED          *
069000*                    WEEKEND DAY.                            *
069100*-----------------------------------------------------------*
069200 2900-CHECK-HOURS.
069300     MOVE "N" TO WS-HOURS-SWITCH.
069400     IF WS-WEEKEND-DAY
069500         OR WS-HOURS-HHMM < WS-DAY-START
069600         OR WS-HOURS-HHMM NOT < WS-DAY-END
069700         MOVE "Y" TO WS-HOURS-SWITCH
069800     END-IF.
069900 2900-CHECK-HOURS-EXIT.
070000     EXIT.
070100*
070200*-----------------------------------------------------------*
070300* 3000-CHECK-LOCK-BURSTS - FROM EACH LOCKOUT, COUNT          *
070400*                          THE DIFFERENT BADGES LOCKED       *
070500*                          INSIDE THE WINDOW. A BURST IS     *
070600*                          ONE FINDING AND THE SEARCH        *
070700*                          GOES ON AFTER IT.                 *
070800*-----------------------------------------------------------*
070900 3000-CHECK-LOCK-BURSTS.
071000     MOVE 1 TO WS-LOCK-START.
071100     PERFORM 3010-CHECK-ONE-WINDOW
071200         THRU 3010-CHECK-ONE-WINDOW-EXIT
071300         UNTIL WS-LOCK-START > WS-LOCK-USED.
071400 3000-CHECK-LOCK-BURSTS-EXIT.
071500     EXIT.
071600*
071700 3010-CHECK-ONE-WINDOW.
071800     SET LK-IDX TO WS-LOCK-START.
071900     COMPUTE WS-LOCK-LIMIT =
072000         LK-SECONDS(LK-IDX) + WS-LOCK-WINDOW * 60.
072100     MOVE 0 TO WS-LOCK-DISTINCT.
072200     MOVE WS-LOCK-START TO WS-LOCK-LAST.
072300     PERFORM 3020-COUNT-ONE-LOCK
072400         THRU 3020-COUNT-ONE-LOCK-EXIT
072500         VARYING WS-LOCK-SCAN FROM WS-LOCK-START BY 1
072600         UNTIL WS-LOCK-SCAN > WS-LOCK-USED.
072700     IF WS-LOCK-DISTINCT < WS-LOCK-BADGES
072800         ADD 1 TO WS-LOCK-START
072900         GO TO 3010-CHECK-ONE-WINDOW-EXIT
073000     END-IF.
073100     SET LK-JDX TO WS-LOCK-LAST.
073200     MOVE WS-LOCK-DISTINCT TO WS-EDIT-COUNT-3.
073300     MOVE "H" TO WS-NF-SEVERITY.
073400     MOVE "BDGLOCKD" TO WS-NF-CODE.
073500     MOVE SPACES TO WS-NF-TEXT.
073600     STRING WS-EDIT-COUNT-3 " BADGES LOCKED BETWEEN "
073700         LK-TIME(LK-IDX) " AND " LK-TIME(LK-JDX)
073800         DELIMITED BY SIZE INTO WS-NF-TEXT.
073900     PERFORM 2800-ADD-FINDING
074000         THRU 2800-ADD-FINDING-EXIT.
074100     COMPUTE WS-LOCK-START = WS-LOCK-LAST + 1.
074200 3010-CHECK-ONE-WINDOW-EXIT.
074300     EXIT.
074400*
074500*-----------------------------------------------------------*
074600* 3020-COUNT-ONE-LOCK - A LOCKOUT INSIDE THE WINDOW COUNTS   *
074700*                       UNLESS ITS BADGE WAS ALREADY SEEN    *
074800*                       THERE                                *
074900*-----------------------------------------------------------*
075000 3020-COUNT-ONE-LOCK.
075100     SET LK-JDX TO WS-LOCK-SCAN.
075200     IF LK-SECONDS(LK-JDX) > WS-LOCK-LIMIT
075300         GO TO 3020-COUNT-ONE-LOCK-EXIT
075400     END-IF.
075500     MOVE WS-LOCK-SCAN TO WS-LOCK-LAST.
075600     MOVE "N" TO WS-FOUND-SWITCH.
075700     PERFORM 3030-MATCH-EARLIER-LOCK
075800         THRU 3030-MATCH-EARLIER-LOCK-EXIT
075900         VARYING WS-LOCK-PRIOR FROM WS-LOCK-START BY 1
076000         UNTIL WS-LOCK-PRIOR NOT < WS-LOCK-SCAN
076100         OR WS-ENTRY-FOUND.
076200     IF NOT WS-ENTRY-FOUND
076300         ADD 1 TO WS-LOCK-DISTINCT
076400     END-IF.
076500 3020-COUNT-ONE-LOCK-EXIT.
076600     EXIT.
076700*
076800 3030-MATCH-EARLIER-LOCK.
076900     SET LK-KDX TO WS-LOCK-PRIOR.
077000     IF LK-BADGE(LK-KDX) = LK-BADGE(LK-JDX)
077100         MOVE "Y" TO WS-FOUND-SWITCH
077200     END-IF.
077300 3030-MATCH-EARLIER-LOCK-EXIT.
077400     EXIT.
077500*
077600*-----------------------------------------------------------*
077700* 3100-FLAG-REPEAT-DENIALS - A BADGE DENIED TODAY AND ON     *
077800*                            ENOUGH DIFFERENT DAYS OF THE    *
077900*                            LOOKBACK                        *
078000*-----------------------------------------------------------*
078100 3100-FLAG-REPEAT-DENIALS.
078200     SET DN-IDX TO WS-SCAN.
078300     IF DN-LAST-DATE(DN-IDX) NOT = WS-DIGEST-DATE
078400         OR DN-DAYS(DN-IDX) < WS-DENY-DAYS
078500         GO TO 3100-FLAG-REPEAT-DENIALS-EXIT
078600     END-IF.
078700     MOVE DN-DAYS(DN-IDX) TO WS-EDIT-COUNT-3.
078800     MOVE DN-COUNT(DN-IDX) TO WS-EDIT-COUNT-5.
078900     MOVE WS-DENY-LOOKBACK TO WS-EDIT-DAYS.
079000     MOVE "M" TO WS-NF-SEVERITY.
079100     MOVE "ACCDENY " TO WS-NF-CODE.
079200     MOVE SPACES TO WS-NF-TEXT.
079300     STRING "BADGE " DN-BADGE(DN-IDX) " DENIED " WS-EDIT-COUNT-5
079400         " TIMES ON " WS-EDIT-COUNT-3 " OF " WS-EDIT-DAYS " DAYS"
079500         DELIMITED BY SIZE INTO WS-NF-TEXT.
079600     PERFORM 2800-ADD-FINDING
079700         THRU 2800-ADD-FINDING-EXIT.
079800 3100-FLAG-REPEAT-DENIALS-EXIT.
079900     EXIT.
080000*
080100*-----------------------------------------------------------*
080200* 3200-FLAG-OVERRIDES - A SITE WITH OVERRIDES AT OR OVER THE *
080300*                       THRESHOLD                            *
080400*-----------------------------------------------------------*
080500 3200-FLAG-OVERRIDES.
080600     SET OV-IDX TO WS-SCAN.
080700     IF OV-COUNT(OV-IDX) < WS-OVRD-COUNT
080800         GO TO 3200-FLAG-OVERRIDES-EXIT
080900     END-IF.
081000     MOVE OV-COUNT(OV-IDX) TO WS-EDIT-COUNT-3.
081100     MOVE "M" TO WS-NF-SEVERITY.
081200     MOVE "OCCOVRD " TO WS-NF-CODE.
081300     MOVE SPACES TO WS-NF-TEXT.
081400     STRING "SITE " OV-SITE(OV-IDX) " - " WS-EDIT-COUNT-3
081500         " CAPACITY OVERRIDES TODAY"
081600         DELIMITED BY SIZE INTO WS-NF-TEXT.
081700     PERFORM 2800-ADD-FINDING
081800         THRU 2800-ADD-FINDING-EXIT.
081900 3200-FLAG-OVERRIDES-EXIT.
082000     EXIT.
082100*
082200*-----------------------------------------------------------*
082300* 3300-FLAG-ESCALATIONS - EVERY DEPARTMENT WITH A HOST       *
082400*                         ESCALATION TODAY, MEDIUM AT OR     *
082500*                         OVER THE THRESHOLD                 *
082600*-----------------------------------------------------------*
082700 3300-FLAG-ESCALATIONS.
082800     SET ES-IDX TO WS-SCAN.
082900     IF ES-COUNT(ES-IDX) < WS-ESCL-COUNT
083000         MOVE "L" TO WS-NF-SEVERITY
083100     ELSE
083200         MOVE "M" TO WS-NF-SEVERITY
083300     END-IF.
083400     MOVE ES-COUNT(ES-IDX) TO WS-EDIT-COUNT-3.
083500     MOVE "HOSTESCL" TO WS-NF-CODE.
083600     MOVE SPACES TO WS-NF-TEXT.
083700     STRING "DEPT " ES-DEPARTMENT(ES-IDX) " - "
083800         WS-EDIT-COUNT-3 " ESCALATIONS TODAY"
083900         DELIMITED BY SIZE INTO WS-NF-TEXT.
084000     PERFORM 2800-ADD-FINDING
084100         THRU 2800-ADD-FINDING-EXIT.
084200 3300-FLAG-ESCALATIONS-EXIT.
084300     EXIT.
084400*
084500*-----------------------------------------------------------*
084600* 3400-FLAG-AFTER-HOURS - SIGN-INS OUTSIDE HOURS BY SITE,    *
084700*                         THEN THE DESK'S OWN EVENTS         *
084800*-----------------------------------------------------------*
084900 3400-FLAG-AFTER-HOURS.
085000     PERFORM 3410-FLAG-ONE-SITE
085100         THRU 3410-FLAG-ONE-SITE-EXIT
085200         VARYING WS-SCAN FROM 1 BY 1
085300         UNTIL WS-SCAN > WS-HOURS-USED.
085400     IF WS-DESK-HOURS-COUNT > 0
085500         MOVE WS-DESK-HOURS-COUNT TO WS-EDIT-COUNT-5
085600         MOVE "M" TO WS-NF-SEVERITY
085700         MOVE "AFTERHRS" TO WS-NF-CODE
085800         MOVE SPACES TO WS-NF-TEXT
085900         STRING WS-EDIT-COUNT-5
086000             " SIGN-IN DESK AUDIT EVENTS OUTSIDE HOURS"
086100             DELIMITED BY SIZE INTO WS-NF-TEXT
086200         PERFORM 2800-ADD-FINDING
086300             THRU 2800-ADD-FINDING-EXIT
086400     END-IF.
086500 3400-FLAG-AFTER-HOURS-EXIT.
086600     EXIT.
086700*
086800 3410-FLAG-ONE-SITE.
086900     SET HR-IDX TO WS-SCAN.
087000     MOVE HR-COUNT(HR-IDX) TO WS-EDIT-COUNT-3.
087100     MOVE "M" TO WS-NF-SEVERITY.
087200     MOVE "AFTERHRS" TO WS-NF-CODE.
087300     MOVE SPACES TO WS-NF-TEXT.
087400     STRING "SITE " HR-SITE(HR-IDX) " - " WS-EDIT-COUNT-3
087500         " SIGN-INS OUTSIDE HOURS, " HR-FIRST-TIME(HR-IDX) " TO "
087600         HR-LAST-TIME(HR-IDX)
087700         DELIMITED BY SIZE INTO WS-NF-TEXT.
087800     PERFORM 2800-ADD-FINDING
087900         THRU 2800-ADD-FINDING-EXIT.
088000 3410-FLAG-ONE-SITE-EXIT.
088100     EXIT.
088200*
088300*-----------------------------------------------------------*
088400* 4000-SCAN-VISITLOG - TODAY'S ARRIVALS (GUEST, DELIVERY OR  *
088500*                      CONTRACTOR) OUTSIDE BUSINESS HOURS,   *
088600*                      BY SITE                               *
088700*-----------------------------------------------------------*
088800 4000-SCAN-VISITLOG.
088900     MOVE "00" TO WS-VISITLOG-STATUS.
089000     OPEN INPUT VISITLOG.
089100     IF WS-VISITLOG-NOT-FOUND
089200         GO TO 4000-SCAN-VISITLOG-EXIT
089300     END-IF.
089400     IF WS-VISITLOG-STATUS NOT = "00"
089500         MOVE "F" TO WS-RUN-STATUS
089600         MOVE "FILESTAT" TO WS-AE-CODE
089700         MOVE SPACES TO WS-AE-DETAIL
089800         STRING "VISITLOG STATUS " WS-VISITLOG-STATUS
089900             DELIMITED BY SIZE INTO WS-AE-DETAIL
090000         PERFORM 6100-WRITE-AUDIT-EVENT
090100             THRU 6100-WRITE-AUDIT-EVENT-EXIT
090200         GO TO 4000-SCAN-VISITLOG-EXIT
090300     END-IF.
090400     MOVE "N" TO WS-EOF-SWITCH.
090500     PERFORM 4090-READ-VISITLOG
090600         THRU 4090-READ-VISITLOG-EXIT.
090700     PERFORM 4010-CHECK-ONE-ARRIVAL
090800         THRU 4010-CHECK-ONE-ARRIVAL-EXIT
090900         UNTIL WS-EOF.
091000     CLOSE VISITLOG.
091100 4000-SCAN-VISITLOG-EXIT.
091200     EXIT.
091300*
091400 4010-CHECK-ONE-ARRIVAL.
091500     IF VL-SIGN-DATE NOT = WS-DIGEST-DATE
091600         OR NOT VL-ANY-IN
091700         GO TO 4010-CHECK-ONE-ARRIVAL-NEXT
091800     END-IF.
091900     MOVE VL-SIGN-TIME TO WS-HOURS-TIME.
092000     PERFORM 2900-CHECK-HOURS
092100         THRU 2900-CHECK-HOURS-EXIT.
092200     IF NOT WS-OUT-OF-HOURS
092300         GO TO 4010-CHECK-ONE-ARRIVAL-NEXT
092400     END-IF.
092500     IF VL-SITE-CODE = SPACES
092600         MOVE "01" TO WS-FIND-KEY
092700     ELSE
092800         MOVE VL-SITE-CODE TO WS-FIND-KEY
092900     END-IF.
093000     MOVE "N" TO WS-FOUND-SWITCH.
093100     PERFORM 4020-MATCH-HOURS-SITE
093200         THRU 4020-MATCH-HOURS-SITE-EXIT
093300         VARYING WS-SCAN FROM 1 BY 1
093400         UNTIL WS-SCAN > WS-HOURS-USED
093500         OR WS-ENTRY-FOUND.
093600     IF NOT WS-ENTRY-FOUND
093700         AND WS-HOURS-USED < 5
093800         ADD 1 TO WS-HOURS-USED
093900         SET HR-IDX TO WS-HOURS-USED
094000         MOVE WS-FIND-KEY TO HR-SITE(HR-IDX)
094100         MOVE 1 TO HR-COUNT(HR-IDX)
094200         MOVE VL-SIGN-TIME TO HR-FIRST-TIME(HR-IDX)
094300         MOVE VL-SIGN-TIME TO HR-LAST-TIME(HR-IDX)
094400     END-IF.
094500 4010-CHECK-ONE-ARRIVAL-NEXT.
094600     PERFORM 4090-READ-VISITLOG
094700         THRU 4090-READ-VISITLOG-EXIT.
094800 4010-CHECK-ONE-ARRIVAL-EXIT.
094900     EXIT.
095000*
095100 4020-MATCH-HOURS-SITE.
095200     SET HR-IDX TO WS-SCAN.
095300     IF HR-SITE(HR-IDX) = WS-FIND-KEY
095400         MOVE "Y" TO WS-FOUND-SWITCH
095500         ADD 1 TO HR-COUNT(HR-IDX)
095600         IF VL-SIGN-TIME < HR-FIRST-TIME(HR-IDX)
095700             MOVE VL-SIGN-TIME TO HR-FIRST-TIME(HR-IDX)
095800         END-IF
095900         IF VL-SIGN-TIME > HR-LAST-TIME(HR-IDX)
096000             MOVE VL-SIGN-TIME TO HR-LAST-TIME(HR-IDX)
096100         END-IF
096200     END-IF.
096300 4020-MATCH-HOURS-SITE-EXIT.
096400     EXIT.
096500*
096600 4090-READ-VISITLOG.
096700     READ VISITLOG
096800         AT END
096900             MOVE "Y" TO WS-EOF-SWITCH
097000     END-READ.
097100 4090-READ-VISITLOG-EXIT.
097200     EXIT.
097300*
097400*-----------------------------------------------------------*
097500* 5000-PRINT-DIGEST - THE ONE-PAGE REPORT: HEADING AND       *
097600*                     PARAMETERS, THE FINDINGS HIGH FIRST,   *
097700*                     THEN THE COUNTS                        *
097800*-----------------------------------------------------------*
097900 5000-PRINT-DIGEST.
098000     OPEN OUTPUT SECRPT.
098100     MOVE SPACES TO SECRPT-LINE.
098200     STRING "SECURITY EXCEPTION DIGEST FOR " WS-DIGEST-DATE
098300         "           RUN DATE " WS-RUN-DATE
098400         DELIMITED BY SIZE INTO SECRPT-LINE.
098500     WRITE SECRPT-LINE.
098600     MOVE WS-DENY-LOOKBACK TO WS-EDIT-DAYS.
098700     MOVE SPACES TO SECRPT-LINE.
098800     IF WS-WEEKEND-CLOSED
098900         STRING "HOURS " WS-DAY-START "-" WS-DAY-END
099000             " WEEKENDS CLOSED  DENIAL LOOKBACK " WS-EDIT-DAYS
099100             " DAYS"
099200             DELIMITED BY SIZE INTO SECRPT-LINE
099300     ELSE
099400         STRING "HOURS " WS-DAY-START "-" WS-DAY-END
099500             " WEEKENDS OPEN    DENIAL LOOKBACK " WS-EDIT-DAYS
099600             " DAYS"
099700             DELIMITED BY SIZE INTO SECRPT-LINE
099800     END-IF.
099900     IF NOT WS-PARM-READ
100000         MOVE "(DEFAULTS)" TO SECRPT-LINE(67:10)
100100     END-IF.
100200     WRITE SECRPT-LINE.
100300     MOVE ALL "-" TO SECRPT-LINE.
100400     WRITE SECRPT-LINE.
100500     IF WS-FINDING-COUNT = 0
100600         MOVE "NO EXCEPTIONS - A QUIET DAY." TO SECRPT-LINE
100700         WRITE SECRPT-LINE
100800     ELSE
100900         MOVE "SEVERITY CODE     FINDING" TO SECRPT-LINE
101000         WRITE SECRPT-LINE
101100         MOVE "H" TO WS-PRINT-SEVERITY
101200         PERFORM 5100-PRINT-ONE-FINDING
101300             THRU 5100-PRINT-ONE-FINDING-EXIT
101400             VARYING WS-SCAN FROM 1 BY 1
101500             UNTIL WS-SCAN > WS-FINDING-USED
101600         MOVE "M" TO WS-PRINT-SEVERITY
101700         PERFORM 5100-PRINT-ONE-FINDING
101800             THRU 5100-PRINT-ONE-FINDING-EXIT
101900             VARYING WS-SCAN FROM 1 BY 1
102000             UNTIL WS-SCAN > WS-FINDING-USED
102100         MOVE "L" TO WS-PRINT-SEVERITY
102200         PERFORM 5100-PRINT-ONE-FINDING
102300             THRU 5100-PRINT-ONE-FINDING-EXIT
102400             VARYING WS-SCAN FROM 1 BY 1
102500             UNTIL WS-SCAN > WS-FINDING-USED
102600     END-IF.
102700     COMPUTE WS-UNLISTED-COUNT =
102800         WS-FINDING-COUNT - WS-PRINTED-COUNT.
102900     IF WS-UNLISTED-COUNT > 0
103000         MOVE WS-UNLISTED-COUNT TO WS-EDIT-COUNT-5
103100         MOVE SPACES TO SECRPT-LINE
103200         STRING "... " WS-EDIT-COUNT-5
103300             " MORE FINDINGS NOT LISTED - SEE AUDITPRT"
103400             DELIMITED BY SIZE INTO SECRPT-LINE
103500         WRITE SECRPT-LINE
103600     END-IF.
103700     PERFORM 8000-PRINT-SUMMARY
103800         THRU 8000-PRINT-SUMMARY-EXIT.
103900     CLOSE SECRPT.
104000 5000-PRINT-DIGEST-EXIT.
104100     EXIT.
104200*
104300 5100-PRINT-ONE-FINDING.
104400     SET FN-IDX TO WS-SCAN.
104500     IF FN-SEVERITY(FN-IDX) NOT = WS-PRINT-SEVERITY
104600         OR WS-PRINTED-COUNT NOT < WS-PAGE-LIMIT
104700         GO TO 5100-PRINT-ONE-FINDING-EXIT
104800     END-IF.
104900     IF FN-HIGH(FN-IDX)
105000         MOVE "HIGH" TO WS-FL-SEVERITY
105100     ELSE
105200         IF FN-MEDIUM(FN-IDX)
105300             MOVE "MEDIUM" TO WS-FL-SEVERITY
105400         ELSE
105500             MOVE "LOW" TO WS-FL-SEVERITY
105600         END-IF
105700     END-IF.
105800     MOVE FN-CODE(FN-IDX) TO WS-FL-CODE.
105900     MOVE FN-TEXT(FN-IDX) TO WS-FL-TEXT.
106000     WRITE SECRPT-LINE FROM WS-FINDING-LINE.
106100     ADD 1 TO WS-PRINTED-COUNT.
106200 5100-PRINT-ONE-FINDING-EXIT.
106300     EXIT.
106400*
106500*-----------------------------------------------------------*
106600* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
106700*-----------------------------------------------------------*
106800 6000-OPEN-AUDITLOG.
106900     OPEN EXTEND AUDITLOG.
107000     IF WS-AUDITLOG-NOT-FOUND
107100         OPEN OUTPUT AUDITLOG
107200         CLOSE AUDITLOG
107300         OPEN EXTEND AUDITLOG
107400     END-IF.
107500 6000-OPEN-AUDITLOG-EXIT.
107600     EXIT.
107700*
107800*-----------------------------------------------------------*
107900* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
108000*-----------------------------------------------------------*
108100 6100-WRITE-AUDIT-EVENT.
108200     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
108300     MOVE WS-AUDIT-DATE TO AU-DATE.
108400     MOVE WS-AUDIT-TIME TO AU-TIME.
108500     MOVE "SECDIGST" TO AU-PROGRAM.
108600     MOVE WS-AE-CODE TO AU-EVENT-CODE.
108700     MOVE WS-AE-DETAIL TO AU-DETAIL.
108800     WRITE AUDITLOG-RECORD.
108900 6100-WRITE-AUDIT-EVENT-EXIT.
109000     EXIT.
109100*
109200*-----------------------------------------------------------*
109300* 7000-WRITE-RUN-CONTROL - APPEND THIS RUN'S RUNCTL RECORD   *
109400*-----------------------------------------------------------*
109500 7000-WRITE-RUN-CONTROL.
109600     OPEN EXTEND RUNCTL.
109700     IF WS-RUNCTL-NOT-FOUND
109800         OPEN OUTPUT RUNCTL
109900         CLOSE RUNCTL
110000         OPEN EXTEND RUNCTL
110100     END-IF.
110200     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
110300     MOVE "SECDIGST" TO RC-PROGRAM.
110400     MOVE WS-AUDIT-DATE TO RC-RUN-DATE.
110500     MOVE WS-AUDIT-TIME TO RC-RUN-TIME.
110600     MOVE WS-READ-COUNT TO RC-READ-COUNT.
110700     MOVE WS-FINDING-COUNT TO RC-WRITTEN-COUNT.
110800     MOVE WS-HIGH-COUNT TO RC-REJECT-COUNT.
110900     MOVE WS-RUN-STATUS TO RC-STATUS.
111000     MOVE SPACES TO RC-FILLER.
111100     WRITE RUNCTL-RECORD.
111200     CLOSE RUNCTL.
111300 7000-WRITE-RUN-CONTROL-EXIT.
111400     EXIT.
111500*
111600*-----------------------------------------------------------*
111700* 8000-PRINT-SUMMARY - THE COUNTS UNDER THE FINDINGS         *
111800*-----------------------------------------------------------*
111900 8000-PRINT-SUMMARY.
112000     MOVE ALL "-" TO SECRPT-LINE.
112100     WRITE SECRPT-LINE.
112200     MOVE "AUDIT EVENTS ON THE DIGEST DATE:" TO WS-CL-LABEL.
112300     MOVE WS-DAY-COUNT TO WS-CL-COUNT.
112400     WRITE SECRPT-LINE FROM WS-COUNT-LINE.
112500     MOVE "HIGH FINDINGS:" TO WS-CL-LABEL.
112600     MOVE WS-HIGH-COUNT TO WS-CL-COUNT.
112700     WRITE SECRPT-LINE FROM WS-COUNT-LINE.
112800     MOVE "MEDIUM FINDINGS:" TO WS-CL-LABEL.
112900     MOVE WS-MEDIUM-COUNT TO WS-CL-COUNT.
113000     WRITE SECRPT-LINE FROM WS-COUNT-LINE.
113100     MOVE "LOW FINDINGS:" TO WS-CL-LABEL.
113200     MOVE WS-LOW-COUNT TO WS-CL-COUNT.
113300     WRITE SECRPT-LINE FROM WS-COUNT-LINE.
113400     IF WS-RUN-FAILED
113500         MOVE "*** A FILE COULD NOT BE READ - DIGEST INCOMPLETE"
113600             TO SECRPT-LINE
113700         WRITE SECRPT-LINE
113800     END-IF.
113900 8000-PRINT-SUMMARY-EXIT.
114000     EXIT.
114100*
114200*-----------------------------------------------------------*
114300* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
114400*-----------------------------------------------------------*
114500 9000-TERMINATE.
114600     MOVE "RUNEND  " TO WS-AE-CODE.
114700     MOVE WS-FINDING-COUNT TO WS-AE-COUNT-1.
114800     MOVE WS-HIGH-COUNT TO WS-AE-COUNT-2.
114900     MOVE SPACES TO WS-AE-DETAIL.
115000     STRING "FINDINGS=" WS-AE-COUNT-1 " HIGH=" WS-AE-COUNT-2
115100         DELIMITED BY SIZE INTO WS-AE-DETAIL.
115200     PERFORM 6100-WRITE-AUDIT-EVENT
115300         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
115400     CLOSE AUDITLOG.
115500 9000-TERMINATE-EXIT.
115600     EXIT.
