000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INDUCEXP.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - MONTHLY LIST OF         *
001200*                 CONTRACTOR SAFETY INDUCTIONS DUE TO        *
001300*                 EXPIRE, BY COMPANY, SO THE FIRMS CAN BE    *
001400*                 TOLD AHEAD OF TIME.                        *
001500*-----------------------------------------------------------*
001600*
001700*-----------------------------------------------------------*
001800* RUN AT THE START OF EACH MONTH. READS THE INDUCTN REGISTER *
001900* IN COMPANY ORDER (THE IN-COMPANY ALTERNATE KEY) AND LISTS  *
002000* ON INDRPT EVERY INDUCTION WHOSE EXPIRY DATE FALLS IN THE   *
002100* NEXT 30 DAYS - FROM THE RUN DATE TO 30 DAYS ON, INCLUSIVE. *
002200* EACH COMPANY STARTS ON ITS OWN HEADING WITH ITS OWN COUNT, *
002300* SO THE SAFETY OFFICE CAN SEND EACH FIRM ITS PART. AN       *
002400* INDUCTION ALREADY LAPSED IS NOT LISTED - THE DESK REFUSES  *
002500* IT AND INDUCMNT SHOWS IT. ENDS WITH RETURN CODE 0/4/12     *
002600* AND A RUNCTL RECORD: 4 WHEN THERE IS NO REGISTER YET, 12   *
002700* WHEN THE REGISTER CANNOT BE READ.                          *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT INDUCTN ASSIGN TO "INDUCTN"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS IN-KEY
003700         ALTERNATE RECORD KEY IS IN-COMPANY
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-INDUCTN-STATUS.
004000     SELECT INDRPT ASSIGN TO "INDRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-INDRPT-STATUS.
004300     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-AUDITLOG-STATUS.
004600     SELECT RUNCTL ASSIGN TO "RUNCTL"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-RUNCTL-STATUS.
004900
005000 DATA DIVISION.
005100
005200 FILE SECTION.
005300 FD  INDUCTN
005400     RECORD CONTAINS 100 CHARACTERS.
005500     COPY "INDUCT.CPY".
005600
005700 FD  INDRPT
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  INDRPT-LINE             PIC X(80).
006000
006100 FD  AUDITLOG
006200     RECORD CONTAINS 80 CHARACTERS.
006300     COPY "AUDITLOG.CPY".
006400
006500 FD  RUNCTL
006600     RECORD CONTAINS 50 CHARACTERS.
006700     COPY "RUNCTL.CPY".
006800
006900 WORKING-STORAGE SECTION.
007000*
007100*-----------------------------------------------------------*
007200* SWITCHES AND FILE STATUS FIELDS                            *
007300*-----------------------------------------------------------*
007400 77  WS-INDUCTN-STATUS       PIC X(02)   VALUE "00".
007500     88  WS-INDUCTN-NOT-FOUND            VALUE "35".
007600 77  WS-INDRPT-STATUS        PIC X(02)   VALUE "00".
007700 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
007800     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
007900 77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
008000     88  WS-RUNCTL-NOT-FOUND             VALUE "35".
008100 77  WS-RUN-STATUS           PIC X(01)   VALUE "C".
008200     88  WS-RUN-CLEAN                    VALUE "C".
008300     88  WS-RUN-WARNING                  VALUE "W".
008400     88  WS-RUN-FAILED                   VALUE "F".
008500 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
008600     88  WS-EOF                          VALUE "Y".
008700 77  WS-INDUCTN-OPEN-SWITCH  PIC X(01)   VALUE "N".
008800     88  WS-INDUCTN-OPEN                 VALUE "Y".
008900*
009000*-----------------------------------------------------------*
009100* RUN DATE AND THE 30-DAY WINDOW                             *
009200*-----------------------------------------------------------*
009300 01  WS-CURRENT-DATE-TIME.
009400     05  WS-RUN-DATE         PIC 9(08).
009500     05  FILLER              PIC X(13).
009600 77  WS-WINDOW-DAYS          PIC 9(03) COMP VALUE 30.
009700 77  WS-WINDOW-END           PIC 9(08).
009800 77  WS-DATE-INT             PIC 9(07) COMP.
009900*
010000*-----------------------------------------------------------*
010100* COMPANY CONTROL BREAK AND COUNTERS                         *
010200*-----------------------------------------------------------*
010300 77  WS-PREV-COMPANY         PIC X(20)   VALUE SPACES.
010400 77  WS-COMPANY-LISTED       PIC 9(05) COMP VALUE 0.
010500 77  WS-COMPANY-COUNT        PIC 9(05) COMP VALUE 0.
010600 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
010700 77  WS-LISTED-COUNT         PIC 9(07) COMP VALUE 0.
010800*
010900*-----------------------------------------------------------*
011000* AUDIT EVENT BUILD AREA                                     *
011100*-----------------------------------------------------------*
011200 01  WS-AUDIT-EVENT.
011300     05  WS-AE-CODE          PIC X(08).
011400     05  WS-AE-DETAIL        PIC X(50).
011500 77  WS-AE-COUNT-1           PIC 9(05).
011600 77  WS-AE-COUNT-2           PIC 9(05).
011700 01  WS-AUDIT-DATE-TIME.
011800     05  WS-AUDIT-DATE       PIC 9(08).
011900     05  WS-AUDIT-TIME       PIC 9(06).
012000     05  FILLER              PIC X(07).
012100*
012200*-----------------------------------------------------------*
012300* REPORT LINE LAYOUTS                                        *
012400*-----------------------------------------------------------*
012500 01  WS-COMPANY-LINE.
012600     05  FILLER              PIC X(09)   VALUE "COMPANY: ".
012700     05  WS-CO-COMPANY       PIC X(20).
012800     05  FILLER              PIC X(51)   VALUE SPACES.
012900 01  WS-HEADING-LINE.
013000     05  FILLER              PIC X(02)   VALUE SPACES.
013100     05  FILLER              PIC X(31)   VALUE "CONTRACTOR".
013200     05  FILLER              PIC X(05)   VALUE "SITE".
013300     05  FILLER              PIC X(10)   VALUE "INDUCTED".
013400     05  FILLER              PIC X(10)   VALUE "EXPIRES".
013500     05  FILLER              PIC X(22)   VALUE "OFFICER".
013600 01  WS-DETAIL-LINE.
013700     05  FILLER              PIC X(02)   VALUE SPACES.
013800     05  WS-DL-NAME          PIC X(30).
013900     05  FILLER              PIC X(01)   VALUE SPACES.
014000     05  WS-DL-SITE          PIC X(02).
014100     05  FILLER              PIC X(03)   VALUE SPACES.
014200     05  WS-DL-INDUCT-DATE   PIC 9(08).
014300     05  FILLER              PIC X(02)   VALUE SPACES.
014400     05  WS-DL-EXPIRY-DATE   PIC 9(08).
014500     05  FILLER              PIC X(02)   VALUE SPACES.
014600     05  WS-DL-OFFICER       PIC X(20).
014700     05  FILLER              PIC X(02)   VALUE SPACES.
014800 01  WS-COUNT-LINE.
014900     05  WS-CL-LABEL         PIC X(40).
015000     05  WS-CL-COUNT         PIC ZZZZZZ9.
015100     05  FILLER              PIC X(33)   VALUE SPACES.
015200
015300 PROCEDURE DIVISION.
015400
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-INITIALIZE-EXIT.
015800     IF WS-INDUCTN-OPEN
015900         PERFORM 2000-LIST-EXPIRING
016000             THRU 2000-LIST-EXPIRING-EXIT
016100     END-IF.
016200     PERFORM 8000-PRINT-SUMMARY
016300         THRU 8000-PRINT-SUMMARY-EXIT.
016400     PERFORM 7000-WRITE-RUN-CONTROL
016500         THRU 7000-WRITE-RUN-CONTROL-EXIT.
016600     PERFORM 9000-TERMINATE
016700         THRU 9000-TERMINATE-EXIT.
016800     IF WS-RUN-FAILED
016900         MOVE 12 TO RETURN-CODE
017000     ELSE
017100         IF WS-RUN-WARNING
017200             MOVE 4 TO RETURN-CODE
017300         ELSE
017400             MOVE 0 TO RETURN-CODE
017500         END-IF
017600     END-IF.
017700     STOP RUN.
017800
017900*-----------------------------------------------------------*
018000* 1000-INITIALIZE - WORK OUT THE WINDOW, OPEN THE REGISTER   *
018100*                   AND WRITE THE REPORT HEADING             *
018200*-----------------------------------------------------------*
018300 1000-INITIALIZE.
018400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
018500     PERFORM 6000-OPEN-AUDITLOG
018600         THRU 6000-OPEN-AUDITLOG-EXIT.
018700     MOVE "RUNSTART" TO WS-AE-CODE.
018800     MOVE SPACES TO WS-AE-DETAIL.
018900     PERFORM 6100-WRITE-AUDIT-EVENT
019000         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
019100     COMPUTE WS-DATE-INT =
019200         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-WINDOW-DAYS.
019300     COMPUTE WS-WINDOW-END =
019400         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
019500     OPEN OUTPUT INDRPT.
019600     MOVE SPACES TO INDRPT-LINE.
019700     STRING "CONTRACTOR INDUCTIONS EXPIRING " WS-RUN-DATE
019800         " TO " WS-WINDOW-END "  RUN DATE " WS-RUN-DATE
019900         DELIMITED BY SIZE INTO INDRPT-LINE.
020000     WRITE INDRPT-LINE.
020100     MOVE ALL "-" TO INDRPT-LINE.
020200     WRITE INDRPT-LINE.
020300     MOVE "00" TO WS-INDUCTN-STATUS.
020400     OPEN INPUT INDUCTN.
020500     IF WS-INDUCTN-STATUS = "00"
020600         MOVE "Y" TO WS-INDUCTN-OPEN-SWITCH
020700         GO TO 1000-INITIALIZE-EXIT
020800     END-IF.
020900     IF WS-INDUCTN-NOT-FOUND
021000         MOVE "W" TO WS-RUN-STATUS
021100         MOVE "*** NO INDUCTION REGISTER YET - NOTHING TO LIST"
021200             TO INDRPT-LINE
021300         WRITE INDRPT-LINE
021400         GO TO 1000-INITIALIZE-EXIT
021500     END-IF.
021600     MOVE "F" TO WS-RUN-STATUS.
021700     MOVE SPACES TO INDRPT-LINE.
021800     STRING "*** INDUCTN COULD NOT BE READ, STATUS "
021900         WS-INDUCTN-STATUS
022000         DELIMITED BY SIZE INTO INDRPT-LINE.
022100     WRITE INDRPT-LINE.
022200     MOVE "FILESTAT" TO WS-AE-CODE.
022300     MOVE SPACES TO WS-AE-DETAIL.
022400     STRING "INDUCTN STATUS " WS-INDUCTN-STATUS
022500         DELIMITED BY SIZE INTO WS-AE-DETAIL.
022600     PERFORM 6100-WRITE-AUDIT-EVENT
022700         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
022800 1000-INITIALIZE-EXIT.
022900     EXIT.
023000*
023100*-----------------------------------------------------------*
023200* 2000-LIST-EXPIRING - READ THE REGISTER IN COMPANY ORDER,   *
023300*                      LISTING EACH INDUCTION IN THE WINDOW  *
023400*-----------------------------------------------------------*
023500 2000-LIST-EXPIRING.
023600     MOVE LOW-VALUES TO IN-COMPANY.
023700     START INDUCTN KEY IS NOT LESS THAN IN-COMPANY
023800         INVALID KEY
023900             MOVE "Y" TO WS-EOF-SWITCH
024000     END-START.
024100     IF NOT WS-EOF
024200         PERFORM 2900-READ-INDUCTN
024300             THRU 2900-READ-INDUCTN-EXIT
024400     END-IF.
024500     PERFORM 2100-CHECK-ONE-ENTRY
024600         THRU 2100-CHECK-ONE-ENTRY-EXIT
024700         UNTIL WS-EOF.
024800     IF WS-COMPANY-LISTED > 0
024900         PERFORM 2300-END-COMPANY
025000             THRU 2300-END-COMPANY-EXIT
025100     END-IF.
025200 2000-LIST-EXPIRING-EXIT.
025300     EXIT.
025400*
025500*-----------------------------------------------------------*
025600* 2100-CHECK-ONE-ENTRY - LIST ONE INDUCTION IF ITS EXPIRY    *
025700*                        IS IN THE WINDOW, STARTING A NEW    *
025800*                        COMPANY WHEN THE COMPANY CHANGES    *
025900*-----------------------------------------------------------*
026000 2100-CHECK-ONE-ENTRY.
026100     ADD 1 TO WS-READ-COUNT.
026200     IF IN-EXPIRY-DATE < WS-RUN-DATE
026300         OR IN-EXPIRY-DATE > WS-WINDOW-END
026400         GO TO 2100-CHECK-ONE-ENTRY-NEXT
026500     END-IF.
026600     IF WS-COMPANY-LISTED = 0
026700         OR IN-COMPANY NOT = WS-PREV-COMPANY
026800         IF WS-COMPANY-LISTED > 0
026900             PERFORM 2300-END-COMPANY
027000                 THRU 2300-END-COMPANY-EXIT
027100         END-IF
027200         PERFORM 2200-START-COMPANY
027300             THRU 2200-START-COMPANY-EXIT
027400     END-IF.
027500     MOVE IN-NAME TO WS-DL-NAME.
027600     MOVE IN-SITE-CODE TO WS-DL-SITE.
027700     MOVE IN-INDUCT-DATE TO WS-DL-INDUCT-DATE.
027800     MOVE IN-EXPIRY-DATE TO WS-DL-EXPIRY-DATE.
027900     MOVE IN-OFFICER TO WS-DL-OFFICER.
028000     WRITE INDRPT-LINE FROM WS-DETAIL-LINE.
028100     ADD 1 TO WS-COMPANY-LISTED.
028200     ADD 1 TO WS-LISTED-COUNT.
028300 2100-CHECK-ONE-ENTRY-NEXT.
028400     PERFORM 2900-READ-INDUCTN
028500         THRU 2900-READ-INDUCTN-EXIT.
028600 2100-CHECK-ONE-ENTRY-EXIT.
028700     EXIT.
028800*
028900*-----------------------------------------------------------*
029000* 2200-START-COMPANY - COMPANY HEADING AND COLUMN HEADINGS   *
029100*-----------------------------------------------------------*
029200 2200-START-COMPANY.
029300     MOVE IN-COMPANY TO WS-PREV-COMPANY.
029400     MOVE 0 TO WS-COMPANY-LISTED.
029500     ADD 1 TO WS-COMPANY-COUNT.
029600     MOVE SPACES TO INDRPT-LINE.
029700     WRITE INDRPT-LINE.
029800     MOVE IN-COMPANY TO WS-CO-COMPANY.
029900     WRITE INDRPT-LINE FROM WS-COMPANY-LINE.
030000     WRITE INDRPT-LINE FROM WS-HEADING-LINE.
030100 2200-START-COMPANY-EXIT.
030200     EXIT.
030300*
030400*-----------------------------------------------------------*
030500* 2300-END-COMPANY - THE COMPANY'S COUNT                     *
030600*-----------------------------------------------------------*
030700 2300-END-COMPANY.
030800     MOVE "  EXPIRING FOR THIS COMPANY:" TO WS-CL-LABEL.
030900     MOVE WS-COMPANY-LISTED TO WS-CL-COUNT.
031000     WRITE INDRPT-LINE FROM WS-COUNT-LINE.
031100 2300-END-COMPANY-EXIT.
031200     EXIT.
031300*
031400*-----------------------------------------------------------*
031500* 2900-READ-INDUCTN - READ THE NEXT ENTRY IN COMPANY ORDER   *
031600*-----------------------------------------------------------*
031700 2900-READ-INDUCTN.
031800     READ INDUCTN NEXT RECORD
031900         AT END
032000             MOVE "Y" TO WS-EOF-SWITCH
032100     END-READ.
032200 2900-READ-INDUCTN-EXIT.
032300     EXIT.
032400*
032500*-----------------------------------------------------------*
032600* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
032700*-----------------------------------------------------------*
032800 6000-OPEN-AUDITLOG.
032900     OPEN EXTEND AUDITLOG.
033000     IF WS-AUDITLOG-NOT-FOUND
033100         OPEN OUTPUT AUDITLOG
033200         CLOSE AUDITLOG
033300         OPEN EXTEND AUDITLOG
033400     END-IF.
033500 6000-OPEN-AUDITLOG-EXIT.
033600     EXIT.
033700*
033800*-----------------------------------------------------------*
033900* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
034000*-----------------------------------------------------------*
034100 6100-WRITE-AUDIT-EVENT.
034200     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
034300     MOVE WS-AUDIT-DATE TO AU-DATE.
034400     MOVE WS-AUDIT-TIME TO AU-TIME.
034500     MOVE "INDUCEXP" TO AU-PROGRAM.
034600     MOVE WS-AE-CODE TO AU-EVENT-CODE.
034700     MOVE WS-AE-DETAIL TO AU-DETAIL.
034800     WRITE AUDITLOG-RECORD.
034900 6100-WRITE-AUDIT-EVENT-EXIT.
035000     EXIT.
035100*
035200*-----------------------------------------------------------*
035300* 7000-WRITE-RUN-CONTROL - APPEND OUR RUNCTL RECORD          *
035400*-----------------------------------------------------------*
035500 7000-WRITE-RUN-CONTROL.
035600     OPEN EXTEND RUNCTL.
035700     IF WS-RUNCTL-NOT-FOUND
035800         OPEN OUTPUT RUNCTL
035900         CLOSE RUNCTL
036000         OPEN EXTEND RUNCTL
036100     END-IF.
036200     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
036300     MOVE "INDUCEXP" TO RC-PROGRAM.
036400     MOVE WS-AUDIT-DATE TO RC-RUN-DATE.
036500     MOVE WS-AUDIT-TIME TO RC-RUN-TIME.
036600     MOVE WS-READ-COUNT TO RC-READ-COUNT.
036700     MOVE WS-LISTED-COUNT TO RC-WRITTEN-COUNT.
036800     MOVE 0 TO RC-REJECT-COUNT.
036900     MOVE WS-RUN-STATUS TO RC-STATUS.
037000     MOVE SPACES TO RC-FILLER.
037100     WRITE RUNCTL-RECORD.
037200     CLOSE RUNCTL.
037300 7000-WRITE-RUN-CONTROL-EXIT.
037400     EXIT.
037500*
037600*-----------------------------------------------------------*
037700* 8000-PRINT-SUMMARY - REGISTER AND LISTING TOTALS           *
037800*-----------------------------------------------------------*
037900 8000-PRINT-SUMMARY.
038000     MOVE SPACES TO INDRPT-LINE.
038100     WRITE INDRPT-LINE.
038200     MOVE ALL "-" TO INDRPT-LINE.
038300     WRITE INDRPT-LINE.
038400     MOVE "ENTRIES ON THE REGISTER:" TO WS-CL-LABEL.
038500     MOVE WS-READ-COUNT TO WS-CL-COUNT.
038600     WRITE INDRPT-LINE FROM WS-COUNT-LINE.
038700     MOVE "INDUCTIONS EXPIRING IN THE NEXT 30 DAYS:"
038800         TO WS-CL-LABEL.
038900     MOVE WS-LISTED-COUNT TO WS-CL-COUNT.
039000     WRITE INDRPT-LINE FROM WS-COUNT-LINE.
039100     MOVE "COMPANIES TO NOTIFY:" TO WS-CL-LABEL.
039200     MOVE WS-COMPANY-COUNT TO WS-CL-COUNT.
039300     WRITE INDRPT-LINE FROM WS-COUNT-LINE.
039400 8000-PRINT-SUMMARY-EXIT.
039500     EXIT.
039600*
039700*-----------------------------------------------------------*
039800* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
039900*-----------------------------------------------------------*
040000 9000-TERMINATE.
040100     MOVE "RUNEND  " TO WS-AE-CODE.
040200     MOVE WS-LISTED-COUNT TO WS-AE-COUNT-1.
040300     MOVE WS-COMPANY-COUNT TO WS-AE-COUNT-2.
040400     MOVE SPACES TO WS-AE-DETAIL.
040500     STRING "TO=" WS-WINDOW-END " EXPIRING=" WS-AE-COUNT-1
040600         " COMPANIES=" WS-AE-COUNT-2
040700         DELIMITED BY SIZE INTO WS-AE-DETAIL.
040800     PERFORM 6100-WRITE-AUDIT-EVENT
040900         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
041000     IF WS-INDUCTN-OPEN
041100         CLOSE INDUCTN
041200     END-IF.
041300     CLOSE INDRPT.
041400     CLOSE AUDITLOG.
041500 9000-TERMINATE-EXIT.
041600     EXIT.
