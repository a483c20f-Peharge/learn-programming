000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEPTCHG.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - MONTH-END DEPARTMENT    *
001200*                 CHARGEBACK EXTRACT FOR FINANCE, REPLACING  *
001300*                 THE HAND-KEYED TOTALS TAKEN FROM TIMEREP.  *
001310* 2026-10-15 RH   TMPBADG IS NOW INDEXED ON THE BADGE ID -   *
001320*                 STILL READ THROUGH IN KEY ORDER.           *
001330* 2026-10-15 RH   CHGRPT IS CLOSED ONLY IF IT WAS OPENED -   *
001360*                 AN INVALID PERIOD NEVER OPENS IT.          *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* THE OPERATOR ENTERS THE CLOSED MONTH TO BILL (YYYYMM, OR   *
001800* BLANK FOR LAST MONTH). THE VISITARC ARCHIVE AND THEN THE   *
001900* LIVE VISITLOG ARE READ IN DATE ORDER AND, FOR THAT MONTH,  *
002000* EACH HOSTING DEPARTMENT IS CHARGED FOR:                    *
002100*   - GUEST HOURS - EACH GUEST "I" SIGN-IN PAIRED WITH THE   *
002200*     FIRST LATER "O" FOR THE SAME NAME, SITE AND DAY, AS    *
002300*     TIMEREP PAIRS THEM. AN UNPAIRED SIGN-IN IS NOT BILLED. *
002400*   - TEMPORARY BADGES ISSUED - FROM TMPBADG, BY SPONSORING  *
002500*     DEPARTMENT.                                            *
002600*   - CONTRACTOR VISITS - BY SPONSORING DEPARTMENT.          *
002700*   - DELIVERIES RECEIVED - BY THE RECIPIENT'S DEPARTMENT,   *
002800*     LOOKED UP ON CUSTMAS WHEN THE LOG DOES NOT CARRY IT.   *
002900* EACH ITEM IS PRICED FROM THE CHGRATE TABLE OPERATIONS      *
003000* KEEPS, AND EACH DEPARTMENT IS MAPPED TO ITS COST CENTER    *
003100* FROM DEPTCC. THE CHGLEDGR INTERFACE FILE GETS ONE DETAIL   *
003200* RECORD PER DEPARTMENT AND COST CENTER AND A TRAILER WITH   *
003300* THE CONTROL TOTALS. A DEPARTMENT WITH NO COST CENTER IS    *
003400* NOT PUT ON THE LEDGER - IT IS LISTED ON THE CHGRPT         *
003500* EXCEPTIONS SECTION SO FINANCE CAN MAP IT AND RERUN. ENDS   *
003600* WITH RETURN CODE 0/4/12 AND A RUNCTL RECORD.               *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT VISITLOG ASSIGN TO "VISITLOG"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-VISITLOG-STATUS.
004500     SELECT VISITARC ASSIGN TO "VISITARC"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-VISITARC-STATUS.
004800     SELECT TMPBADG ASSIGN TO "TMPBADG"
004850         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
004950         RECORD KEY IS TB-BADGE-ID
005000         FILE STATUS IS WS-TMPBADG-STATUS.
005100     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CM-ID
005500         ALTERNATE RECORD KEY IS CM-NAME
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-CUSTMAS-STATUS.
005800     SELECT CHGRATE ASSIGN TO "CHGRATE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CHGRATE-STATUS.
006100     SELECT DEPTCC ASSIGN TO "DEPTCC"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-DEPTCC-STATUS.
006400     SELECT CHGLEDGR ASSIGN TO "CHGLEDGR"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-CHGLEDGR-STATUS.
006700     SELECT CHGRPT ASSIGN TO "CHGRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CHGRPT-STATUS.
007000     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-AUDITLOG-STATUS.
007300     SELECT RUNCTL ASSIGN TO "RUNCTL"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-RUNCTL-STATUS.
007600
007700 DATA DIVISION.
007800
007900 FILE SECTION.
008000 FD  VISITLOG
008100     RECORD CONTAINS 150 CHARACTERS.
008200     COPY "VISITLOG.CPY".
008300
008400 FD  VISITARC
008500     RECORD CONTAINS 150 CHARACTERS.
008600 01  VISITARC-RECORD         PIC X(150).
008700
008800 FD  TMPBADG
008900     RECORD CONTAINS 100 CHARACTERS.
009000     COPY "TMPBADGE.CPY".
009100
009200 FD  CUSTMAS
009300     RECORD CONTAINS 60 CHARACTERS.
009400     COPY "CUSTMAS.CPY".
009500
009600 FD  CHGRATE
009700     RECORD CONTAINS 40 CHARACTERS.
009800     COPY "CHGRATE.CPY".
009900
010000 FD  DEPTCC
010100     RECORD CONTAINS 40 CHARACTERS.
010200     COPY "DEPTCC.CPY".
010300
010400 FD  CHGLEDGR
010500     RECORD CONTAINS 120 CHARACTERS.
010600     COPY "CHGLEDG.CPY".
010700
010800 FD  CHGRPT
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  CHGRPT-LINE             PIC X(80).
011100
011200 FD  AUDITLOG
011300     RECORD CONTAINS 80 CHARACTERS.
011400     COPY "AUDITLOG.CPY".
011500
011600 FD  RUNCTL
011700     RECORD CONTAINS 50 CHARACTERS.
011800     COPY "RUNCTL.CPY".
011900
012000 WORKING-STORAGE SECTION.
012100*
012200*-----------------------------------------------------------*
012300* SWITCHES AND FILE STATUS FIELDS                            *
012400*-----------------------------------------------------------*
012500 77  WS-VISITLOG-STATUS      PIC X(02)   VALUE "00".
012600     88  WS-VISITLOG-NOT-FOUND           VALUE "35".
012700 77  WS-VISITARC-STATUS      PIC X(02)   VALUE "00".
012800     88  WS-VISITARC-NOT-FOUND           VALUE "35".
012900 77  WS-TMPBADG-STATUS       PIC X(02)   VALUE "00".
013000     88  WS-TMPBADG-NOT-FOUND            VALUE "35".
013100 77  WS-CUSTMAS-STATUS       PIC X(02)   VALUE "00".
013200 77  WS-CHGRATE-STATUS       PIC X(02)   VALUE "00".
013300     88  WS-CHGRATE-NOT-FOUND            VALUE "35".
013400 77  WS-DEPTCC-STATUS        PIC X(02)   VALUE "00".
013500     88  WS-DEPTCC-NOT-FOUND             VALUE "35".
013600 77  WS-CHGLEDGR-STATUS      PIC X(02)   VALUE "00".
013700 77  WS-CHGRPT-STATUS        PIC X(02)   VALUE "00".
013800 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
013900     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
014000 77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
014100     88  WS-RUNCTL-NOT-FOUND             VALUE "35".
014200 77  WS-RUN-STATUS           PIC X(01)   VALUE "C".
014300     88  WS-RUN-CLEAN                    VALUE "C".
014400     88  WS-RUN-WARNING                  VALUE "W".
014500     88  WS-RUN-FAILED                   VALUE "F".
014600 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
014700     88  WS-EOF                          VALUE "Y".
014800 77  WS-ARC-EOF-SWITCH       PIC X(01)   VALUE "N".
014900     88  WS-ARC-EOF                      VALUE "Y".
015000 77  WS-TB-EOF-SWITCH        PIC X(01)   VALUE "N".
015100     88  WS-TB-EOF                       VALUE "Y".
015200 77  WS-PARM-EOF-SWITCH      PIC X(01)   VALUE "N".
015300     88  WS-PARM-EOF                     VALUE "Y".
015400 77  WS-CUSTMAS-OPEN-SWITCH  PIC X(01)   VALUE "N".
015500     88  WS-CUSTMAS-OPEN                 VALUE "Y".
015530 77  WS-CHGRPT-OPEN-SWITCH   PIC X(01)   VALUE "N".
015560     88  WS-CHGRPT-OPEN                  VALUE "Y".
015600 77  WS-MATCH-SWITCH         PIC X(01)   VALUE "N".
015700     88  WS-MATCH-FOUND                  VALUE "Y".
015800 77  WS-SLOT-FOUND-SWITCH    PIC X(01)   VALUE "N".
015900     88  WS-SLOT-FOUND                   VALUE "Y".
016000*
016100*-----------------------------------------------------------*
016200* BILLING PERIOD AND RUN DATE                                *
016300*-----------------------------------------------------------*
016400 01  WS-CURRENT-DATE-TIME.
016500     05  WS-RUN-DATE         PIC 9(08).
016600     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
016700         10  WS-RUN-YEAR     PIC 9(04).
016800         10  WS-RUN-MONTH    PIC 9(02).
016900         10  WS-RUN-DAY      PIC 9(02).
017000     05  FILLER              PIC X(13).
017100 77  WS-PERIOD-ENTRY         PIC X(06).
017200 01  WS-BILL-PERIOD-AREA.
017300     05  WS-BILL-PERIOD      PIC 9(06).
017400     05  WS-BILL-PERIOD-R REDEFINES WS-BILL-PERIOD.
017500         10  WS-BP-YEAR      PIC 9(04).
017600         10  WS-BP-MONTH     PIC 9(02).
017700 77  WS-RUN-PERIOD           PIC 9(06).
017800 77  WS-REC-PERIOD           PIC 9(06).
017900 77  WS-REC-SITE             PIC X(02).
018000*
018100*-----------------------------------------------------------*
018200* RATES FROM CHGRATE - A MISSING ITEM STAYS AT ZERO          *
018300*-----------------------------------------------------------*
018400 01  WS-RATES.
018500     05  WS-RATE-GUEST-HOUR  PIC 9(05)V99 VALUE 0.
018600     05  WS-RATE-TEMP-BADGE  PIC 9(05)V99 VALUE 0.
018700     05  WS-RATE-CONTR-VISIT PIC 9(05)V99 VALUE 0.
018800     05  WS-RATE-DELIVERY    PIC 9(05)V99 VALUE 0.
018900 01  WS-RATE-SEEN.
019000     05  WS-SEEN-GUEST-HOUR  PIC X(01)   VALUE "N".
019100     05  WS-SEEN-TEMP-BADGE  PIC X(01)   VALUE "N".
019200     05  WS-SEEN-CONTR-VISIT PIC X(01)   VALUE "N".
019300     05  WS-SEEN-DELIVERY    PIC X(01)   VALUE "N".
019400 77  WS-BAD-RATE-COUNT       PIC 9(05) COMP VALUE 0.
019500*
019600*-----------------------------------------------------------*
019700* DEPARTMENT TO COST-CENTER MAP FROM DEPTCC                  *
019800*-----------------------------------------------------------*
019900 01  COST-CENTER-TABLE.
020000     05  COST-CENTER-ENTRY OCCURS 100 TIMES INDEXED BY CC-IDX.
020100         10  CC-DEPARTMENT       PIC X(20).
020200         10  CC-COST-CENTER      PIC X(10).
020300 77  WS-CC-USED              PIC 9(03) COMP VALUE 0.
020400*
020500*-----------------------------------------------------------*
020600* ONE DAY'S OPEN GUEST VISITS, WAITING FOR A SIGN-OUT. THE   *
020700* TABLE IS EMPTIED WHEN THE LOG MOVES ON TO A NEW DAY - A    *
020800* VISIT NEVER CROSSES MIDNIGHT.                              *
020900*-----------------------------------------------------------*
021000 01  OPEN-VISIT-TABLE.
021100     05  OPEN-VISIT-ENTRY OCCURS 500 TIMES INDEXED BY OV-IDX.
021200         10  OV-NAME             PIC X(30).
021300         10  OV-SITE             PIC X(02).
021400         10  OV-DEPARTMENT       PIC X(20).
021500         10  OV-TIME-IN          PIC 9(06).
021600         10  OV-OUT-SWITCH       PIC X(01).
021700             88  OV-SIGNED-OUT           VALUE "Y".
021800 77  WS-OPEN-USED            PIC 9(03) COMP VALUE 0.
021900 77  WS-OPEN-DATE            PIC 9(08) VALUE 0.
022000*
022100*-----------------------------------------------------------*
022200* PER-DEPARTMENT BILLABLE ITEMS AND PRICED AMOUNTS           *
022300*-----------------------------------------------------------*
022400 01  DEPT-TABLE.
022500     05  DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DP-IDX.
022600         10  DP-NAME             PIC X(20).
022700         10  DP-COST-CENTER      PIC X(10).
022800         10  DP-MINUTES          PIC 9(07) COMP.
022900         10  DP-TEMP-BADGES      PIC 9(05) COMP.
023000         10  DP-CONTR-VISITS     PIC 9(05) COMP.
023100         10  DP-DELIVERIES       PIC 9(05) COMP.
023200         10  DP-GUEST-HOURS      PIC 9(05)V99 COMP-3.
023300         10  DP-HOURS-AMOUNT     PIC 9(07)V99 COMP-3.
023400         10  DP-BADGE-AMOUNT     PIC 9(07)V99 COMP-3.
023500         10  DP-CONTR-AMOUNT     PIC 9(07)V99 COMP-3.
023600         10  DP-DELIV-AMOUNT     PIC 9(07)V99 COMP-3.
023700         10  DP-LINE-AMOUNT      PIC 9(07)V99 COMP-3.
023800 77  WS-DEPT-USED            PIC 9(03) COMP VALUE 0.
023900 01  WS-DEPT-WORK            PIC X(20).
024000*
024100*-----------------------------------------------------------*
024200* COUNTERS, CONTROL TOTALS AND WORK FIELDS                   *
024300*-----------------------------------------------------------*
024400 77  WS-TABLE-INDEX          PIC 9(03) COMP.
024500 77  WS-DEPT-SCAN            PIC 9(03) COMP.
024600 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
024700 77  WS-PERIOD-COUNT         PIC 9(07) COMP VALUE 0.
024800 77  WS-UNPAIRED-COUNT       PIC 9(05) COMP VALUE 0.
024900 77  WS-DEPT-OVERFLOW        PIC 9(05) COMP VALUE 0.
025000 77  WS-LEDGER-COUNT         PIC 9(05) COMP VALUE 0.
025100 77  WS-EXCEPT-COUNT         PIC 9(05) COMP VALUE 0.
025200 77  WS-TOTAL-HOURS          PIC 9(07)V99 COMP-3 VALUE 0.
025300 77  WS-TOTAL-BADGES         PIC 9(07) COMP VALUE 0.
025400 77  WS-TOTAL-CONTR          PIC 9(07) COMP VALUE 0.
025500 77  WS-TOTAL-DELIV          PIC 9(07) COMP VALUE 0.
025600 77  WS-TOTAL-AMOUNT         PIC 9(09)V99 COMP-3 VALUE 0.
025700 77  WS-EXCEPT-AMOUNT        PIC 9(09)V99 COMP-3 VALUE 0.
025800 01  WS-TIME-SPLIT.
025900     05  WS-TS-HOUR          PIC 9(02).
026000     05  WS-TS-MINUTE        PIC 9(02).
026100     05  WS-TS-SECOND        PIC 9(02).
026200 77  WS-IN-MINUTES           PIC 9(05) COMP.
026300 77  WS-OUT-MINUTES          PIC 9(05) COMP.
026400*
026500*-----------------------------------------------------------*
026600* AUDIT EVENT BUILD AREA                                     *
026700*-----------------------------------------------------------*
026800 01  WS-AUDIT-EVENT.
026900     05  WS-AE-CODE          PIC X(08).
027000     05  WS-AE-DETAIL        PIC X(50).
027100 77  WS-AE-COUNT-1           PIC 9(05).
027200 77  WS-AE-COUNT-2           PIC 9(05).
027300 01  WS-AUDIT-DATE-TIME.
027400     05  WS-AUDIT-DATE       PIC 9(08).
027500     05  WS-AUDIT-TIME       PIC 9(06).
027600     05  FILLER              PIC X(07).
027700*
027800*-----------------------------------------------------------*
027900* REPORT LINE LAYOUTS                                        *
028000*-----------------------------------------------------------*
028100 01  WS-SECTION-LINE.
028200     05  WS-SL-TITLE         PIC X(40).
028300     05  FILLER              PIC X(40)   VALUE SPACES.
028400 01  WS-RATE-LINE.
028500     05  FILLER              PIC X(02)   VALUE SPACES.
028600     05  WS-RL-CODE          PIC X(04).
028700     05  FILLER              PIC X(02)   VALUE SPACES.
028800     05  WS-RL-DESC          PIC X(20).
028900     05  FILLER              PIC X(02)   VALUE SPACES.
029000     05  WS-RL-RATE          PIC ZZZZ9.99.
029100     05  FILLER              PIC X(02)   VALUE SPACES.
029200     05  WS-RL-NOTE          PIC X(40).
029300 01  WS-HEADING-LINE.
029400     05  FILLER              PIC X(21)
029500         VALUE "DEPARTMENT".
029600     05  FILLER              PIC X(11)   VALUE "COST CTR".
029700     05  FILLER              PIC X(09)   VALUE "   HOURS".
029800     05  FILLER              PIC X(05)   VALUE "BDGS".
029900     05  FILLER              PIC X(05)   VALUE "CONT".
030000     05  FILLER              PIC X(05)   VALUE "DELV".
030100     05  FILLER              PIC X(11)   VALUE "     AMOUNT".
030200     05  FILLER              PIC X(13)   VALUE SPACES.
030300 01  WS-DEPT-LINE.
030400     05  WS-DL-DEPT          PIC X(20).
030500     05  FILLER              PIC X(01)   VALUE SPACES.
030600     05  WS-DL-COST-CENTER   PIC X(10).
030700     05  FILLER              PIC X(01)   VALUE SPACES.
030800     05  WS-DL-HOURS         PIC ZZZZ9.99.
030900     05  FILLER              PIC X(01)   VALUE SPACES.
031000     05  WS-DL-BADGES        PIC ZZZ9.
031100     05  FILLER              PIC X(01)   VALUE SPACES.
031200     05  WS-DL-CONTR         PIC ZZZ9.
031300     05  FILLER              PIC X(01)   VALUE SPACES.
031400     05  WS-DL-DELIV         PIC ZZZ9.
031500     05  FILLER              PIC X(01)   VALUE SPACES.
031600     05  WS-DL-AMOUNT        PIC ZZZZZZ9.99.
031700     05  FILLER              PIC X(14)   VALUE SPACES.
031800 01  WS-TOTAL-LINE.
031900     05  WS-TL-LABEL         PIC X(30).
032000     05  WS-TL-COUNT         PIC ZZZZ9.
032100     05  FILLER              PIC X(10)   VALUE "  AMOUNT  ".
032200     05  WS-TL-AMOUNT        PIC ZZZZZZZZ9.99.
032300     05  FILLER              PIC X(23)   VALUE SPACES.
032400 01  WS-COUNT-LINE.
032500     05  WS-CL-LABEL         PIC X(40).
032600     05  WS-CL-COUNT         PIC ZZZZZZ9.
032700     05  FILLER              PIC X(33)   VALUE SPACES.
032800
032900 PROCEDURE DIVISION.
033000
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE
033300         THRU 1000-INITIALIZE-EXIT.
033400     IF NOT WS-RUN-FAILED
033500         PERFORM 2000-SCAN-VISITARC
033600             THRU 2000-SCAN-VISITARC-EXIT
033700         PERFORM 2500-SCAN-VISITLOG
033800             THRU 2500-SCAN-VISITLOG-EXIT
033900         PERFORM 3050-CLOSE-OPEN-DAY
034000             THRU 3050-CLOSE-OPEN-DAY-EXIT
034100         PERFORM 4000-SCAN-TMPBADG
034200             THRU 4000-SCAN-TMPBADG-EXIT
034300         PERFORM 5000-WRITE-LEDGER
034400             THRU 5000-WRITE-LEDGER-EXIT
034500         PERFORM 8000-PRINT-SUMMARY
034600             THRU 8000-PRINT-SUMMARY-EXIT
034700     END-IF.
034800     PERFORM 7000-WRITE-RUN-CONTROL
034900         THRU 7000-WRITE-RUN-CONTROL-EXIT.
035000     PERFORM 9000-TERMINATE
035100         THRU 9000-TERMINATE-EXIT.
035200     IF WS-RUN-FAILED
035300         MOVE 12 TO RETURN-CODE
035400     ELSE
035500         IF WS-RUN-WARNING
035600             MOVE 4 TO RETURN-CODE
035700         ELSE
035800             MOVE 0 TO RETURN-CODE
035900         END-IF
036000     END-IF.
036100     STOP RUN.
036200
036300*-----------------------------------------------------------*
036400* 1000-INITIALIZE - CHOOSE THE PERIOD, LOAD THE RATES AND    *
036500*                   COST CENTERS, OPEN THE OUTPUT FILES      *
036600*-----------------------------------------------------------*
036700 1000-INITIALIZE.
036800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
036900     PERFORM 6000-OPEN-AUDITLOG
037000         THRU 6000-OPEN-AUDITLOG-EXIT.
037100     MOVE "RUNSTART" TO WS-AE-CODE.
037200     MOVE SPACES TO WS-AE-DETAIL.
037300     PERFORM 6100-WRITE-AUDIT-EVENT
037400         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
037500     PERFORM 1100-SELECT-PERIOD
037600         THRU 1100-SELECT-PERIOD-EXIT.
037700     IF WS-RUN-FAILED
037800         GO TO 1000-INITIALIZE-EXIT
037900     END-IF.
038000     OPEN OUTPUT CHGRPT.
038050     MOVE "Y" TO WS-CHGRPT-OPEN-SWITCH.
038100     MOVE SPACES TO CHGRPT-LINE.
038200     STRING "DEPARTMENT CHARGEBACK EXTRACT  PERIOD "
038300         WS-BILL-PERIOD "  RUN DATE " WS-RUN-DATE
038400         DELIMITED BY SIZE INTO CHGRPT-LINE.
038500     WRITE CHGRPT-LINE.
038600     MOVE ALL "-" TO CHGRPT-LINE.
038700     WRITE CHGRPT-LINE.
038800     PERFORM 1200-LOAD-RATES
038900         THRU 1200-LOAD-RATES-EXIT.
039000     IF WS-RUN-FAILED
039100         GO TO 1000-INITIALIZE-EXIT
039200     END-IF.
039300     PERFORM 1300-LOAD-COST-CENTERS
039400         THRU 1300-LOAD-COST-CENTERS-EXIT.
039500     OPEN INPUT CUSTMAS.
039600     IF WS-CUSTMAS-STATUS = "00"
039700         MOVE "Y" TO WS-CUSTMAS-OPEN-SWITCH
039800     ELSE
039900         MOVE "FILESTAT" TO WS-AE-CODE
040000         MOVE SPACES TO WS-AE-DETAIL
040100         STRING "CUSTMAS STATUS " WS-CUSTMAS-STATUS
040200             DELIMITED BY SIZE INTO WS-AE-DETAIL
040300         PERFORM 6100-WRITE-AUDIT-EVENT
040400             THRU 6100-WRITE-AUDIT-EVENT-EXIT
040500     END-IF.
040600 1000-INITIALIZE-EXIT.
040700     EXIT.
040800*
040900*-----------------------------------------------------------*
041000* 1100-SELECT-PERIOD - BLANK BILLS LAST MONTH; A TYPED       *
041100*                      PERIOD MUST BE A REAL, CLOSED MONTH   *
041200*-----------------------------------------------------------*
041300 1100-SELECT-PERIOD.
041400     COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH.
041500     DISPLAY "Month to bill (YYYYMM, blank = last month): ".
041600     ACCEPT WS-PERIOD-ENTRY.
041700     IF WS-PERIOD-ENTRY = SPACES
041800         MOVE WS-RUN-YEAR TO WS-BP-YEAR
041900         MOVE WS-RUN-MONTH TO WS-BP-MONTH
042000         IF WS-BP-MONTH = 1
042100             MOVE 12 TO WS-BP-MONTH
042200             SUBTRACT 1 FROM WS-BP-YEAR
042300         ELSE
042400             SUBTRACT 1 FROM WS-BP-MONTH
042500         END-IF
042600         GO TO 1100-SELECT-PERIOD-EXIT
042700     END-IF.
042800     IF WS-PERIOD-ENTRY NOT NUMERIC
042900         DISPLAY "Invalid period - no extract produced."
043000         MOVE "F" TO WS-RUN-STATUS
043100         GO TO 1100-SELECT-PERIOD-EXIT
043200     END-IF.
043300     MOVE WS-PERIOD-ENTRY TO WS-BILL-PERIOD.
043400     IF WS-BP-MONTH < 1 OR WS-BP-MONTH > 12
043500         DISPLAY "Invalid period - no extract produced."
043600         MOVE "F" TO WS-RUN-STATUS
043700         GO TO 1100-SELECT-PERIOD-EXIT
043800     END-IF.
043900     IF WS-BILL-PERIOD NOT < WS-RUN-PERIOD
044000         DISPLAY "That month is not closed yet - no extract "
044100             "produced."
044200         MOVE "F" TO WS-RUN-STATUS
044300     END-IF.
044400 1100-SELECT-PERIOD-EXIT.
044500     EXIT.
044600*
044700*-----------------------------------------------------------*
044800* 1200-LOAD-RATES - READ THE CHGRATE TABLE AND PRINT IT. NO  *
044900*                   TABLE AT ALL FAILS THE RUN - NOTHING     *
045000*                   COULD BE PRICED.                         *
045100*-----------------------------------------------------------*
045200 1200-LOAD-RATES.
045300     OPEN INPUT CHGRATE.
045400     IF WS-CHGRATE-STATUS NOT = "00"
045500         MOVE "FILESTAT" TO WS-AE-CODE
045600         MOVE SPACES TO WS-AE-DETAIL
045700         STRING "CHGRATE STATUS " WS-CHGRATE-STATUS
045800             DELIMITED BY SIZE INTO WS-AE-DETAIL
045900         PERFORM 6100-WRITE-AUDIT-EVENT
046000             THRU 6100-WRITE-AUDIT-EVENT-EXIT
046100         MOVE "*** NO RATE TABLE (CHGRATE) - RUN STOPPED"
046200             TO CHGRPT-LINE
046300         WRITE CHGRPT-LINE
046400         MOVE "F" TO WS-RUN-STATUS
046500         GO TO 1200-LOAD-RATES-EXIT
046600     END-IF.
046700     MOVE "RATES" TO WS-SL-TITLE.
046800     WRITE CHGRPT-LINE FROM WS-SECTION-LINE.
046900     MOVE "N" TO WS-PARM-EOF-SWITCH.
047000     PERFORM 1290-READ-CHGRATE
047100         THRU 1290-READ-CHGRATE-EXIT.
047200     PERFORM 1210-STORE-ONE-RATE
047300         THRU 1210-STORE-ONE-RATE-EXIT
047400         UNTIL WS-PARM-EOF.
047500     CLOSE CHGRATE.
047600     PERFORM 1250-CHECK-RATES-PRESENT
047700         THRU 1250-CHECK-RATES-PRESENT-EXIT.
047800 1200-LOAD-RATES-EXIT.
047900     EXIT.
048000*
048100 1210-STORE-ONE-RATE.
048200     MOVE CR-ITEM-CODE TO WS-RL-CODE.
048300     MOVE CR-DESCRIPTION TO WS-RL-DESC.
048400     MOVE SPACES TO WS-RL-NOTE.
048500     IF CR-UNIT-RATE NOT NUMERIC
048600         MOVE 0 TO WS-RL-RATE
048700         MOVE "*** RATE NOT NUMERIC - IGNORED" TO WS-RL-NOTE
048800         ADD 1 TO WS-BAD-RATE-COUNT
048900         WRITE CHGRPT-LINE FROM WS-RATE-LINE
049000         GO TO 1210-STORE-ONE-RATE-NEXT
049100     END-IF.
049200     MOVE CR-UNIT-RATE TO WS-RL-RATE.
049300     IF CR-GUEST-HOUR
049400         MOVE CR-UNIT-RATE TO WS-RATE-GUEST-HOUR
049500         MOVE "Y" TO WS-SEEN-GUEST-HOUR
049600     ELSE
049700       IF CR-TEMP-BADGE
049800         MOVE CR-UNIT-RATE TO WS-RATE-TEMP-BADGE
049900         MOVE "Y" TO WS-SEEN-TEMP-BADGE
050000       ELSE
050100         IF CR-CONTR-VISIT
050200           MOVE CR-UNIT-RATE TO WS-RATE-CONTR-VISIT
050300           MOVE "Y" TO WS-SEEN-CONTR-VISIT
050400         ELSE
050500           IF CR-DELIVERY
050600             MOVE CR-UNIT-RATE TO WS-RATE-DELIVERY
050700             MOVE "Y" TO WS-SEEN-DELIVERY
050800           ELSE
050900             MOVE "*** UNKNOWN ITEM CODE - IGNORED"
051000                 TO WS-RL-NOTE
051100             ADD 1 TO WS-BAD-RATE-COUNT
051200           END-IF
051300         END-IF
051400       END-IF
051500     END-IF.
051600     WRITE CHGRPT-LINE FROM WS-RATE-LINE.
051700 1210-STORE-ONE-RATE-NEXT.
051800     PERFORM 1290-READ-CHGRATE
051900         THRU 1290-READ-CHGRATE-EXIT.
052000 1210-STORE-ONE-RATE-EXIT.
052100     EXIT.
052200*
052300*-----------------------------------------------------------*
052400* 1250-CHECK-RATES-PRESENT - AN ITEM WITH NO RATE IS PRICED  *
052500*                            AT ZERO AND THE RUN WARNS       *
052600*-----------------------------------------------------------*
052700 1250-CHECK-RATES-PRESENT.
052800     MOVE SPACES TO WS-RL-DESC.
052900     MOVE 0 TO WS-RL-RATE.
053000     MOVE "*** NO RATE - PRICED AT ZERO" TO WS-RL-NOTE.
053100     IF WS-SEEN-GUEST-HOUR = "N"
053200         MOVE "GHRS" TO WS-RL-CODE
053300         WRITE CHGRPT-LINE FROM WS-RATE-LINE
053400         ADD 1 TO WS-BAD-RATE-COUNT
053500     END-IF.
053600     IF WS-SEEN-TEMP-BADGE = "N"
053700         MOVE "TBDG" TO WS-RL-CODE
053800         WRITE CHGRPT-LINE FROM WS-RATE-LINE
053900         ADD 1 TO WS-BAD-RATE-COUNT
054000     END-IF.
054100     IF WS-SEEN-CONTR-VISIT = "N"
054200         MOVE "CONV" TO WS-RL-CODE
054300         WRITE CHGRPT-LINE FROM WS-RATE-LINE
054400         ADD 1 TO WS-BAD-RATE-COUNT
054500     END-IF.
054600     IF WS-SEEN-DELIVERY = "N"
054700         MOVE "DELV" TO WS-RL-CODE
054800         WRITE CHGRPT-LINE FROM WS-RATE-LINE
054900         ADD 1 TO WS-BAD-RATE-COUNT
055000     END-IF.
055100     IF WS-BAD-RATE-COUNT > 0
055200         MOVE "W" TO WS-RUN-STATUS
055300     END-IF.
055400 1250-CHECK-RATES-PRESENT-EXIT.
055500     EXIT.
055600*
055700 1290-READ-CHGRATE.
055800     READ CHGRATE
055900         AT END
056000             MOVE "Y" TO WS-PARM-EOF-SWITCH
056100     END-READ.
056200 1290-READ-CHGRATE-EXIT.
056300     EXIT.
056400*
056500*-----------------------------------------------------------*
056600* 1300-LOAD-COST-CENTERS - READ THE DEPTCC MAP. NO MAP MEANS *
056700*                          EVERY DEPARTMENT IS AN EXCEPTION  *
056800*-----------------------------------------------------------*
056900 1300-LOAD-COST-CENTERS.
057000     OPEN INPUT DEPTCC.
057100     IF WS-DEPTCC-STATUS NOT = "00"
057200         MOVE "FILESTAT" TO WS-AE-CODE
057300         MOVE SPACES TO WS-AE-DETAIL
057400         STRING "DEPTCC STATUS " WS-DEPTCC-STATUS
057500             DELIMITED BY SIZE INTO WS-AE-DETAIL
057600         PERFORM 6100-WRITE-AUDIT-EVENT
057700             THRU 6100-WRITE-AUDIT-EVENT-EXIT
057800         GO TO 1300-LOAD-COST-CENTERS-EXIT
057900     END-IF.
058000     MOVE "N" TO WS-PARM-EOF-SWITCH.
058100     PERFORM 1390-READ-DEPTCC
058200         THRU 1390-READ-DEPTCC-EXIT.
058300     PERFORM 1310-STORE-ONE-COST-CENTER
058400         THRU 1310-STORE-ONE-COST-CENTER-EXIT
058500         UNTIL WS-PARM-EOF.
058600     CLOSE DEPTCC.
058700 1300-LOAD-COST-CENTERS-EXIT.
058800     EXIT.
058900*
059000 1310-STORE-ONE-COST-CENTER.
059100     IF WS-CC-USED < 100
059200         AND DC-DEPARTMENT NOT = SPACES
059300         AND DC-COST-CENTER NOT = SPACES
059400         ADD 1 TO WS-CC-USED
059500         SET CC-IDX TO WS-CC-USED
059600         MOVE DC-DEPARTMENT TO CC-DEPARTMENT(CC-IDX)
059700         MOVE DC-COST-CENTER TO CC-COST-CENTER(CC-IDX)
059800     END-IF.
059900     PERFORM 1390-READ-DEPTCC
060000         THRU 1390-READ-DEPTCC-EXIT.
060100 1310-STORE-ONE-COST-CENTER-EXIT.
060200     EXIT.
060300*
060400 1390-READ-DEPTCC.
060500     READ DEPTCC
060600         AT END
060700             MOVE "Y" TO WS-PARM-EOF-SWITCH
060800     END-READ.
060900 1390-READ-DEPTCC-EXIT.
061000     EXIT.
061100*
061200*-----------------------------------------------------------*
061300* 2000-SCAN-VISITARC - THE ARCHIVE FIRST, SO THE LOG IS SEEN *
061400*                      IN DATE ORDER                         *
061500*-----------------------------------------------------------*
061600 2000-SCAN-VISITARC.
061700     OPEN INPUT VISITARC.
061800     IF WS-VISITARC-STATUS NOT = "00"
061900         IF NOT WS-VISITARC-NOT-FOUND
062000             MOVE "FILESTAT" TO WS-AE-CODE
062100             MOVE SPACES TO WS-AE-DETAIL
062200             STRING "VISITARC STATUS " WS-VISITARC-STATUS
062300                 DELIMITED BY SIZE INTO WS-AE-DETAIL
062400             PERFORM 6100-WRITE-AUDIT-EVENT
062500                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
062600             MOVE "W" TO WS-RUN-STATUS
062700         END-IF
062800         GO TO 2000-SCAN-VISITARC-EXIT
062900     END-IF.
063000     PERFORM 2950-READ-VISITARC
063100         THRU 2950-READ-VISITARC-EXIT.
063200     PERFORM 2100-SCAN-ONE-ARC-REC
063300         THRU 2100-SCAN-ONE-ARC-REC-EXIT
063400         UNTIL WS-ARC-EOF.
063500     CLOSE VISITARC.
063600 2000-SCAN-VISITARC-EXIT.
063700     EXIT.
063800*
063900 2100-SCAN-ONE-ARC-REC.
064000     MOVE VISITARC-RECORD TO VISITLOG-RECORD.
064100     PERFORM 3000-APPLY-LOG-RECORD
064200         THRU 3000-APPLY-LOG-RECORD-EXIT.
064300     PERFORM 2950-READ-VISITARC
064400         THRU 2950-READ-VISITARC-EXIT.
064500 2100-SCAN-ONE-ARC-REC-EXIT.
064600     EXIT.
064700*
064800*-----------------------------------------------------------*
064900* 2500-SCAN-VISITLOG - THEN THE LIVE LOG                     *
065000*-----------------------------------------------------------*
065100 2500-SCAN-VISITLOG.
065200     OPEN INPUT VISITLOG.
065300     IF WS-VISITLOG-STATUS NOT = "00"
065400         IF NOT WS-VISITLOG-NOT-FOUND
065500             MOVE "FILESTAT" TO WS-AE-CODE
065600             MOVE SPACES TO WS-AE-DETAIL
065700             STRING "VISITLOG STATUS " WS-VISITLOG-STATUS
065800                 DELIMITED BY SIZE INTO WS-AE-DETAIL
065900             PERFORM 6100-WRITE-AUDIT-EVENT
066000                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
066100             MOVE "W" TO WS-RUN-STATUS
066200         END-IF
066300         GO TO 2500-SCAN-VISITLOG-EXIT
066400     END-IF.
066500     PERFORM 2900-READ-VISITLOG
066600         THRU 2900-READ-VISITLOG-EXIT.
066700     PERFORM 2600-SCAN-ONE-LOG-REC
066800         THRU 2600-SCAN-ONE-LOG-REC-EXIT
066900         UNTIL WS-EOF.
067000     CLOSE VISITLOG.
067100 2500-SCAN-VISITLOG-EXIT.
067200     EXIT.
067300*
067400 2600-SCAN-ONE-LOG-REC.
067500     PERFORM 3000-APPLY-LOG-RECORD
067600         THRU 3000-APPLY-LOG-RECORD-EXIT.
067700     PERFORM 2900-READ-VISITLOG
067800         THRU 2900-READ-VISITLOG-EXIT.
067900 2600-SCAN-ONE-LOG-REC-EXIT.
068000     EXIT.
068100*
068200 2900-READ-VISITLOG.
068300     READ VISITLOG
068400         AT END
068500             MOVE "Y" TO WS-EOF-SWITCH
068600     END-READ.
068700 2900-READ-VISITLOG-EXIT.
068800     EXIT.
068900*
069000 2950-READ-VISITARC.
069100     READ VISITARC
069200         AT END
069300             MOVE "Y" TO WS-ARC-EOF-SWITCH
069400     END-READ.
069500 2950-READ-VISITARC-EXIT.
069600     EXIT.
069700*
069800*-----------------------------------------------------------*
069900* 3000-APPLY-LOG-RECORD - COUNT ONE TRANSACTION FROM THE     *
070000*                         BILLING MONTH                      *
070100*-----------------------------------------------------------*
070200 3000-APPLY-LOG-RECORD.
070300     ADD 1 TO WS-READ-COUNT.
070400     DIVIDE VL-SIGN-DATE BY 100 GIVING WS-REC-PERIOD.
070500     IF WS-REC-PERIOD NOT = WS-BILL-PERIOD
070600         GO TO 3000-APPLY-LOG-RECORD-EXIT
070700     END-IF.
070800     ADD 1 TO WS-PERIOD-COUNT.
070900     IF VL-SIGN-DATE NOT = WS-OPEN-DATE
071000         PERFORM 3050-CLOSE-OPEN-DAY
071100             THRU 3050-CLOSE-OPEN-DAY-EXIT
071200         MOVE VL-SIGN-DATE TO WS-OPEN-DATE
071300     END-IF.
071400     MOVE VL-SITE-CODE TO WS-REC-SITE.
071500     IF WS-REC-SITE = SPACES
071600         MOVE "01" TO WS-REC-SITE
071700     END-IF.
071800     IF VL-SIGN-OUT
071900         PERFORM 3200-CLOSE-GUEST-VISIT
072000             THRU 3200-CLOSE-GUEST-VISIT-EXIT
072100         GO TO 3000-APPLY-LOG-RECORD-EXIT
072200     END-IF.
072300     IF VL-SIGN-IN
072400         PERFORM 3100-OPEN-GUEST-VISIT
072500             THRU 3100-OPEN-GUEST-VISIT-EXIT
072600         GO TO 3000-APPLY-LOG-RECORD-EXIT
072700     END-IF.
072800     IF VL-CONTRACTOR-IN
072900         PERFORM 3300-COUNT-CONTRACTOR
073000             THRU 3300-COUNT-CONTRACTOR-EXIT
073100         GO TO 3000-APPLY-LOG-RECORD-EXIT
073200     END-IF.
073300     IF VL-DELIVERY-IN
073400         PERFORM 3400-COUNT-DELIVERY
073500             THRU 3400-COUNT-DELIVERY-EXIT
073600     END-IF.
073700 3000-APPLY-LOG-RECORD-EXIT.
073800     EXIT.
073900*
074000*-----------------------------------------------------------*
074100* 3050-CLOSE-OPEN-DAY - THE LOG HAS MOVED PAST A DAY (OR     *
074200*                       ENDED). SIGN-INS STILL OPEN NEVER    *
074300*                       SIGNED OUT AND ARE NOT BILLED.       *
074400*-----------------------------------------------------------*
074500 3050-CLOSE-OPEN-DAY.
074600     PERFORM 3060-COUNT-ONE-UNPAIRED
074700         THRU 3060-COUNT-ONE-UNPAIRED-EXIT
074800         VARYING WS-TABLE-INDEX FROM 1 BY 1
074900         UNTIL WS-TABLE-INDEX > WS-OPEN-USED.
075000     MOVE 0 TO WS-OPEN-USED.
075100 3050-CLOSE-OPEN-DAY-EXIT.
075200     EXIT.
075300*
075400 3060-COUNT-ONE-UNPAIRED.
075500     SET OV-IDX TO WS-TABLE-INDEX.
075600     IF NOT OV-SIGNED-OUT(OV-IDX)
075700         ADD 1 TO WS-UNPAIRED-COUNT
075800     END-IF.
075900 3060-COUNT-ONE-UNPAIRED-EXIT.
076000     EXIT.
076100*
076200*-----------------------------------------------------------*
076300* 3100-OPEN-GUEST-VISIT - HOLD A GUEST SIGN-IN UNTIL ITS     *
076400*                         SIGN-OUT TURNS UP                  *
076500*-----------------------------------------------------------*
076600 3100-OPEN-GUEST-VISIT.
076700     IF WS-OPEN-USED NOT < 500
076800         ADD 1 TO WS-UNPAIRED-COUNT
076900         GO TO 3100-OPEN-GUEST-VISIT-EXIT
077000     END-IF.
077100     ADD 1 TO WS-OPEN-USED.
077200     SET OV-IDX TO WS-OPEN-USED.
077300     MOVE VL-NAME TO OV-NAME(OV-IDX).
077400     MOVE WS-REC-SITE TO OV-SITE(OV-IDX).
077500     MOVE VL-DEPARTMENT TO OV-DEPARTMENT(OV-IDX).
077600     MOVE VL-SIGN-TIME TO OV-TIME-IN(OV-IDX).
077700     MOVE "N" TO OV-OUT-SWITCH(OV-IDX).
077800 3100-OPEN-GUEST-VISIT-EXIT.
077900     EXIT.
078000*
078100*-----------------------------------------------------------*
078200* 3200-CLOSE-GUEST-VISIT - PAIR A SIGN-OUT WITH THE FIRST    *
078300*                          STILL-OPEN SIGN-IN FOR THE SAME   *
078400*                          NAME AND SITE, AND BILL THE       *
078500*                          MINUTES TO THE HOST DEPARTMENT    *
078600*-----------------------------------------------------------*
078700 3200-CLOSE-GUEST-VISIT.
078800     MOVE "N" TO WS-MATCH-SWITCH.
078900     PERFORM 3210-MATCH-OPEN-VISIT
079000         THRU 3210-MATCH-OPEN-VISIT-EXIT
079100         VARYING WS-TABLE-INDEX FROM 1 BY 1
079200         UNTIL WS-TABLE-INDEX > WS-OPEN-USED
079300         OR WS-MATCH-FOUND.
079400 3200-CLOSE-GUEST-VISIT-EXIT.
079500     EXIT.
079600*
079700 3210-MATCH-OPEN-VISIT.
079800     SET OV-IDX TO WS-TABLE-INDEX.
079900     IF OV-SIGNED-OUT(OV-IDX)
080000         OR OV-NAME(OV-IDX) NOT = VL-NAME
080100         OR OV-SITE(OV-IDX) NOT = WS-REC-SITE
080200         GO TO 3210-MATCH-OPEN-VISIT-EXIT
080300     END-IF.
080400     MOVE "Y" TO WS-MATCH-SWITCH.
080500     MOVE "Y" TO OV-OUT-SWITCH(OV-IDX).
080600     MOVE OV-TIME-IN(OV-IDX) TO WS-TIME-SPLIT.
080700     COMPUTE WS-IN-MINUTES =
080800         (WS-TS-HOUR * 60) + WS-TS-MINUTE.
080900     MOVE VL-SIGN-TIME TO WS-TIME-SPLIT.
081000     COMPUTE WS-OUT-MINUTES =
081100         (WS-TS-HOUR * 60) + WS-TS-MINUTE.
081200     IF WS-OUT-MINUTES < WS-IN-MINUTES
081300         MOVE WS-IN-MINUTES TO WS-OUT-MINUTES
081400     END-IF.
081500     MOVE OV-DEPARTMENT(OV-IDX) TO WS-DEPT-WORK.
081600     PERFORM 3500-FIND-DEPT
081700         THRU 3500-FIND-DEPT-EXIT.
081800     IF WS-SLOT-FOUND
081900         COMPUTE DP-MINUTES(DP-IDX) = DP-MINUTES(DP-IDX)
082000             + WS-OUT-MINUTES - WS-IN-MINUTES
082100     END-IF.
082200 3210-MATCH-OPEN-VISIT-EXIT.
082300     EXIT.
082400*
082500*-----------------------------------------------------------*
082600* 3300-COUNT-CONTRACTOR - ONE VISIT TO THE SPONSORING        *
082700*                         DEPARTMENT THE DESK LOGGED         *
082800*-----------------------------------------------------------*
082900 3300-COUNT-CONTRACTOR.
083000     MOVE VL-DEPARTMENT TO WS-DEPT-WORK.
083100     PERFORM 3500-FIND-DEPT
083200         THRU 3500-FIND-DEPT-EXIT.
083300     IF WS-SLOT-FOUND
083400         ADD 1 TO DP-CONTR-VISITS(DP-IDX)
083500     END-IF.
083600 3300-COUNT-CONTRACTOR-EXIT.
083700     EXIT.
083800*
083900*-----------------------------------------------------------*
084000* 3400-COUNT-DELIVERY - ONE DELIVERY TO THE RECIPIENT'S      *
084100*                       DEPARTMENT. THE DESK LOGS ONLY THE   *
084200*                       RECIPIENT'S NAME, SO THE DEPARTMENT  *
084300*                       COMES FROM CUSTMAS UNLESS THE LOG    *
084400*                       RECORD ALREADY CARRIES ONE.          *
084500*-----------------------------------------------------------*
084600 3400-COUNT-DELIVERY.
084700     MOVE VL-DEPARTMENT TO WS-DEPT-WORK.
084800     IF WS-DEPT-WORK = SPACES
084900         AND WS-CUSTMAS-OPEN
085000         AND VL-CONTACT NOT = SPACES
085100         MOVE VL-CONTACT TO CM-NAME
085200         READ CUSTMAS KEY IS CM-NAME
085300             INVALID KEY
085400                 CONTINUE
085500             NOT INVALID KEY
085600                 MOVE CM-DEPARTMENT TO WS-DEPT-WORK
085700         END-READ
085800     END-IF.
085900     PERFORM 3500-FIND-DEPT
086000         THRU 3500-FIND-DEPT-EXIT.
086100     IF WS-SLOT-FOUND
086200         ADD 1 TO DP-DELIVERIES(DP-IDX)
086300     END-IF.
086400 3400-COUNT-DELIVERY-EXIT.
086500     EXIT.
086600*
086700*-----------------------------------------------------------*
086800* 3500-FIND-DEPT - POINT DP-IDX AT WS-DEPT-WORK'S ENTRY,     *
086900*                  ADDING IT IF NEW. A FULL TABLE LEAVES     *
087000*                  WS-SLOT-FOUND OFF AND THE ITEM UNBILLED.  *
087100*-----------------------------------------------------------*
087200 3500-FIND-DEPT.
087300     IF WS-DEPT-WORK = SPACES
087400         MOVE "(NO DEPARTMENT)" TO WS-DEPT-WORK
087500     END-IF.
087600     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
087700     PERFORM 3510-MATCH-ONE-DEPT
087800         THRU 3510-MATCH-ONE-DEPT-EXIT
087900         VARYING WS-DEPT-SCAN FROM 1 BY 1
088000         UNTIL WS-DEPT-SCAN > WS-DEPT-USED
088100         OR WS-SLOT-FOUND.
088200     IF WS-SLOT-FOUND
088300         GO TO 3500-FIND-DEPT-EXIT
088400     END-IF.
088500     IF WS-DEPT-USED NOT < 100
088600         ADD 1 TO WS-DEPT-OVERFLOW
088700         GO TO 3500-FIND-DEPT-EXIT
088800     END-IF.
088900     ADD 1 TO WS-DEPT-USED.
089000     SET DP-IDX TO WS-DEPT-USED.
089100     MOVE WS-DEPT-WORK TO DP-NAME(DP-IDX).
089200     MOVE SPACES TO DP-COST-CENTER(DP-IDX).
089300     MOVE 0 TO DP-MINUTES(DP-IDX).
089400     MOVE 0 TO DP-TEMP-BADGES(DP-IDX).
089500     MOVE 0 TO DP-CONTR-VISITS(DP-IDX).
089600     MOVE 0 TO DP-DELIVERIES(DP-IDX).
089700     MOVE "Y" TO WS-SLOT-FOUND-SWITCH.
089800 3500-FIND-DEPT-EXIT.
089900     EXIT.
090000*
090100 3510-MATCH-ONE-DEPT.
090200     SET DP-IDX TO WS-DEPT-SCAN.
090300     IF DP-NAME(DP-IDX) = WS-DEPT-WORK
090400         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
090500     END-IF.
090600 3510-MATCH-ONE-DEPT-EXIT.
090700     EXIT.
090800*
090900*-----------------------------------------------------------*
091000* 4000-SCAN-TMPBADG - COUNT THE TEMPORARY BADGES ISSUED IN   *
091100*                     THE MONTH BY SPONSORING DEPARTMENT.    *
091200*                     BADGEEXP ONLY MARKS BADGES EXPIRED, SO *
091300*                     THE WHOLE MONTH IS STILL ON THE FILE.  *
091400*-----------------------------------------------------------*
091500 4000-SCAN-TMPBADG.
091600     OPEN INPUT TMPBADG.
091700     IF WS-TMPBADG-STATUS NOT = "00"
091800         IF NOT WS-TMPBADG-NOT-FOUND
091900             MOVE "FILESTAT" TO WS-AE-CODE
092000             MOVE SPACES TO WS-AE-DETAIL
092100             STRING "TMPBADG STATUS " WS-TMPBADG-STATUS
092200                 DELIMITED BY SIZE INTO WS-AE-DETAIL
092300             PERFORM 6100-WRITE-AUDIT-EVENT
092400                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
092500             MOVE "W" TO WS-RUN-STATUS
092600         END-IF
092700         GO TO 4000-SCAN-TMPBADG-EXIT
092800     END-IF.
092900     PERFORM 4900-READ-TMPBADG
093000         THRU 4900-READ-TMPBADG-EXIT.
093100     PERFORM 4100-COUNT-ONE-BADGE
093200         THRU 4100-COUNT-ONE-BADGE-EXIT
093300         UNTIL WS-TB-EOF.
093400     CLOSE TMPBADG.
093500 4000-SCAN-TMPBADG-EXIT.
093600     EXIT.
093700*
093800 4100-COUNT-ONE-BADGE.
093900     DIVIDE TB-ISSUE-DATE BY 100 GIVING WS-REC-PERIOD.
094000     IF WS-REC-PERIOD = WS-BILL-PERIOD
094100         MOVE TB-SPONSOR-DEPT TO WS-DEPT-WORK
094200         PERFORM 3500-FIND-DEPT
094300             THRU 3500-FIND-DEPT-EXIT
094400         IF WS-SLOT-FOUND
094500             ADD 1 TO DP-TEMP-BADGES(DP-IDX)
094600         END-IF
094700     END-IF.
094800     PERFORM 4900-READ-TMPBADG
094900         THRU 4900-READ-TMPBADG-EXIT.
095000 4100-COUNT-ONE-BADGE-EXIT.
095100     EXIT.
095200*
095300 4900-READ-TMPBADG.
095400     READ TMPBADG
095500         AT END
095600             MOVE "Y" TO WS-TB-EOF-SWITCH
095700     END-READ.
095800 4900-READ-TMPBADG-EXIT.
095900     EXIT.
096000*
096100*-----------------------------------------------------------*
096200* 5000-WRITE-LEDGER - PRICE EVERY DEPARTMENT. A MAPPED ONE   *
096300*                     GOES ON THE LEDGER; AN UNMAPPED ONE    *
096400*                     GOES ON THE EXCEPTIONS LIST. THE       *
096500*                     TRAILER CARRIES THE LEDGER TOTALS.     *
096600*-----------------------------------------------------------*
096700 5000-WRITE-LEDGER.
096800     OPEN OUTPUT CHGLEDGR.
096900     IF WS-CHGLEDGR-STATUS NOT = "00"
097000         MOVE "FILESTAT" TO WS-AE-CODE
097100         MOVE SPACES TO WS-AE-DETAIL
097200         STRING "CHGLEDGR STATUS " WS-CHGLEDGR-STATUS
097300             DELIMITED BY SIZE INTO WS-AE-DETAIL
097400         PERFORM 6100-WRITE-AUDIT-EVENT
097500             THRU 6100-WRITE-AUDIT-EVENT-EXIT
097600         MOVE "F" TO WS-RUN-STATUS
097700         GO TO 5000-WRITE-LEDGER-EXIT
097800     END-IF.
097900     MOVE "LEDGER LINES" TO WS-SL-TITLE.
098000     WRITE CHGRPT-LINE FROM WS-SECTION-LINE.
098100     WRITE CHGRPT-LINE FROM WS-HEADING-LINE.
098200     PERFORM 5100-PRICE-ONE-DEPT
098300         THRU 5100-PRICE-ONE-DEPT-EXIT
098400         VARYING WS-TABLE-INDEX FROM 1 BY 1
098500         UNTIL WS-TABLE-INDEX > WS-DEPT-USED.
098600     PERFORM 5200-WRITE-TRAILER
098700         THRU 5200-WRITE-TRAILER-EXIT.
098800     CLOSE CHGLEDGR.
098900     MOVE "NO COST-CENTER MAPPING - NOT ON LEDGER"
099000         TO WS-SL-TITLE.
099100     WRITE CHGRPT-LINE FROM WS-SECTION-LINE.
099200     PERFORM 5300-PRINT-ONE-EXCEPTION
099300         THRU 5300-PRINT-ONE-EXCEPTION-EXIT
099400         VARYING WS-TABLE-INDEX FROM 1 BY 1
099500         UNTIL WS-TABLE-INDEX > WS-DEPT-USED.
099600     IF WS-EXCEPT-COUNT > 0 OR WS-DEPT-OVERFLOW > 0
099700         MOVE "W" TO WS-RUN-STATUS
099800     END-IF.
099900 5000-WRITE-LEDGER-EXIT.
100000     EXIT.
100100*
100200*-----------------------------------------------------------*
100300* 5100-PRICE-ONE-DEPT - PRICE ONE DEPARTMENT'S ITEMS AND,    *
100400*                       WHEN IT HAS A COST CENTER, WRITE ITS *
100500*                       LEDGER RECORD                        *
100600*-----------------------------------------------------------*
100700 5100-PRICE-ONE-DEPT.
100800     SET DP-IDX TO WS-TABLE-INDEX.
100900     COMPUTE DP-GUEST-HOURS(DP-IDX) ROUNDED =
101000         DP-MINUTES(DP-IDX) / 60.
101100     COMPUTE DP-HOURS-AMOUNT(DP-IDX) ROUNDED =
101200         DP-GUEST-HOURS(DP-IDX) * WS-RATE-GUEST-HOUR.
101300     COMPUTE DP-BADGE-AMOUNT(DP-IDX) =
101400         DP-TEMP-BADGES(DP-IDX) * WS-RATE-TEMP-BADGE.
101500     COMPUTE DP-CONTR-AMOUNT(DP-IDX) =
101600         DP-CONTR-VISITS(DP-IDX) * WS-RATE-CONTR-VISIT.
101700     COMPUTE DP-DELIV-AMOUNT(DP-IDX) =
101800         DP-DELIVERIES(DP-IDX) * WS-RATE-DELIVERY.
101900     COMPUTE DP-LINE-AMOUNT(DP-IDX) =
102000         DP-HOURS-AMOUNT(DP-IDX) + DP-BADGE-AMOUNT(DP-IDX)
102100         + DP-CONTR-AMOUNT(DP-IDX) + DP-DELIV-AMOUNT(DP-IDX).
102200     MOVE "N" TO WS-MATCH-SWITCH.
102300     PERFORM 5110-MATCH-ONE-COST-CENTER
102400         THRU 5110-MATCH-ONE-COST-CENTER-EXIT
102500         VARYING WS-DEPT-SCAN FROM 1 BY 1
102600         UNTIL WS-DEPT-SCAN > WS-CC-USED
102700         OR WS-MATCH-FOUND.
102800     IF NOT WS-MATCH-FOUND
102900         ADD 1 TO WS-EXCEPT-COUNT
103000         ADD DP-LINE-AMOUNT(DP-IDX) TO WS-EXCEPT-AMOUNT
103100         GO TO 5100-PRICE-ONE-DEPT-EXIT
103200     END-IF.
103300     MOVE SPACES TO CHGLEDG-RECORD.
103400     MOVE "D" TO CL-REC-TYPE.
103500     MOVE WS-BILL-PERIOD TO CL-PERIOD.
103600     MOVE DP-COST-CENTER(DP-IDX) TO CL-COST-CENTER.
103700     MOVE DP-NAME(DP-IDX) TO CL-DEPARTMENT.
103800     MOVE DP-GUEST-HOURS(DP-IDX) TO CL-GUEST-HOURS.
103900     MOVE DP-TEMP-BADGES(DP-IDX) TO CL-TEMP-BADGES.
104000     MOVE DP-CONTR-VISITS(DP-IDX) TO CL-CONTR-VISITS.
104100     MOVE DP-DELIVERIES(DP-IDX) TO CL-DELIVERIES.
104200     MOVE DP-HOURS-AMOUNT(DP-IDX) TO CL-HOURS-AMOUNT.
104300     MOVE DP-BADGE-AMOUNT(DP-IDX) TO CL-BADGE-AMOUNT.
104400     MOVE DP-CONTR-AMOUNT(DP-IDX) TO CL-CONTR-AMOUNT.
104500     MOVE DP-DELIV-AMOUNT(DP-IDX) TO CL-DELIV-AMOUNT.
104600     MOVE DP-LINE-AMOUNT(DP-IDX) TO CL-LINE-AMOUNT.
104700     WRITE CHGLEDG-RECORD.
104800     ADD 1 TO WS-LEDGER-COUNT.
104900     ADD DP-GUEST-HOURS(DP-IDX) TO WS-TOTAL-HOURS.
105000     ADD DP-TEMP-BADGES(DP-IDX) TO WS-TOTAL-BADGES.
105100     ADD DP-CONTR-VISITS(DP-IDX) TO WS-TOTAL-CONTR.
105200     ADD DP-DELIVERIES(DP-IDX) TO WS-TOTAL-DELIV.
105300     ADD DP-LINE-AMOUNT(DP-IDX) TO WS-TOTAL-AMOUNT.
105400     PERFORM 5400-FORMAT-DEPT-LINE
105500         THRU 5400-FORMAT-DEPT-LINE-EXIT.
105600     WRITE CHGRPT-LINE FROM WS-DEPT-LINE.
105700 5100-PRICE-ONE-DEPT-EXIT.
105800     EXIT.
105900*
106000 5110-MATCH-ONE-COST-CENTER.
106100     SET CC-IDX TO WS-DEPT-SCAN.
106200     IF CC-DEPARTMENT(CC-IDX) = DP-NAME(DP-IDX)
106300         MOVE "Y" TO WS-MATCH-SWITCH
106400         MOVE CC-COST-CENTER(CC-IDX) TO DP-COST-CENTER(DP-IDX)
106500     END-IF.
106600 5110-MATCH-ONE-COST-CENTER-EXIT.
106700     EXIT.
106800*
106900*-----------------------------------------------------------*
107000* 5200-WRITE-TRAILER - THE CONTROL TOTALS FINANCE BALANCES   *
107100*                      THE DETAIL RECORDS AGAINST            *
107200*-----------------------------------------------------------*
107300 5200-WRITE-TRAILER.
107400     MOVE SPACES TO CHGLEDG-RECORD.
107500     MOVE "T" TO CL-REC-TYPE.
107600     MOVE WS-BILL-PERIOD TO CL-PERIOD.
107700     MOVE WS-RUN-DATE TO CT-RUN-DATE.
107800     MOVE WS-LEDGER-COUNT TO CT-LINE-COUNT.
107900     MOVE WS-TOTAL-HOURS TO CT-GUEST-HOURS.
108000     MOVE WS-TOTAL-BADGES TO CT-TEMP-BADGES.
108100     MOVE WS-TOTAL-CONTR TO CT-CONTR-VISITS.
108200     MOVE WS-TOTAL-DELIV TO CT-DELIVERIES.
108300     MOVE WS-TOTAL-AMOUNT TO CT-TOTAL-AMOUNT.
108400     MOVE WS-EXCEPT-COUNT TO CT-EXCEPT-COUNT.
108500     WRITE CHGLEDG-RECORD.
108600 5200-WRITE-TRAILER-EXIT.
108700     EXIT.
108800*
108900 5300-PRINT-ONE-EXCEPTION.
109000     SET DP-IDX TO WS-TABLE-INDEX.
109100     IF DP-COST-CENTER(DP-IDX) = SPACES
109200         PERFORM 5400-FORMAT-DEPT-LINE
109300             THRU 5400-FORMAT-DEPT-LINE-EXIT
109400         MOVE "*NONE*" TO WS-DL-COST-CENTER
109500         WRITE CHGRPT-LINE FROM WS-DEPT-LINE
109600     END-IF.
109700 5300-PRINT-ONE-EXCEPTION-EXIT.
109800     EXIT.
109900*
110000 5400-FORMAT-DEPT-LINE.
110100     MOVE DP-NAME(DP-IDX) TO WS-DL-DEPT.
110200     MOVE DP-COST-CENTER(DP-IDX) TO WS-DL-COST-CENTER.
110300     MOVE DP-GUEST-HOURS(DP-IDX) TO WS-DL-HOURS.
110400     MOVE DP-TEMP-BADGES(DP-IDX) TO WS-DL-BADGES.
110500     MOVE DP-CONTR-VISITS(DP-IDX) TO WS-DL-CONTR.
110600     MOVE DP-DELIVERIES(DP-IDX) TO WS-DL-DELIV.
110700     MOVE DP-LINE-AMOUNT(DP-IDX) TO WS-DL-AMOUNT.
110800 5400-FORMAT-DEPT-LINE-EXIT.
110900     EXIT.
111000*
111100*-----------------------------------------------------------*
111200* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
111300*-----------------------------------------------------------*
111400 6000-OPEN-AUDITLOG.
111500     OPEN EXTEND AUDITLOG.
111600     IF WS-AUDITLOG-NOT-FOUND
111700         OPEN OUTPUT AUDITLOG
111800         CLOSE AUDITLOG
111900         OPEN EXTEND AUDITLOG
112000     END-IF.
112100 6000-OPEN-AUDITLOG-EXIT.
112200     EXIT.
112300*
112400*-----------------------------------------------------------*
112500* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
112600*-----------------------------------------------------------*
112700 6100-WRITE-AUDIT-EVENT.
112800     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
112900     MOVE WS-AUDIT-DATE TO AU-DATE.
113000     MOVE WS-AUDIT-TIME TO AU-TIME.
113100     MOVE "DEPTCHG " TO AU-PROGRAM.
113200     MOVE WS-AE-CODE TO AU-EVENT-CODE.
113300     MOVE WS-AE-DETAIL TO AU-DETAIL.
113400     WRITE AUDITLOG-RECORD.
113500 6100-WRITE-AUDIT-EVENT-EXIT.
113600     EXIT.
113700*
113800*-----------------------------------------------------------*
113900* 7000-WRITE-RUN-CONTROL - APPEND OUR RUNCTL RECORD          *
114000*-----------------------------------------------------------*
114100 7000-WRITE-RUN-CONTROL.
114200     OPEN EXTEND RUNCTL.
114300     IF WS-RUNCTL-NOT-FOUND
114400         OPEN OUTPUT RUNCTL
114500         CLOSE RUNCTL
114600         OPEN EXTEND RUNCTL
114700     END-IF.
114800     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
114900     MOVE "DEPTCHG " TO RC-PROGRAM.
115000     MOVE WS-AUDIT-DATE TO RC-RUN-DATE.
115100     MOVE WS-AUDIT-TIME TO RC-RUN-TIME.
115200     MOVE WS-READ-COUNT TO RC-READ-COUNT.
115300     MOVE WS-LEDGER-COUNT TO RC-WRITTEN-COUNT.
115400     MOVE WS-EXCEPT-COUNT TO RC-REJECT-COUNT.
115500     MOVE WS-RUN-STATUS TO RC-STATUS.
115600     MOVE SPACES TO RC-FILLER.
115700     WRITE RUNCTL-RECORD.
115800     CLOSE RUNCTL.
115900 7000-WRITE-RUN-CONTROL-EXIT.
116000     EXIT.
116100*
116200*-----------------------------------------------------------*
116300* 8000-PRINT-SUMMARY - LEDGER AND EXCEPTION TOTALS           *
116400*-----------------------------------------------------------*
116500 8000-PRINT-SUMMARY.
116600     MOVE ALL "-" TO CHGRPT-LINE.
116700     WRITE CHGRPT-LINE.
116800     MOVE "LEDGER LINES:" TO WS-TL-LABEL.
116900     MOVE WS-LEDGER-COUNT TO WS-TL-COUNT.
117000     MOVE WS-TOTAL-AMOUNT TO WS-TL-AMOUNT.
117100     WRITE CHGRPT-LINE FROM WS-TOTAL-LINE.
117200     MOVE "UNMAPPED DEPARTMENTS:" TO WS-TL-LABEL.
117300     MOVE WS-EXCEPT-COUNT TO WS-TL-COUNT.
117400     MOVE WS-EXCEPT-AMOUNT TO WS-TL-AMOUNT.
117500     WRITE CHGRPT-LINE FROM WS-TOTAL-LINE.
117600     MOVE "LOG RECORDS IN PERIOD:" TO WS-CL-LABEL.
117700     MOVE WS-PERIOD-COUNT TO WS-CL-COUNT.
117800     WRITE CHGRPT-LINE FROM WS-COUNT-LINE.
117900     MOVE "SIGN-INS NEVER SIGNED OUT (UNBILLED):"
118000         TO WS-CL-LABEL.
118100     MOVE WS-UNPAIRED-COUNT TO WS-CL-COUNT.
118200     WRITE CHGRPT-LINE FROM WS-COUNT-LINE.
118300     IF WS-DEPT-OVERFLOW > 0
118400         MOVE "*** ITEMS UNBILLED - DEPARTMENT TABLE FULL:"
118500             TO WS-CL-LABEL
118600         MOVE WS-DEPT-OVERFLOW TO WS-CL-COUNT
118700         WRITE CHGRPT-LINE FROM WS-COUNT-LINE
118800     END-IF.
118900 8000-PRINT-SUMMARY-EXIT.
119000     EXIT.
119100*
119200*-----------------------------------------------------------*
119300* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
119400*-----------------------------------------------------------*
119500 9000-TERMINATE.
119600     MOVE "RUNEND  " TO WS-AE-CODE.
119700     MOVE WS-LEDGER-COUNT TO WS-AE-COUNT-1.
119800     MOVE WS-EXCEPT-COUNT TO WS-AE-COUNT-2.
119900     MOVE SPACES TO WS-AE-DETAIL.
120000     STRING "PERIOD=" WS-BILL-PERIOD " LEDGER=" WS-AE-COUNT-1
120100         " EXCEPT=" WS-AE-COUNT-2
120200         DELIMITED BY SIZE INTO WS-AE-DETAIL.
120300     PERFORM 6100-WRITE-AUDIT-EVENT
120400         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
120500     IF WS-CUSTMAS-OPEN
120600         CLOSE CUSTMAS
120700     END-IF.
120725     IF WS-CHGRPT-OPEN
120750         CLOSE CHGRPT
120775     END-IF.
120900     CLOSE AUDITLOG.
121000 9000-TERMINATE-EXIT.
121100     EXIT.
