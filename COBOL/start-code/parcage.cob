000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARCAGE.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - NIGHTLY LIST OF PARCELS *
001200*                 STILL UNCOLLECTED AT THE DESK, BY          *
001300*                 DEPARTMENT, SO THEY CAN BE CHASED.         *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* RUN NIGHTLY, OUTSIDE THE VISITLOG CHAIN. READS THE PARCEL  *
001800* FILE IN DEPARTMENT ORDER (THE PC-DEPARTMENT ALTERNATE KEY) *
001900* AND LISTS ON PARCRPT EVERY PARCEL STILL HELD THAT CAME IN  *
002000* TWO OR MORE DAYS BEFORE THE RUN DATE, WITH ITS AGE IN      *
002100* DAYS. ONE AT FIVE DAYS OR MORE IS FLAGGED "***" - IT IS A  *
002200* CANDIDATE FOR RETURN TO SENDER (PARCMNT FUNCTION R). EACH  *
002300* DEPARTMENT STARTS ON ITS OWN HEADING WITH ITS OWN 2-4 DAY  *
002400* AND 5-DAY COUNTS. COLLECTED AND RETURNED PARCELS ARE NOT   *
002500* LISTED. ENDS WITH RETURN CODE 0/4/12 AND A RUNCTL RECORD:  *
002600* 4 WHEN ANY PARCEL IS FIVE DAYS OLD OR THERE IS NO PARCEL   *
002700* FILE YET, 12 WHEN THE FILE CANNOT BE READ.                 *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PARCEL ASSIGN TO "PARCEL"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS PC-TRACKING-NO
003700         ALTERNATE RECORD KEY IS PC-RECIPIENT
003800             WITH DUPLICATES
003900         ALTERNATE RECORD KEY IS PC-DEPARTMENT
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-PARCEL-STATUS.
004200     SELECT PARCRPT ASSIGN TO "PARCRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PARCRPT-STATUS.
004500     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-AUDITLOG-STATUS.
004800     SELECT RUNCTL ASSIGN TO "RUNCTL"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RUNCTL-STATUS.
005100
005200 DATA DIVISION.
005300
005400 FILE SECTION.
005500 FD  PARCEL
005600     RECORD CONTAINS 200 CHARACTERS.
005700     COPY "PARCEL.CPY".
005800
005900 FD  PARCRPT
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  PARCRPT-LINE            PIC X(80).
006200
006300 FD  AUDITLOG
006400     RECORD CONTAINS 80 CHARACTERS.
006500     COPY "AUDITLOG.CPY".
006600
006700 FD  RUNCTL
006800     RECORD CONTAINS 50 CHARACTERS.
006900     COPY "RUNCTL.CPY".
007000
007100 WORKING-STORAGE SECTION.
007200*
007300*-----------------------------------------------------------*
007400* SWITCHES AND FILE STATUS FIELDS                            *
007500*-----------------------------------------------------------*
007600 77  WS-PARCEL-STATUS        PIC X(02)   VALUE "00".
007700     88  WS-PARCEL-NOT-FOUND             VALUE "35".
007800 77  WS-PARCRPT-STATUS       PIC X(02)   VALUE "00".
007900 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
008000     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
008100 77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
008200     88  WS-RUNCTL-NOT-FOUND             VALUE "35".
008300 77  WS-RUN-STATUS           PIC X(01)   VALUE "C".
008400     88  WS-RUN-CLEAN                    VALUE "C".
008500     88  WS-RUN-WARNING                  VALUE "W".
008600     88  WS-RUN-FAILED                   VALUE "F".
008700 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
008800     88  WS-EOF                          VALUE "Y".
008900 77  WS-PARCEL-OPEN-SWITCH   PIC X(01)   VALUE "N".
009000     88  WS-PARCEL-OPEN                  VALUE "Y".
009100*
009200*-----------------------------------------------------------*
009300* RUN DATE AND THE AGE LIMITS                                *
009400*-----------------------------------------------------------*
009500 01  WS-CURRENT-DATE-TIME.
009600     05  WS-RUN-DATE         PIC 9(08).
009700     05  FILLER              PIC X(13).
009800 77  WS-AGED-DAYS            PIC 9(03) COMP VALUE 2.
009900 77  WS-OVERDUE-DAYS         PIC 9(03) COMP VALUE 5.
010000 77  WS-RUN-DATE-INT         PIC 9(07) COMP.
010100 77  WS-AGE-DAYS             PIC 9(05) COMP.
010200*
010300*-----------------------------------------------------------*
010400* DEPARTMENT CONTROL BREAK AND COUNTERS                      *
010500*-----------------------------------------------------------*
010600 77  WS-PREV-DEPARTMENT      PIC X(20)   VALUE SPACES.
010700 77  WS-DEPT-LISTED          PIC 9(05) COMP VALUE 0.
010800 77  WS-DEPT-AGED            PIC 9(05) COMP VALUE 0.
010900 77  WS-DEPT-OVERDUE         PIC 9(05) COMP VALUE 0.
011000 77  WS-DEPT-COUNT           PIC 9(05) COMP VALUE 0.
011100 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
011200 77  WS-HELD-COUNT           PIC 9(07) COMP VALUE 0.
011300 77  WS-LISTED-COUNT         PIC 9(07) COMP VALUE 0.
011400 77  WS-AGED-COUNT           PIC 9(07) COMP VALUE 0.
011500 77  WS-OVERDUE-COUNT        PIC 9(07) COMP VALUE 0.
011600*
011700*-----------------------------------------------------------*
011800* AUDIT EVENT BUILD AREA                                     *
011900*-----------------------------------------------------------*
012000 01  WS-AUDIT-EVENT.
012100     05  WS-AE-CODE          PIC X(08).
012200     05  WS-AE-DETAIL        PIC X(50).
012300 77  WS-AE-COUNT-1           PIC 9(05).
012400 77  WS-AE-COUNT-2           PIC 9(05).
012500 01  WS-AUDIT-DATE-TIME.
012600     05  WS-AUDIT-DATE       PIC 9(08).
012700     05  WS-AUDIT-TIME       PIC 9(06).
012800     05  FILLER              PIC X(07).
012900*
013000*-----------------------------------------------------------*
013100* REPORT LINE LAYOUTS                                        *
013200*-----------------------------------------------------------*
013300 01  WS-DEPT-LINE.
013400     05  FILLER              PIC X(12)   VALUE "DEPARTMENT: ".
013500     05  WS-DP-DEPARTMENT    PIC X(20).
013600     05  FILLER              PIC X(48)   VALUE SPACES.
013700 01  WS-HEADING-LINE.
013800     05  FILLER              PIC X(02)   VALUE SPACES.
013900     05  FILLER              PIC X(21)   VALUE "TRACKING NUMBER".
014000     05  FILLER              PIC X(25)   VALUE "RECIPIENT".
014100     05  FILLER              PIC X(07)   VALUE "SHELF".
014200     05  FILLER              PIC X(03)   VALUE "ST".
014300     05  FILLER              PIC X(09)   VALUE "RECEIVED".
014400     05  FILLER              PIC X(05)   VALUE "DAYS".
014500     05  FILLER              PIC X(08)   VALUE SPACES.
014600 01  WS-DETAIL-LINE.
014700     05  FILLER              PIC X(02)   VALUE SPACES.
014800     05  WS-DL-TRACKING      PIC X(20).
014900     05  FILLER              PIC X(01)   VALUE SPACES.
015000     05  WS-DL-RECIPIENT     PIC X(24).
015100     05  FILLER              PIC X(01)   VALUE SPACES.
015200     05  WS-DL-SHELF         PIC X(06).
015300     05  FILLER              PIC X(01)   VALUE SPACES.
015400     05  WS-DL-SITE          PIC X(02).
015500     05  FILLER              PIC X(01)   VALUE SPACES.
015600     05  WS-DL-RECEIVED      PIC 9(08).
015700     05  FILLER              PIC X(01)   VALUE SPACES.
015800     05  WS-DL-DAYS          PIC ZZZ9.
015900     05  FILLER              PIC X(01)   VALUE SPACES.
016000     05  WS-DL-FLAG          PIC X(03).
016100     05  FILLER              PIC X(05)   VALUE SPACES.
016200 01  WS-COUNT-LINE.
016300     05  WS-CL-LABEL         PIC X(40).
016400     05  WS-CL-COUNT         PIC ZZZZZZ9.
016500     05  FILLER              PIC X(33)   VALUE SPACES.
016600
016700 PROCEDURE DIVISION.
016800
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE
017100         THRU 1000-INITIALIZE-EXIT.
017200     IF WS-PARCEL-OPEN
017300         PERFORM 2000-LIST-AGED
017400             THRU 2000-LIST-AGED-EXIT
017500     END-IF.
017600     PERFORM 8000-PRINT-SUMMARY
017700         THRU 8000-PRINT-SUMMARY-EXIT.
017800     PERFORM 7000-WRITE-RUN-CONTROL
017900         THRU 7000-WRITE-RUN-CONTROL-EXIT.
018000     PERFORM 9000-TERMINATE
018100         THRU 9000-TERMINATE-EXIT.
018200     IF WS-RUN-FAILED
018300         MOVE 12 TO RETURN-CODE
018400     ELSE
018500         IF WS-RUN-WARNING
018600             MOVE 4 TO RETURN-CODE
018700         ELSE
018800             MOVE 0 TO RETURN-CODE
018900         END-IF
019000     END-IF.
019100     STOP RUN.
019200
019300*-----------------------------------------------------------*
019400* 1000-INITIALIZE - OPEN THE PARCEL FILE AND WRITE THE       *
019500*                   REPORT HEADING                           *
019600*-----------------------------------------------------------*
019700 1000-INITIALIZE.
019800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
019900     PERFORM 6000-OPEN-AUDITLOG
020000         THRU 6000-OPEN-AUDITLOG-EXIT.
020100     MOVE "RUNSTART" TO WS-AE-CODE.
020200     MOVE SPACES TO WS-AE-DETAIL.
020300     PERFORM 6100-WRITE-AUDIT-EVENT
020400         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
020500     COMPUTE WS-RUN-DATE-INT =
020600         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
020700     OPEN OUTPUT PARCRPT.
020800     MOVE SPACES TO PARCRPT-LINE.
020900     STRING "PARCELS UNCOLLECTED 2 DAYS OR MORE  RUN DATE "
021000         WS-RUN-DATE
021100         DELIMITED BY SIZE INTO PARCRPT-LINE.
021200     WRITE PARCRPT-LINE.
021300     MOVE "*** = 5 DAYS OR MORE - RETURN TO SENDER IF NOT CLAIMED"
021400         TO PARCRPT-LINE.
021500     WRITE PARCRPT-LINE.
021600     MOVE ALL "-" TO PARCRPT-LINE.
021700     WRITE PARCRPT-LINE.
021800     MOVE "00" TO WS-PARCEL-STATUS.
021900     OPEN INPUT PARCEL.
022000     IF WS-PARCEL-STATUS = "00"
022100         MOVE "Y" TO WS-PARCEL-OPEN-SWITCH
022200         GO TO 1000-INITIALIZE-EXIT
022300     END-IF.
022400     IF WS-PARCEL-NOT-FOUND
022500         MOVE "W" TO WS-RUN-STATUS
022600         MOVE "*** NO PARCEL FILE YET - NOTHING TO LIST"
022700             TO PARCRPT-LINE
022800         WRITE PARCRPT-LINE
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF.
023100     MOVE "F" TO WS-RUN-STATUS.
023200     MOVE SPACES TO PARCRPT-LINE.
023300     STRING "*** PARCEL COULD NOT BE READ, STATUS "
023400         WS-PARCEL-STATUS
023500         DELIMITED BY SIZE INTO PARCRPT-LINE.
023600     WRITE PARCRPT-LINE.
023700     MOVE "FILESTAT" TO WS-AE-CODE.
023800     MOVE SPACES TO WS-AE-DETAIL.
023900     STRING "PARCEL STATUS " WS-PARCEL-STATUS
024000         DELIMITED BY SIZE INTO WS-AE-DETAIL.
024100     PERFORM 6100-WRITE-AUDIT-EVENT
024200         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
024300 1000-INITIALIZE-EXIT.
024400     EXIT.
024500*
024600*-----------------------------------------------------------*
024700* 2000-LIST-AGED - READ THE PARCELS IN DEPARTMENT ORDER,     *
024800*                  LISTING EACH ONE HELD TOO LONG            *
024900*-----------------------------------------------------------*
025000 2000-LIST-AGED.
025100     MOVE LOW-VALUES TO PC-DEPARTMENT.
025200     START PARCEL KEY IS NOT LESS THAN PC-DEPARTMENT
025300         INVALID KEY
025400             MOVE "Y" TO WS-EOF-SWITCH
025500     END-START.
025600     IF NOT WS-EOF
025700         PERFORM 2900-READ-PARCEL
025800             THRU 2900-READ-PARCEL-EXIT
025900     END-IF.
026000     PERFORM 2100-CHECK-ONE-PARCEL
026100         THRU 2100-CHECK-ONE-PARCEL-EXIT
026200         UNTIL WS-EOF.
026300     IF WS-DEPT-LISTED > 0
026400         PERFORM 2300-END-DEPARTMENT
026500             THRU 2300-END-DEPARTMENT-EXIT
026600     END-IF.
026700     IF WS-OVERDUE-COUNT > 0
026800         MOVE "W" TO WS-RUN-STATUS
026900     END-IF.
027000 2000-LIST-AGED-EXIT.
027100     EXIT.
027200*
027300*-----------------------------------------------------------*
027400* 2100-CHECK-ONE-PARCEL - LIST ONE HELD PARCEL IF IT HAS     *
027500*                         WAITED TWO DAYS OR MORE, STARTING  *
027600*                         A NEW DEPARTMENT WHEN IT CHANGES   *
027700*-----------------------------------------------------------*
027800 2100-CHECK-ONE-PARCEL.
027900     ADD 1 TO WS-READ-COUNT.
028000     IF NOT PC-HELD
028100         GO TO 2100-CHECK-ONE-PARCEL-NEXT
028200     END-IF.
028300     ADD 1 TO WS-HELD-COUNT.
028400     COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
028500         - FUNCTION INTEGER-OF-DATE(PC-RECEIVED-DATE).
028600     IF WS-AGE-DAYS < WS-AGED-DAYS
028700         GO TO 2100-CHECK-ONE-PARCEL-NEXT
028800     END-IF.
028900     IF WS-DEPT-LISTED = 0
029000         OR PC-DEPARTMENT NOT = WS-PREV-DEPARTMENT
029100         IF WS-DEPT-LISTED > 0
029200             PERFORM 2300-END-DEPARTMENT
029300                 THRU 2300-END-DEPARTMENT-EXIT
029400         END-IF
029500         PERFORM 2200-START-DEPARTMENT
029600             THRU 2200-START-DEPARTMENT-EXIT
029700     END-IF.
029800     MOVE PC-TRACKING-NO TO WS-DL-TRACKING.
029900     MOVE PC-RECIPIENT TO WS-DL-RECIPIENT.
030000     MOVE PC-SHELF TO WS-DL-SHELF.
030100     MOVE PC-SITE-CODE TO WS-DL-SITE.
030200     MOVE PC-RECEIVED-DATE TO WS-DL-RECEIVED.
030300     MOVE WS-AGE-DAYS TO WS-DL-DAYS.
030400     IF WS-AGE-DAYS < WS-OVERDUE-DAYS
030500         MOVE SPACES TO WS-DL-FLAG
030600         ADD 1 TO WS-DEPT-AGED
030700         ADD 1 TO WS-AGED-COUNT
030800     ELSE
030900         MOVE "***" TO WS-DL-FLAG
031000         ADD 1 TO WS-DEPT-OVERDUE
031100         ADD 1 TO WS-OVERDUE-COUNT
031200     END-IF.
031300     WRITE PARCRPT-LINE FROM WS-DETAIL-LINE.
031400     ADD 1 TO WS-DEPT-LISTED.
031500     ADD 1 TO WS-LISTED-COUNT.
031600 2100-CHECK-ONE-PARCEL-NEXT.
031700     PERFORM 2900-READ-PARCEL
031800         THRU 2900-READ-PARCEL-EXIT.
031900 2100-CHECK-ONE-PARCEL-EXIT.
032000     EXIT.
032100*
032200*-----------------------------------------------------------*
032300* 2200-START-DEPARTMENT - DEPARTMENT AND COLUMN HEADINGS     *
032400*-----------------------------------------------------------*
032500 2200-START-DEPARTMENT.
032600     MOVE PC-DEPARTMENT TO WS-PREV-DEPARTMENT.
032700     MOVE 0 TO WS-DEPT-LISTED.
032800     MOVE 0 TO WS-DEPT-AGED.
032900     MOVE 0 TO WS-DEPT-OVERDUE.
033000     ADD 1 TO WS-DEPT-COUNT.
033100     MOVE SPACES TO PARCRPT-LINE.
033200     WRITE PARCRPT-LINE.
033300     MOVE PC-DEPARTMENT TO WS-DP-DEPARTMENT.
033400     WRITE PARCRPT-LINE FROM WS-DEPT-LINE.
033500     WRITE PARCRPT-LINE FROM WS-HEADING-LINE.
033600 2200-START-DEPARTMENT-EXIT.
033700     EXIT.
033800*
033900*-----------------------------------------------------------*
034000* 2300-END-DEPARTMENT - THE DEPARTMENT'S COUNTS              *
034100*-----------------------------------------------------------*
034200 2300-END-DEPARTMENT.
034300     MOVE "  UNCOLLECTED 2-4 DAYS:" TO WS-CL-LABEL.
034400     MOVE WS-DEPT-AGED TO WS-CL-COUNT.
034500     WRITE PARCRPT-LINE FROM WS-COUNT-LINE.
034600     MOVE "  UNCOLLECTED 5 DAYS OR MORE:" TO WS-CL-LABEL.
034700     MOVE WS-DEPT-OVERDUE TO WS-CL-COUNT.
034800     WRITE PARCRPT-LINE FROM WS-COUNT-LINE.
034900 2300-END-DEPARTMENT-EXIT.
035000     EXIT.
035100*
035200*-----------------------------------------------------------*
035300* 2900-READ-PARCEL - READ THE NEXT PARCEL BY DEPARTMENT      *
035400*-----------------------------------------------------------*
035500 2900-READ-PARCEL.
035600     READ PARCEL NEXT RECORD
035700         AT END
035800             MOVE "Y" TO WS-EOF-SWITCH
035900     END-READ.
036000 2900-READ-PARCEL-EXIT.
036100     EXIT.
036200*
036300*-----------------------------------------------------------*
036400* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
036500*-----------------------------------------------------------*
036600 6000-OPEN-AUDITLOG.
036700     OPEN EXTEND AUDITLOG.
036800     IF WS-AUDITLOG-NOT-FOUND
036900         OPEN OUTPUT AUDITLOG
037000         CLOSE AUDITLOG
037100         OPEN EXTEND AUDITLOG
037200     END-IF.
037300 6000-OPEN-AUDITLOG-EXIT.
037400     EXIT.
037500*
037600*-----------------------------------------------------------*
037700* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
037800*-----------------------------------------------------------*
037900 6100-WRITE-AUDIT-EVENT.
038000     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
038100     MOVE WS-AUDIT-DATE TO AU-DATE.
038200     MOVE WS-AUDIT-TIME TO AU-TIME.
038300     MOVE "PARCAGE " TO AU-PROGRAM.
038400     MOVE WS-AE-CODE TO AU-EVENT-CODE.
038500     MOVE WS-AE-DETAIL TO AU-DETAIL.
038600     WRITE AUDITLOG-RECORD.
038700 6100-WRITE-AUDIT-EVENT-EXIT.
038800     EXIT.
038900*
039000*-----------------------------------------------------------*
039100* 7000-WRITE-RUN-CONTROL - APPEND OUR RUNCTL RECORD          *
039200*-----------------------------------------------------------*
039300 7000-WRITE-RUN-CONTROL.
039400     OPEN EXTEND RUNCTL.
039500     IF WS-RUNCTL-NOT-FOUND
039600         OPEN OUTPUT RUNCTL
039700         CLOSE RUNCTL
039800         OPEN EXTEND RUNCTL
039900     END-IF.
040000     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
040100     MOVE "PARCAGE " TO RC-PROGRAM.
040200     MOVE WS-AUDIT-DATE TO RC-RUN-DATE.
040300     MOVE WS-AUDIT-TIME TO RC-RUN-TIME.
040400     MOVE WS-READ-COUNT TO RC-READ-COUNT.
040500     MOVE WS-LISTED-COUNT TO RC-WRITTEN-COUNT.
040600     MOVE WS-OVERDUE-COUNT TO RC-REJECT-COUNT.
040700     MOVE WS-RUN-STATUS TO RC-STATUS.
040800     MOVE SPACES TO RC-FILLER.
040900     WRITE RUNCTL-RECORD.
041000     CLOSE RUNCTL.
041100 7000-WRITE-RUN-CONTROL-EXIT.
041200     EXIT.
041300*
041400*-----------------------------------------------------------*
041500* 8000-PRINT-SUMMARY - FILE AND LISTING TOTALS               *
041600*-----------------------------------------------------------*
041700 8000-PRINT-SUMMARY.
041800     MOVE SPACES TO PARCRPT-LINE.
041900     WRITE PARCRPT-LINE.
042000     MOVE ALL "-" TO PARCRPT-LINE.
042100     WRITE PARCRPT-LINE.
042200     MOVE "ENTRIES ON THE PARCEL FILE:" TO WS-CL-LABEL.
042300     MOVE WS-READ-COUNT TO WS-CL-COUNT.
042400     WRITE PARCRPT-LINE FROM WS-COUNT-LINE.
042500     MOVE "PARCELS STILL HELD:" TO WS-CL-LABEL.
042600     MOVE WS-HELD-COUNT TO WS-CL-COUNT.
042700     WRITE PARCRPT-LINE FROM WS-COUNT-LINE.
042800     MOVE "UNCOLLECTED 2-4 DAYS:" TO WS-CL-LABEL.
042900     MOVE WS-AGED-COUNT TO WS-CL-COUNT.
043000     WRITE PARCRPT-LINE FROM WS-COUNT-LINE.
043100     MOVE "UNCOLLECTED 5 DAYS OR MORE:" TO WS-CL-LABEL.
043200     MOVE WS-OVERDUE-COUNT TO WS-CL-COUNT.
043300     WRITE PARCRPT-LINE FROM WS-COUNT-LINE.
043400     MOVE "DEPARTMENTS TO CHASE:" TO WS-CL-LABEL.
043500     MOVE WS-DEPT-COUNT TO WS-CL-COUNT.
043600     WRITE PARCRPT-LINE FROM WS-COUNT-LINE.
043700 8000-PRINT-SUMMARY-EXIT.
043800     EXIT.
043900*
044000*-----------------------------------------------------------*
044100* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
044200*-----------------------------------------------------------*
044300 9000-TERMINATE.
044400     MOVE "RUNEND  " TO WS-AE-CODE.
044500     MOVE WS-AGED-COUNT TO WS-AE-COUNT-1.
044600     MOVE WS-OVERDUE-COUNT TO WS-AE-COUNT-2.
044700     MOVE SPACES TO WS-AE-DETAIL.
044800     STRING "AGED=" WS-AE-COUNT-1 " OVERDUE=" WS-AE-COUNT-2
044900         DELIMITED BY SIZE INTO WS-AE-DETAIL.
045000     PERFORM 6100-WRITE-AUDIT-EVENT
045100         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
045200     IF WS-PARCEL-OPEN
045300         CLOSE PARCEL
045400     END-IF.
045500     CLOSE PARCRPT.
045600     CLOSE AUDITLOG.
045700 9000-TERMINATE-EXIT.
045800     EXIT.
