000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARCMNT.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - DESK PICKUP AND         *
001200*                 RETURN-TO-SENDER FOR THE PARCELS STARTCODE *
001300*                 TAKES IN FROM COURIERS (PARCEL.CPY).       *
001330* 2026-10-15 RH   THE HELD-PARCEL LIST REPORTS A PARCEL FILE *
001360*                 ERROR AS ONE, NOT AS AN EMPTY FILE.        *
001370* 2026-10-15 RH   THE PICKUP AND RETURN AUDIT DETAIL TRIMS   *
001380*                 THE TRACKING NUMBER SO THE COLLECTOR AND   *
001390*                 REASON FIT IN THE AUDIT RECORD.            *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* INTERACTIVE, RUN AT THE DESK. FUNCTIONS: P=RECORD A PICKUP *
001800* (WHO COLLECTED IT, THE RECIPIENT UNLESS SOMEONE ELSE IS    *
001900* NAMED), R=RETURN A PARCEL TO SENDER WITH A REASON, L=LIST  *
002000* THE PARCELS HELD FOR ONE RECIPIENT OR ALL THOSE HELD AT    *
002100* THIS DESK, Q=QUIT. A PARCEL IS FOUND BY ITS TRACKING       *
002200* NUMBER AND MUST STILL BE HELD, AT THIS DESK'S SITE         *
002300* (SITECFG.CPY, NO FILE = MAIN BUILDING "01"). THE ENTRY IS  *
002400* CLOSED, NOT DELETED. EVERY PICKUP AND RETURN IS AUDITED TO *
002500* THE SHARED AUDITLOG.                                       *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARCEL ASSIGN TO "PARCEL"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PC-TRACKING-NO
003500         ALTERNATE RECORD KEY IS PC-RECIPIENT
003600             WITH DUPLICATES
003700         ALTERNATE RECORD KEY IS PC-DEPARTMENT
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-PARCEL-STATUS.
004000     SELECT SITECFG ASSIGN TO "SITECFG"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-SITECFG-STATUS.
004300     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-AUDITLOG-STATUS.
004600
004700 DATA DIVISION.
004800
004900 FILE SECTION.
005000 FD  PARCEL
005100     RECORD CONTAINS 200 CHARACTERS.
005200     COPY "PARCEL.CPY".
005300
005400 FD  SITECFG
005500     RECORD CONTAINS 30 CHARACTERS.
005600     COPY "SITECFG.CPY".
005700
005800 FD  AUDITLOG
005900     RECORD CONTAINS 80 CHARACTERS.
006000     COPY "AUDITLOG.CPY".
006100
006200 WORKING-STORAGE SECTION.
006300*
006400*-----------------------------------------------------------*
006500* SWITCHES AND FILE STATUS FIELDS                            *
006600*-----------------------------------------------------------*
006700 77  WS-PARCEL-STATUS        PIC X(02)   VALUE "00".
006800     88  WS-PARCEL-NOT-FOUND             VALUE "35".
006900 77  WS-SITECFG-STATUS       PIC X(02)   VALUE "00".
007000 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
007100     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
007200 77  WS-QUIT-SWITCH          PIC X(01)   VALUE "N".
007300     88  WS-QUIT                         VALUE "Y".
007400 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
007500     88  WS-EOF                          VALUE "Y".
007600 77  WS-PARCEL-OK-SWITCH     PIC X(01)   VALUE "N".
007700     88  WS-PARCEL-OK                    VALUE "Y".
007800*
007900*-----------------------------------------------------------*
008000* THE SITE THIS DESK SERVES AND THE OPERATOR ENTRY FIELDS    *
008100*-----------------------------------------------------------*
008200 77  WS-SITE-CODE            PIC X(02)   VALUE "01".
008300 77  WS-FUNCTION-CODE        PIC X(01).
008400 77  WS-ENTRY-TRACKING       PIC X(20).
008500 77  WS-ENTRY-COLLECTOR      PIC X(30).
008600 77  WS-ENTRY-REASON         PIC X(20).
008700 77  WS-LIST-RECIPIENT       PIC X(30).
008800 77  WS-LIST-COUNT           PIC 9(03) COMP VALUE 0.
008900 77  WS-DAYS-HELD            PIC 9(05) COMP.
009000 77  WS-DAYS-EDIT            PIC ZZZZ9.
009100*
009200*-----------------------------------------------------------*
009300* AUDIT EVENT BUILD AREA AND CURRENT DATE/TIME               *
009400*-----------------------------------------------------------*
009500 01  WS-AUDIT-EVENT.
009600     05  WS-AE-CODE          PIC X(08).
009700     05  WS-AE-DETAIL        PIC X(50).
009800 01  WS-CURRENT-DATE-TIME.
009900     05  WS-CURRENT-DATE     PIC 9(08).
010000     05  WS-CURRENT-TIME     PIC 9(06).
010100     05  WS-CURRENT-HUNDTHS  PIC 9(02).
010200     05  WS-CURRENT-TZ       PIC X(05).
010300
010400 PROCEDURE DIVISION.
010500
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE
010800         THRU 1000-INITIALIZE-EXIT.
010900     PERFORM 2000-PROCESS-ONE-FUNCTION
011000         THRU 2000-PROCESS-ONE-FUNCTION-EXIT
011100         UNTIL WS-QUIT.
011200     PERFORM 9000-TERMINATE
011300         THRU 9000-TERMINATE-EXIT.
011400     STOP RUN.
011500
011600*-----------------------------------------------------------*
011700* 1000-INITIALIZE - OPEN THE AUDIT LOG, NOTE THE RUN AND     *
011800*                   FIND OUT WHICH SITE THIS DESK SERVES     *
011900*-----------------------------------------------------------*
012000 1000-INITIALIZE.
012100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012200     PERFORM 6000-OPEN-AUDITLOG
012300         THRU 6000-OPEN-AUDITLOG-EXIT.
012400     MOVE "RUNSTART" TO WS-AE-CODE.
012500     MOVE SPACES TO WS-AE-DETAIL.
012600     PERFORM 6100-WRITE-AUDIT-EVENT
012700         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
012800     MOVE "00" TO WS-SITECFG-STATUS.
012900     OPEN INPUT SITECFG.
013000     IF WS-SITECFG-STATUS = "00"
013100         READ SITECFG
013200             AT END
013300                 CONTINUE
013400             NOT AT END
013500                 IF SC-SITE-CODE NOT = SPACES
013600                     MOVE SC-SITE-CODE TO WS-SITE-CODE
013700                 END-IF
013800         END-READ
013900         CLOSE SITECFG
014000     END-IF.
014100 1000-INITIALIZE-EXIT.
014200     EXIT.
014300*
014400*-----------------------------------------------------------*
014500* 2000-PROCESS-ONE-FUNCTION - PROMPT FOR AND RUN ONE DESK    *
014600*                             FUNCTION                       *
014700*-----------------------------------------------------------*
014800 2000-PROCESS-ONE-FUNCTION.
014900     DISPLAY "Function - P=Pickup R=Return to sender L=List "
015000         "Q=Quit: ".
015100     ACCEPT WS-FUNCTION-CODE.
015200     IF WS-FUNCTION-CODE = "P"
015300         PERFORM 3000-RECORD-PICKUP
015400             THRU 3000-RECORD-PICKUP-EXIT
015500         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
015600     END-IF.
015700     IF WS-FUNCTION-CODE = "R"
015800         PERFORM 3100-RETURN-TO-SENDER
015900             THRU 3100-RETURN-TO-SENDER-EXIT
016000         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
016100     END-IF.
016200     IF WS-FUNCTION-CODE = "L"
016300         PERFORM 3600-LIST-HELD
016400             THRU 3600-LIST-HELD-EXIT
016500         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
016600     END-IF.
016700     IF WS-FUNCTION-CODE = "Q"
016800         MOVE "Y" TO WS-QUIT-SWITCH
016900     ELSE
017000         DISPLAY "Unknown function - enter P R L or Q"
017100     END-IF.
017200 2000-PROCESS-ONE-FUNCTION-EXIT.
017300     EXIT.
017400*
017500*-----------------------------------------------------------*
017600* 3000-RECORD-PICKUP - A HELD PARCEL IS COLLECTED. WHOEVER   *
017700*                      TAKES IT IS RECORDED - THE RECIPIENT  *
017800*                      UNLESS THE DESK NAMES SOMEONE ELSE.   *
017900*-----------------------------------------------------------*
018000 3000-RECORD-PICKUP.
018100     PERFORM 3700-FIND-HELD-PARCEL
018200         THRU 3700-FIND-HELD-PARCEL-EXIT.
018300     IF NOT WS-PARCEL-OK
018400         GO TO 3000-RECORD-PICKUP-EXIT
018500     END-IF.
018600     DISPLAY "Collected by (blank = " FUNCTION TRIM(PC-RECIPIENT)
018700         "): ".
018800     ACCEPT WS-ENTRY-COLLECTOR.
018900     IF WS-ENTRY-COLLECTOR = SPACES
019000         MOVE PC-RECIPIENT TO WS-ENTRY-COLLECTOR
019100     END-IF.
019200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
019300     MOVE "C" TO PC-STATUS.
019400     MOVE WS-CURRENT-DATE TO PC-CLOSED-DATE.
019500     MOVE WS-CURRENT-TIME TO PC-CLOSED-TIME.
019600     MOVE WS-ENTRY-COLLECTOR TO PC-COLLECTED-BY.
019700     PERFORM 3800-REWRITE-PARCEL
019800         THRU 3800-REWRITE-PARCEL-EXIT.
019900     IF NOT WS-PARCEL-OK
020000         GO TO 3000-RECORD-PICKUP-EXIT
020100     END-IF.
020200     MOVE "PCLPICK " TO WS-AE-CODE.
020300     MOVE SPACES TO WS-AE-DETAIL.
020400     STRING "TRK " FUNCTION TRIM(PC-TRACKING-NO)
020450         " BY " PC-COLLECTED-BY
020500         DELIMITED BY SIZE INTO WS-AE-DETAIL.
020600     PERFORM 6100-WRITE-AUDIT-EVENT
020700         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
020800     DISPLAY "Pickup recorded.".
020900 3000-RECORD-PICKUP-EXIT.
021000     EXIT.
021100*
021200*-----------------------------------------------------------*
021300* 3100-RETURN-TO-SENDER - A HELD PARCEL GOES BACK WITH THE   *
021400*                         COURIER. THE REASON IS REQUIRED    *
021500*                         AND CLOSES THE ENTRY OUT.          *
021600*-----------------------------------------------------------*
021700 3100-RETURN-TO-SENDER.
021800     PERFORM 3700-FIND-HELD-PARCEL
021900         THRU 3700-FIND-HELD-PARCEL-EXIT.
022000     IF NOT WS-PARCEL-OK
022100         GO TO 3100-RETURN-TO-SENDER-EXIT
022200     END-IF.
022300     DISPLAY "Reason for return (e.g. REFUSED, NOT KNOWN HERE, "
022400         "UNCOLLECTED): ".
022500     ACCEPT WS-ENTRY-REASON.
022600     IF WS-ENTRY-REASON = SPACES
022700         DISPLAY "A reason is required - not returned."
022800         CLOSE PARCEL
022900         GO TO 3100-RETURN-TO-SENDER-EXIT
023000     END-IF.
023100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
023200     MOVE "R" TO PC-STATUS.
023300     MOVE WS-CURRENT-DATE TO PC-CLOSED-DATE.
023400     MOVE WS-CURRENT-TIME TO PC-CLOSED-TIME.
023500     MOVE WS-ENTRY-REASON TO PC-RETURN-REASON.
023600     PERFORM 3800-REWRITE-PARCEL
023700         THRU 3800-REWRITE-PARCEL-EXIT.
023800     IF NOT WS-PARCEL-OK
023900         GO TO 3100-RETURN-TO-SENDER-EXIT
024000     END-IF.
024100     MOVE "PCLRETN " TO WS-AE-CODE.
024200     MOVE SPACES TO WS-AE-DETAIL.
024300     STRING "TRK " FUNCTION TRIM(PC-TRACKING-NO)
024350         " RSN " PC-RETURN-REASON
024400         DELIMITED BY SIZE INTO WS-AE-DETAIL.
024500     PERFORM 6100-WRITE-AUDIT-EVENT
024600         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
024700     DISPLAY "Return to sender recorded.".
024800 3100-RETURN-TO-SENDER-EXIT.
024900     EXIT.
025000*
025100*-----------------------------------------------------------*
025200* 3600-LIST-HELD - THE PARCELS STILL HELD FOR ONE RECIPIENT  *
025300*                  (ANY SITE), OR ALL THOSE HELD AT THIS     *
025400*                  DESK, WITH THE DAYS EACH HAS WAITED       *
025500*-----------------------------------------------------------*
025600 3600-LIST-HELD.
025700     DISPLAY "Recipient (blank = all held at this desk): ".
025800     ACCEPT WS-LIST-RECIPIENT.
025900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
026000     MOVE "N" TO WS-EOF-SWITCH.
026100     MOVE 0 TO WS-LIST-COUNT.
026200     MOVE "00" TO WS-PARCEL-STATUS.
026300     OPEN INPUT PARCEL.
026350     IF WS-PARCEL-NOT-FOUND
026400         DISPLAY "No parcels on file."
026450         GO TO 3600-LIST-HELD-EXIT
026500     END-IF.
026550     IF WS-PARCEL-STATUS NOT = "00"
026600         PERFORM 3950-PARCEL-FAILED
026650             THRU 3950-PARCEL-FAILED-EXIT
026700         GO TO 3600-LIST-HELD-EXIT
026750     END-IF.
026800     IF WS-LIST-RECIPIENT = SPACES
026900         MOVE LOW-VALUES TO PC-TRACKING-NO
027000         START PARCEL KEY IS NOT LESS THAN PC-TRACKING-NO
027100             INVALID KEY
027200                 MOVE "Y" TO WS-EOF-SWITCH
027300         END-START
027400     ELSE
027500         MOVE WS-LIST-RECIPIENT TO PC-RECIPIENT
027600         START PARCEL KEY IS EQUAL TO PC-RECIPIENT
027700             INVALID KEY
027800                 MOVE "Y" TO WS-EOF-SWITCH
027900         END-START
028000     END-IF.
028100     IF NOT WS-EOF
028200         PERFORM 3900-READ-PARCEL
028300             THRU 3900-READ-PARCEL-EXIT
028400     END-IF.
028500     PERFORM 3610-LIST-ONE-PARCEL
028600         THRU 3610-LIST-ONE-PARCEL-EXIT
028700         UNTIL WS-EOF.
028800     CLOSE PARCEL.
028900     IF WS-LIST-COUNT = 0
029000         DISPLAY "No parcels held."
029100     END-IF.
029200 3600-LIST-HELD-EXIT.
029300     EXIT.
029400*
029500 3610-LIST-ONE-PARCEL.
029600     IF WS-LIST-RECIPIENT NOT = SPACES
029700         AND PC-RECIPIENT NOT = WS-LIST-RECIPIENT
029800         MOVE "Y" TO WS-EOF-SWITCH
029900         GO TO 3610-LIST-ONE-PARCEL-EXIT
030000     END-IF.
030100     IF NOT PC-HELD
030200         GO TO 3610-LIST-ONE-PARCEL-NEXT
030300     END-IF.
030400     IF WS-LIST-RECIPIENT = SPACES
030500         AND PC-SITE-CODE NOT = WS-SITE-CODE
030600         GO TO 3610-LIST-ONE-PARCEL-NEXT
030700     END-IF.
030800     ADD 1 TO WS-LIST-COUNT.
030900     COMPUTE WS-DAYS-HELD =
031000         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
031100         - FUNCTION INTEGER-OF-DATE(PC-RECEIVED-DATE).
031200     MOVE WS-DAYS-HELD TO WS-DAYS-EDIT.
031300     DISPLAY PC-TRACKING-NO " " PC-RECIPIENT " SHELF " PC-SHELF
031400         " SITE " PC-SITE-CODE " SINCE " PC-RECEIVED-DATE
031500         WS-DAYS-EDIT " DAYS".
031600 3610-LIST-ONE-PARCEL-NEXT.
031700     PERFORM 3900-READ-PARCEL
031800         THRU 3900-READ-PARCEL-EXIT.
031900 3610-LIST-ONE-PARCEL-EXIT.
032000     EXIT.
032100*
032200*-----------------------------------------------------------*
032300* 3700-FIND-HELD-PARCEL - TAKE THE TRACKING NUMBER AND READ  *
032400*                         THE PARCEL FOR UPDATE. IT MUST BE  *
032500*                         STILL HELD, AND AT THIS DESK'S     *
032600*                         SITE. ON SUCCESS THE FILE IS LEFT  *
032700*                         OPEN FOR 3800.                     *
032800*-----------------------------------------------------------*
032900 3700-FIND-HELD-PARCEL.
033000     MOVE "N" TO WS-PARCEL-OK-SWITCH.
033100     DISPLAY "Tracking number: ".
033200     ACCEPT WS-ENTRY-TRACKING.
033300     IF WS-ENTRY-TRACKING = SPACES
033400         DISPLAY "A tracking number is required - no change."
033500         GO TO 3700-FIND-HELD-PARCEL-EXIT
033600     END-IF.
033700     MOVE "00" TO WS-PARCEL-STATUS.
033800     OPEN I-O PARCEL.
033900     IF WS-PARCEL-NOT-FOUND
034000         DISPLAY "No parcels on file."
034100         GO TO 3700-FIND-HELD-PARCEL-EXIT
034200     END-IF.
034300     IF WS-PARCEL-STATUS NOT = "00"
034400         PERFORM 3950-PARCEL-FAILED
034500             THRU 3950-PARCEL-FAILED-EXIT
034600         GO TO 3700-FIND-HELD-PARCEL-EXIT
034700     END-IF.
034800     MOVE WS-ENTRY-TRACKING TO PC-TRACKING-NO.
034900     READ PARCEL
035000         INVALID KEY
035100             DISPLAY "No parcel with that tracking number."
035200             CLOSE PARCEL
035300             GO TO 3700-FIND-HELD-PARCEL-EXIT
035400     END-READ.
035500     IF PC-COLLECTED
035600         DISPLAY "Already collected " PC-CLOSED-DATE " by "
035700             PC-COLLECTED-BY
035800         CLOSE PARCEL
035900         GO TO 3700-FIND-HELD-PARCEL-EXIT
036000     END-IF.
036100     IF PC-RETURNED
036200         DISPLAY "Already returned to sender " PC-CLOSED-DATE
036300             " - " PC-RETURN-REASON
036400         CLOSE PARCEL
036500         GO TO 3700-FIND-HELD-PARCEL-EXIT
036600     END-IF.
036700     IF PC-SITE-CODE NOT = WS-SITE-CODE
036800         DISPLAY "That parcel is held at site " PC-SITE-CODE
036900             " - it is handled at that desk."
037000         CLOSE PARCEL
037100         GO TO 3700-FIND-HELD-PARCEL-EXIT
037200     END-IF.
037300     DISPLAY "For " PC-RECIPIENT " (" PC-DEPARTMENT ")".
037400     DISPLAY "From " PC-COURIER " received " PC-RECEIVED-DATE
037500         " " PC-RECEIVED-TIME " shelf " PC-SHELF.
037600     MOVE "Y" TO WS-PARCEL-OK-SWITCH.
037700 3700-FIND-HELD-PARCEL-EXIT.
037800     EXIT.
037900*
038000*-----------------------------------------------------------*
038100* 3800-REWRITE-PARCEL - WRITE THE CLOSED-OUT ENTRY BACK AND  *
038200*                       CLOSE THE FILE                       *
038300*-----------------------------------------------------------*
038400 3800-REWRITE-PARCEL.
038500     REWRITE PARCEL-RECORD
038600         INVALID KEY
038700             CONTINUE
038800     END-REWRITE.
038810*    "02" ONLY SAYS ANOTHER PARCEL SHARES THE RECIPIENT OR
038820*    DEPARTMENT - THE ENTRY WAS REWRITTEN.
038900     IF WS-PARCEL-STATUS NOT = "00" AND NOT = "02"
039000         MOVE "N" TO WS-PARCEL-OK-SWITCH
039100         CLOSE PARCEL
039200         PERFORM 3950-PARCEL-FAILED
039300             THRU 3950-PARCEL-FAILED-EXIT
039400         GO TO 3800-REWRITE-PARCEL-EXIT
039500     END-IF.
039600     CLOSE PARCEL.
039700 3800-REWRITE-PARCEL-EXIT.
039800     EXIT.
039900*
040000*-----------------------------------------------------------*
040100* 3900-READ-PARCEL - READ THE NEXT ENTRY IN KEY ORDER        *
040200*-----------------------------------------------------------*
040300 3900-READ-PARCEL.
040400     READ PARCEL NEXT RECORD
040500         AT END
040600             MOVE "Y" TO WS-EOF-SWITCH
040700     END-READ.
040800 3900-READ-PARCEL-EXIT.
040900     EXIT.
041000*
041100*-----------------------------------------------------------*
041200* 3950-PARCEL-FAILED - THE PARCEL FILE COULD NOT BE OPENED   *
041300*                      OR UPDATED                            *
041400*-----------------------------------------------------------*
041500 3950-PARCEL-FAILED.
041600     DISPLAY "The parcel file could not be updated - no change.".
041700     MOVE "FILESTAT" TO WS-AE-CODE.
041800     MOVE SPACES TO WS-AE-DETAIL.
041900     STRING "PARCEL STATUS " WS-PARCEL-STATUS
042000         DELIMITED BY SIZE INTO WS-AE-DETAIL.
042100     PERFORM 6100-WRITE-AUDIT-EVENT
042200         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
042300 3950-PARCEL-FAILED-EXIT.
042400     EXIT.
042500*
042600*-----------------------------------------------------------*
042700* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
042800*-----------------------------------------------------------*
042900 6000-OPEN-AUDITLOG.
043000     OPEN EXTEND AUDITLOG.
043100     IF WS-AUDITLOG-NOT-FOUND
043200         OPEN OUTPUT AUDITLOG
043300         CLOSE AUDITLOG
043400         OPEN EXTEND AUDITLOG
043500     END-IF.
043600 6000-OPEN-AUDITLOG-EXIT.
043700     EXIT.
043800*
043900*-----------------------------------------------------------*
044000* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
044100*-----------------------------------------------------------*
044200 6100-WRITE-AUDIT-EVENT.
044300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
044400     MOVE WS-CURRENT-DATE TO AU-DATE.
044500     MOVE WS-CURRENT-TIME TO AU-TIME.
044600     MOVE "PARCMNT " TO AU-PROGRAM.
044700     MOVE WS-AE-CODE TO AU-EVENT-CODE.
044800     MOVE WS-AE-DETAIL TO AU-DETAIL.
044900     WRITE AUDITLOG-RECORD.
045000 6100-WRITE-AUDIT-EVENT-EXIT.
045100     EXIT.
045200*
045300*-----------------------------------------------------------*
045400* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
045500*-----------------------------------------------------------*
045600 9000-TERMINATE.
045700     MOVE "RUNEND  " TO WS-AE-CODE.
045800     MOVE SPACES TO WS-AE-DETAIL.
045900     PERFORM 6100-WRITE-AUDIT-EVENT
046000         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
046100     CLOSE AUDITLOG.
046200 9000-TERMINATE-EXIT.
046300     EXIT.
